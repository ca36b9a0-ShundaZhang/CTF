000279*                    WITH THE WRONG FEED FORMAT IS A HARD STOP   *
000280*                    RC 8 - CONVERTING A FEED UNDER THE WRONG    *
000281*                    PARTNER WOULD POISON THE WHOLE DAY.         *
000282*   2026-10-15  DLM  THE REJECT REPORT TITLE NOW NAMES THE       *
000283*                    PARTNER.  HELLO-DISP READS THIS REPORT      *
000284*                    BACK (TITLE, REJECT LINES AND THE FOUR      *
000285*                    TOTALS LINES) TO BUILD THE PARTNER'S        *
000286*                    DISPOSITION FILE - KEEP THE LINE LAYOUTS    *
000287*                    IN STEP WITH IT.                            *
000288*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.    IBM-370.
001100         MOVE 4 TO RETURN-CODE
001110     ELSE
001120         MOVE 'Y' TO WS-FILES-OPEN-SWITCH
001130         MOVE SPACES TO RPT-LINE
001132         STRING 'PARTNER FEED CONVERSION REJECTS - PARTNER '
001134             WS-PARTNER-ID DELIMITED BY SIZE INTO RPT-LINE
001140         WRITE RPT-LINE-RECORD
001150         PERFORM 2100-READ-PARTNER THRU 2100-EXIT
001160     END-IF.
