000276*                    BACK LOW-VALUES, NOT SPACES, AND THE OLD   *
000278*                    CONTENT TEST SENT EVERY PAIR LOOKUP DOWN   *
000279*                    THE FULL-P BRANCH TO A NOTFND              *
000281*   2026-10-15  DLM  SIGNED-ON USER MUST HOLD HREG ON THE       *
000283*                    AUTHORITY FILE (SEE HELLO-AUT)             *
000285*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.    IBM-370.
000390 01  WS-PAIR-KEY.
000400     05  WS-PAIR-P1              PIC X(07).
000410     05  WS-PAIR-P2              PIC X(08).
000413 COPY AUTHCOMM.
000416 01  WS-AUC-LEN                  PIC S9(04) COMP VALUE 80.
000420 LINKAGE SECTION.
000430 01  DFHCOMMAREA                 PIC X(01).
000440 PROCEDURE DIVISION.
000480         NOTFND(8100-NOT-FOUND)
000490         ERROR(9000-ABEND)
000500     END-EXEC.
000501     MOVE SPACES TO AUC-COMMAREA.
000502     MOVE 'V' TO AUC-LEVEL.
000503     PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT.
000504     IF NOT AUC-GRANTED
000505         PERFORM 8200-NOT-AUTHORIZED THRU 8200-EXIT
000506     END-IF.
000510     IF EIBCALEN = 0
000520         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
000530     ELSE
000580         COMMAREA(DFHCOMMAREA)
000590     END-EXEC.
000600*****************************************************************
000601* 0500-CHECK-AUTHORITY - ASK HELLO-AUT WHETHER THE SIGNED-ON    *
000602*   USER MAY RUN THIS TRANSACTION AT AUC-LEVEL.  A DENIAL IS    *
000603*   ALREADY ON THE SECURITY LOG WHEN THIS RETURNS.              *
000604*****************************************************************
000605 0500-CHECK-AUTHORITY.
000606     MOVE 'C' TO AUC-FUNCTION.
000607     MOVE SPACE TO AUC-RESULT.
000608     EXEC CICS LINK PROGRAM('HELLOAUT')
000609         COMMAREA(AUC-COMMAREA)
000610         LENGTH(WS-AUC-LEN)
000611     END-EXEC.
000612 0500-EXIT.
000613     EXIT.
000614*****************************************************************
000615* 1000-SEND-INITIAL-MAP - FIRST ENTRY INTO THE TRANSACTION,      *
000620*   BEFORE THE OPERATOR HAS KEYED ANYTHING                       *
000630*****************************************************************
000640 1000-SEND-INITIAL-MAP.
001680 8100-EXIT.
001690     EXIT.
001700*****************************************************************
001701* 8200-NOT-AUTHORIZED - HELLO-AUT REFUSED THE SIGNED-ON USER     *
001702*   THIS TRANSACTION - THE DENIAL IS ON THE SECURITY LOG; END    *
001703*   THE CONVERSATION WITHOUT SHOWING ANYTHING                    *
001704*****************************************************************
001705 8200-NOT-AUTHORIZED.
001706     EXEC CICS SEND TEXT
001707         FROM('HELLO-RINQ - NOT AUTHORIZED FOR THIS TRANSACTION')
001708         ERASE
001709     END-EXEC.
001710     EXEC CICS RETURN
001711     END-EXEC.
001712 8200-EXIT.
001713     EXIT.
001714*****************************************************************
001715* 9000-ABEND - ANYTHING UNEXPECTED FROM CICS - SIGN OFF CLEANLY  *
001720*****************************************************************
001730 9000-ABEND.
001740     EXEC CICS SEND TEXT
