000250* MODIFICATION HISTORY                                          *
000260*   DATE       INIT  DESCRIPTION                                *
000270*   2026-09-02  DLM  ORIGINAL                                   *
000271*   2026-10-15  DLM  THE VOID DATE AND REPORT DATE ARE NOW THE  *
000272*                    BUSINESS DATE FROM THE PROCDATE CONTROL    *
000273*                    RECORD THROUGH HELLO-PDAT.  AN UNAVAILABLE *
000274*                    DATE STOPS THE RUN RC 8.                   *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000850     05  WS-FLAGGED-SWITCH       PIC X(01) VALUE 'N'.
000860         88  WS-FLAGGED          VALUE 'Y'.
000870 01  WS-RUN-DATE                 PIC X(08).
000873 01  WS-PDAT-STATUS              PIC X(01) VALUE SPACE.
000876     88  WS-PDAT-UNAVAIL         VALUE 'U'.
000880 01  WS-CARD-COUNT               PIC 9(09) COMP VALUE ZERO.
000890 01  WS-VOIDED-COUNT             PIC 9(09) COMP VALUE ZERO.
000900 01  WS-ALREADY-COUNT            PIC 9(09) COMP VALUE ZERO.
001080*   ALL RIDE THE NEXT BATCH.                                    *
001090*****************************************************************
001100 1000-INITIALIZE.
001110     CALL 'HELLO-PDAT' USING WS-RUN-DATE WS-PDAT-STATUS.
001111     IF WS-PDAT-UNAVAIL
001112         DISPLAY 'HELLO-VOID - PROCESSING DATE NOT AVAILABLE'
001113         MOVE 'Y' TO WS-VRQ-EOF-SWITCH
001114         MOVE 8 TO RETURN-CODE
001115         GO TO 1000-EXIT
001116     END-IF.
001120     OPEN INPUT VRQ-FILE.
001130     OPEN I-O REG-FILE.
001140     OPEN EXTEND VOUT-FILE.
