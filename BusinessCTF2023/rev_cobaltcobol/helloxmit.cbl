000570*                    PARTNER ID AND PARTFILE TRANSMISSION        *
000580*                    IDENTITY ON EACH BATCH HEADER AND THE       *
000590*                    SENT-BATCH LOG KEPT PER PARTNER             *
000591*   2026-10-15  DLM  BATCH IDS, THE SENT-BATCH LOG DATE AND THE  *
000592*                    RUN ID NOW CARRY THE BUSINESS DATE FROM     *
000593*                    THE PROCDATE CONTROL RECORD (HELLO-PDAT),   *
000594*                    NOT THE SYSTEM CLOCK.  AN UNAVAILABLE DATE  *
000595*                    STOPS THE RUN RC 8 BEFORE ANY BATCH IS CUT. *
000600*****************************************************************
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
001290     05  WS-PTN-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001300         88  WS-PTN-FOUND        VALUE 'Y'.
001310 01  WS-RUN-DATE                 PIC X(08).
001313 01  WS-PDAT-STATUS              PIC X(01) VALUE SPACE.
001316     88  WS-PDAT-UNAVAIL         VALUE 'U'.
001320 01  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
001330 01  WS-BATCH-ID                 PIC X(14) VALUE SPACES.
001340 01  WS-BATCH-SEQ                PIC 9(06) VALUE ZERO.
002110*   BATCH TODAY                                                 *
002120*****************************************************************
002130 1000-INITIALIZE.
002140     CALL 'HELLO-PDAT' USING WS-RUN-DATE WS-PDAT-STATUS.
002141     IF WS-PDAT-UNAVAIL
002142         DISPLAY 'HELLO-XMIT - PROCESSING DATE NOT AVAILABLE'
002143         MOVE 'N' TO WS-BATCH-OK-SWITCH
002144         MOVE 8 TO RETURN-CODE
002145         GO TO 1000-EXIT
002146     END-IF.
002150     ACCEPT WS-RUN-TIME FROM TIME.
002160     MOVE WS-RUN-TIME(1:6) TO WS-BATCH-SEQ.
002170     OPEN OUTPUT XMIT-FILE.
