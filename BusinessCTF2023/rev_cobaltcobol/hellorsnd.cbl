000306*                    ON THE RETAINED HEADER ARE PRESERVED ON    *
000308*                    THE RESENT HEADER AND THE CARRIED-FORWARD  *
000309*                    LOG                                        *
000310*   2026-10-15  DLM  THE NEW BATCH ID AND REPORT DATE NOW CARRY  *
000311*                    THE BUSINESS DATE FROM THE PROCDATE         *
000312*                    CONTROL RECORD THROUGH HELLO-PDAT.  AN      *
000313*                    UNAVAILABLE DATE STOPS THE RUN RC 8.        *
000314*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.    IBM-370.
001170     05  WS-WANT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001180         88  WS-WANT-FOUND       VALUE 'Y'.
001190 01  WS-RUN-DATE                 PIC X(08).
001193 01  WS-PDAT-STATUS              PIC X(01) VALUE SPACE.
001196     88  WS-PDAT-UNAVAIL         VALUE 'U'.
001200 01  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
001210 01  WS-NEW-BATCH-ID             PIC X(14) VALUE SPACES.
001220 01  WS-BATCH-SEQ                PIC 9(06) VALUE ZERO.
001680*   MUST NEVER REPLACE THE LIVE LOG.                            *
001690*****************************************************************
001700 1000-INITIALIZE.
001710     CALL 'HELLO-PDAT' USING WS-RUN-DATE WS-PDAT-STATUS.
001711     IF WS-PDAT-UNAVAIL
001712         DISPLAY 'HELLO-RSND - PROCESSING DATE NOT AVAILABLE'
001713         MOVE 'Y' TO WS-SENT-EOF-SWITCH
001714         MOVE 'Y' TO WS-XMH-EOF-SWITCH
001715         MOVE 8 TO RETURN-CODE
001716         GO TO 1000-EXIT
001717     END-IF.
001720     ACCEPT WS-RUN-TIME FROM TIME.
001730     MOVE WS-RUN-TIME(1:6) TO WS-NEW-BATCH-ID(9:6).
001740     MOVE WS-NEW-BATCH-ID(9:6) TO WS-BATCH-SEQ.
