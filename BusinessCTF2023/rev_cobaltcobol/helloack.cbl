000250* HELLO-FIX'S CORRECTION TABLE.  THE CARRIED-FORWARD COPY       *
000260* (STILL-OPEN BATCHES ONLY) IS WRITTEN TO NEWSENT AND COPIED    *
000270* BACK OVER THE LOG BY THE HELOACK DECK.                        *
000272* CLEAN BATCHES ARE WRITTEN, WITH ACK STATE 'C', TO THE         *
000274* SENT-BATCH ARCHIVE (SENTARCH) AS THEY LEAVE THE LOG - THE     *
000276* MONTH-END BILLING RUN COUNTS RESENT BATCHES FROM IT.          *
000280*                                                                *
000290* MODIFICATION HISTORY                                          *
000300*   DATE       INIT  DESCRIPTION                                *
000333*                    STAMPED ONTO THE SHARED RUN-STATUS FILE     *
000334*                    THROUGH HELLO-STAT, FOR THE HSTS OPERATOR   *
000335*                    SCREEN                                      *
000336*   2026-10-15  DLM  CLEAN BATCHES ARE NOW WRITTEN TO THE       *
000337*                    SENT-BATCH ARCHIVE (SENTARCH) AS THEY ARE  *
000338*                    RETIRED, SO THE MONTH-END BILLING RUN CAN  *
000339*                    STILL COUNT A RESENT BATCH ONCE IT IS OFF  *
000340*                    THE LOG                                    *
000341*****************************************************************
000342 ENVIRONMENT DIVISION.
000343 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.    IBM-370.
000360 OBJECT-COMPUTER.    IBM-370.
000370 INPUT-OUTPUT SECTION.
000480     SELECT RPT-FILE ASSIGN TO ACKRPT
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-RPT-STATUS.
000502     SELECT ARC-FILE ASSIGN TO SENTARCH
000504         ORGANIZATION IS SEQUENTIAL
000506         FILE STATUS IS WS-ARC-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  SENT-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 COPY RPTLINE.
000722 FD  ARC-FILE
000724     RECORDING MODE IS F
000726     LABEL RECORDS ARE STANDARD.
000728 01  ARC-RECORD                  PIC X(80).
000730 WORKING-STORAGE SECTION.
000740 01  WS-SENT-STATUS              PIC X(02) VALUE SPACES.
000750     88  WS-SENT-OK              VALUE '00'.
000790     88  WS-NEW-OK               VALUE '00'.
000800 01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000810     88  WS-RPT-OK               VALUE '00'.
000812 01  WS-ARC-STATUS               PIC X(02) VALUE SPACES.
000814     88  WS-ARC-OK               VALUE '00'.
000820 01  WS-SWITCHES.
000830     05  WS-SENT-EOF-SWITCH      PIC X(01) VALUE 'N'.
000840         88  WS-SENT-EOF         VALUE 'Y'.
001070 01  WS-FLAG-COUNT               PIC 9(09) COMP VALUE ZERO.
001080 01  WS-OPEN-COUNT               PIC 9(09) COMP VALUE ZERO.
001090 01  WS-ORPHAN-COUNT             PIC 9(09) COMP VALUE ZERO.
001095 01  WS-ARCH-COUNT               PIC 9(09) COMP VALUE ZERO.
001100 01  WS-ACKED-COUNT-ED           PIC 9(09).
001110 01  WS-FLAG-COUNT-ED            PIC 9(09).
001120 01  WS-OPEN-COUNT-ED            PIC 9(09).
001134 01  WS-STAT-RC                  PIC 9(02) VALUE ZERO.
001135 01  WS-STAT-COUNT-1             PIC 9(09) VALUE ZERO.
001136 01  WS-STAT-COUNT-2             PIC 9(09) VALUE ZERO.
001138 01  WS-ARCH-COUNT-ED            PIC 9(09).
001140 PROCEDURE DIVISION.
001150 0000-MAINLINE.
001151     PERFORM 0100-STAMP-START THRU 0100-EXIT.
001280     OPEN INPUT ACK-FILE.
001290     OPEN OUTPUT NEW-FILE.
001300     OPEN OUTPUT RPT-FILE.
001302     OPEN OUTPUT ARC-FILE.
001310     IF NOT WS-SENT-OK OR NOT WS-ACK-OK OR NOT WS-NEW-OK
001320         OR NOT WS-RPT-OK OR NOT WS-ARC-OK
001330         DISPLAY 'HELLO-ACK - FILE OPEN FAILED - STATUS '
001340             WS-SENT-STATUS WS-ACK-STATUS WS-NEW-STATUS
001350             WS-RPT-STATUS WS-ARC-STATUS
001360         MOVE 'Y' TO WS-SENT-EOF-SWITCH
001370         MOVE 'Y' TO WS-ACK-EOF-SWITCH
001372*        RC 8, NOT 4 - THE HELOACK DECK TOLERATES THE FLAGGED
002620 3000-EXIT.
002630     EXIT.
002640*****************************************************************
002645* 3100-SWEEP-ONE - RETIRE ONE CLEAN BATCH TO THE SENT-BATCH     *
002650*   ARCHIVE, OR REPORT AND CARRY FORWARD ONE STILL-OPEN BATCH   *
002670*****************************************************************
002671 3100-SWEEP-ONE.
002672     MOVE SPACES TO NEW-RECORD.
002673     MOVE TBL-BATCH-ID(WS-SNT-IDX) TO NEW-BATCH-ID.
002674     MOVE TBL-P-COUNT(WS-SNT-IDX) TO NEW-P-COUNT.
002675     MOVE TBL-HASH-TOTAL(WS-SNT-IDX) TO NEW-HASH-TOTAL.
002676     MOVE TBL-SENT-DATE(WS-SNT-IDX) TO NEW-DATE.
002677     MOVE TBL-VOID-COUNT(WS-SNT-IDX) TO NEW-VOID-COUNT.
002678     MOVE TBL-ATTEMPT-CNT(WS-SNT-IDX) TO NEW-ATTEMPT-CNT.
002679     MOVE TBL-ORIG-BATCH-ID(WS-SNT-IDX) TO NEW-ORIG-BATCH-ID.
002680     MOVE TBL-PARTNER-ID(WS-SNT-IDX) TO NEW-PARTNER-ID.
002681*    A CLEAN BATCH LEAVES THE LOG BUT GOES TO THE ARCHIVE 'C'
002682*    WITH ITS ATTEMPT COUNT, FOR THE MONTH-END BILLING RUN.  NOT
002683*    AFTER AN RC 8 - THE HELOACK DECK THEN KEEPS THE OLD LOG, AND
002684*    THE RERUN WOULD ARCHIVE THE SAME BATCH A SECOND TIME.
002690     IF TBL-ACK-CLEAN(WS-SNT-IDX)
002691         IF RETURN-CODE < 8
002692             MOVE 'C' TO NEW-ACK-STATE
002693             WRITE ARC-RECORD FROM NEW-RECORD
002694             ADD 1 TO WS-ARCH-COUNT
002695         END-IF
002700         GO TO 3100-EXIT
002710     END-IF.
002720     IF TBL-UNACKED(WS-SNT-IDX)
002790         ADD 1 TO WS-OPEN-COUNT
002800         MOVE 'Y' TO WS-FLAGGED-SWITCH
002810     END-IF.
002866*    A BATCH FLAGGED THIS RUN GOES FORWARD 'F'; ONE STILL
002867*    UNACKNOWLEDGED KEEPS WHATEVER STATE THE LOG ALREADY HELD,
002868*    SO A PRIOR FLAG SURVIVES A QUIET ACK FILE.
002872     ELSE
002873         MOVE TBL-LOG-STATE(WS-SNT-IDX) TO NEW-ACK-STATE
002874     END-IF.
002878     WRITE NEW-RECORD.
002880 3100-EXIT.
002890     EXIT.
003130         STRING 'ACKS FOR UNKNOWN    : ' WS-ORPHAN-COUNT-ED
003140             DELIMITED BY SIZE INTO RPT-LINE
003150         WRITE RPT-LINE-RECORD
003152         MOVE WS-ARCH-COUNT TO WS-ARCH-COUNT-ED
003154         MOVE SPACES TO RPT-LINE
003156         STRING 'BATCHES ARCHIVED    : ' WS-ARCH-COUNT-ED
003157             DELIMITED BY SIZE INTO RPT-LINE
003158         WRITE RPT-LINE-RECORD
003160         CLOSE SENT-FILE ACK-FILE NEW-FILE RPT-FILE ARC-FILE
003170     END-IF.
003180     IF WS-FLAGGED AND RETURN-CODE = ZERO
003190         MOVE 4 TO RETURN-CODE
