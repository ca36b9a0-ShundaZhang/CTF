000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLO-INVR.
000030 AUTHOR.         D L MILLER.
000040 INSTALLATION.   FEDORA DATA CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*****************************************************************
000080* HELLO-INVR IS THE MONTHLY RECONCILIATION OF THE DOWNSTREAM    *
000090* POSTING SYSTEM'S ACTIVE-P INVENTORY AGAINST THE LIFETIME      *
000100* REGISTRY.  HELLO-ACK ONLY PROVES EACH BATCH ARRIVED INTACT;   *
000110* THIS PROVES THE TWO SIDES STILL HOLD THE SAME LIVE PS AFTER   *
000120* MONTHS OF DTL AND VDL TRAFFIC, RESENDS AND MANUAL FIXES.  THE *
000130* HELOINVR DECK SORTS THE INVENTORY (INVFILE, SEE INVREC) AND   *
000140* THE ISSUED AUDIT HISTORY (SRTAUD, BY P AND TIMESTAMP) INTO P  *
000150* ORDER, AND THEY ARE MATCH-MERGED AGAINST A SEQUENTIAL SWEEP   *
000160* OF PREGSTRY:                                                  *
000170*   - ACTIVE HERE, MISSING THERE: A LIVE REGISTRY ENTRY THE     *
000180*     INVENTORY DOES NOT HOLD                                   *
000190*   - VOIDED HERE, ACTIVE THERE: A REG-VOIDED ENTRY THE         *
000200*     INVENTORY STILL HOLDS                                     *
000210*   - ACTIVE THERE, NEVER ISSUED: AN INVENTORY P WITH NO        *
000220*     REGISTRY ENTRY AT ALL                                     *
000230* A P ISSUED OR VOIDED HERE AFTER THE INVENTORY'S AS-OF DATE    *
000240* (INVCTL CARD, SEE INVCARD) WAS STILL IN FLIGHT AND IS ONLY    *
000250* COUNTED.  THE REGISTRY DOES NOT RECORD THE ISSUING PARTNER,   *
000260* SO A REGISTRY-SIDE FINDING IS CHARGED TO THE PARTNER ON THE   *
000270* P'S EARLIEST AUDIT SIGHTING, AND AN INVENTORY-ONLY FINDING TO *
000280* THE PARTNER THE POSTING SYSTEM NAMES.  EACH FINDING IS LISTED *
000290* AND TOTALED BY PARTNER ON INVRPT.                             *
000300*                                                                *
000310* THE FIRST TWO CATEGORIES ARE ALSO CORRECTED: A CORRECTIVE P   *
000320* FILE (CORPOUT, POUTREC LAYOUT) CARRIES EACH MISSING P UNDER   *
000330* ITS PARTNER, AND A CORRECTIVE VOID FILE (CORVOID, VOIDREC     *
000340* LAYOUT) EACH VOID THE POSTING SYSTEM NEVER APPLIED, FOR THE   *
000350* NEXT STEP OF THE DECK TO TRANSMIT THROUGH HELLO-XMIT.  A      *
000360* MISSING P WHOSE ISSUE IS NO LONGER ON THE AUDIT HISTORY HAS   *
000370* NO KNOWN PARTNER ('????') - IT IS REPORTED BUT NOT SENT, AS   *
000380* THERE IS NO SAYING WHICH RECEIVER SHOULD POST IT.             *
000390*                                                                *
000400* ANY FINDING ENDS THE STEP RC 4.  A BAD AS-OF DATE, AN         *
000410* UNAVAILABLE INPUT OR A FULL PARTNER TABLE ENDS RC 8 AND THE   *
000420* CORRECTIVE FILES MUST NOT BE SENT.                            *
000430*                                                                *
000440* MODIFICATION HISTORY                                          *
000450*   DATE       INIT  DESCRIPTION                                *
000460*   2026-10-15  DLM  ORIGINAL                                   *
000470*****************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.    IBM-370.
000510 OBJECT-COMPUTER.    IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT INC-FILE ASSIGN TO INVCTL
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-INC-STATUS.
000570     SELECT INV-FILE ASSIGN TO INVFILE
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-INV-STATUS.
000600     SELECT AUD-FILE ASSIGN TO SRTAUD
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-AUD-STATUS.
000630     SELECT REG-FILE ASSIGN TO PREGSTRY
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS REG-P
000670         FILE STATUS IS WS-REG-STATUS.
000680     SELECT POUT-FILE ASSIGN TO CORPOUT
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-POUT-STATUS.
000710     SELECT VOID-FILE ASSIGN TO CORVOID
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-VOID-STATUS.
000740     SELECT RPT-FILE ASSIGN TO INVRPT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-RPT-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  INC-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820*THE CARD ARRIVES AS AN 80-BYTE CARD IMAGE - THE INVCARD
000830*LAYOUT IS MAPPED OVER ITS FIRST 8 BYTES IN WORKING-STORAGE.
000840 01  INC-CARD                    PIC X(80).
000850 FD  INV-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 COPY INVREC.
000890 FD  AUD-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 COPY AUDREC.
000930 FD  REG-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 COPY REGREC.
000960 FD  POUT-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 COPY POUTREC.
001000 FD  VOID-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 COPY VOIDREC.
001040 FD  RPT-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 COPY RPTLINE.
001080 WORKING-STORAGE SECTION.
001090 01  WS-INC-STATUS               PIC X(02) VALUE SPACES.
001100     88  WS-INC-OK               VALUE '00'.
001110 01  WS-INV-STATUS               PIC X(02) VALUE SPACES.
001120     88  WS-INV-OK               VALUE '00'.
001130 01  WS-AUD-STATUS               PIC X(02) VALUE SPACES.
001140     88  WS-AUD-OK               VALUE '00'.
001150 01  WS-REG-STATUS               PIC X(02) VALUE SPACES.
001160     88  WS-REG-OK               VALUE '00'.
001170 01  WS-POUT-STATUS              PIC X(02) VALUE SPACES.
001180     88  WS-POUT-OK              VALUE '00'.
001190 01  WS-VOID-STATUS              PIC X(02) VALUE SPACES.
001200     88  WS-VOID-OK              VALUE '00'.
001210 01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001220     88  WS-RPT-OK               VALUE '00'.
001230 COPY INVCARD.
001240 01  WS-SWITCHES.
001250     05  WS-INV-EOF-SWITCH       PIC X(01) VALUE 'N'.
001260         88  WS-INV-EOF          VALUE 'Y'.
001270     05  WS-AUD-EOF-SWITCH       PIC X(01) VALUE 'N'.
001280         88  WS-AUD-EOF          VALUE 'Y'.
001290     05  WS-REG-EOF-SWITCH       PIC X(01) VALUE 'N'.
001300         88  WS-REG-EOF          VALUE 'Y'.
001310     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001320         88  WS-FILES-OPEN       VALUE 'Y'.
001330     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE 'Y'.
001340         88  WS-RUN-OK           VALUE 'Y'.
001350     05  WS-GROUP-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001360         88  WS-GROUP-OPEN       VALUE 'Y'.
001370     05  WS-PTN-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001380         88  WS-PTN-FOUND        VALUE 'Y'.
001390 01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001400 01  WS-PDAT-STATUS              PIC X(01) VALUE SPACE.
001410     88  WS-PDAT-UNAVAIL         VALUE 'U'.
001420 01  WS-ASOF-DATE                PIC X(08) VALUE SPACES.
001430 01  WS-ASOF-DATE-N REDEFINES WS-ASOF-DATE
001440                                 PIC 9(08).
001450 01  WS-CHECK-DATE               PIC 9(08) VALUE ZERO.
001460 01  WS-DAY-NUMBER               PIC 9(09) COMP VALUE ZERO.
001470 01  WS-HOUSE-PARTNER            PIC X(04) VALUE '0001'.
001480 01  WS-UNKNOWN-PARTNER          PIC X(04) VALUE '????'.
001490 01  WS-LAST-INV-P               PIC X(15) VALUE LOW-VALUES.
001500*    THE CURRENT AUDIT GROUP - THE EARLIEST SIGHTING OF ONE P
001510 01  WS-GRP-P                    PIC X(15) VALUE LOW-VALUES.
001520 01  WS-GRP-PARTNER              PIC X(04) VALUE SPACES.
001530*    THE FINDING BEING REPORTED
001540 01  WS-CUR-PARTNER              PIC X(04) VALUE SPACES.
001550 01  WS-FINDING-TEXT             PIC X(28) VALUE SPACES.
001560 01  WS-FINDING-DATE-TEXT        PIC X(08) VALUE SPACES.
001570 01  WS-FINDING-DATE             PIC X(08) VALUE SPACES.
001574 01  WS-FINDING-P                PIC X(15) VALUE SPACES.
001580 01  WS-PTN-MAX                  PIC 9(03) COMP VALUE 20.
001590 01  WS-PTN-COUNT                PIC 9(03) COMP VALUE ZERO.
001600 01  WS-PTN-TABLE.
001610     05  WS-PTN-ENTRY OCCURS 20 TIMES
001620             INDEXED BY WS-PTN-IDX WS-PSC-IDX WS-SEC-IDX.
001630         10  TBL-PARTNER-ID      PIC X(04).
001640         10  TBL-MISSING         PIC 9(09) COMP.
001650         10  TBL-VOIDED          PIC 9(09) COMP.
001660         10  TBL-NEVER-ISSUED    PIC 9(09) COMP.
001670         10  TBL-CORRECTED       PIC 9(09) COMP.
001680*    RUN TOTALS
001690 01  WS-REG-COUNT                PIC 9(09) COMP VALUE ZERO.
001700 01  WS-INV-COUNT                PIC 9(09) COMP VALUE ZERO.
001710 01  WS-INV-DUP-COUNT            PIC 9(09) COMP VALUE ZERO.
001720 01  WS-AGREE-COUNT              PIC 9(09) COMP VALUE ZERO.
001730 01  WS-FLIGHT-COUNT             PIC 9(09) COMP VALUE ZERO.
001740 01  WS-MISSING-COUNT            PIC 9(09) COMP VALUE ZERO.
001750 01  WS-VOIDED-COUNT             PIC 9(09) COMP VALUE ZERO.
001760 01  WS-NEVER-COUNT              PIC 9(09) COMP VALUE ZERO.
001770 01  WS-COR-DET-COUNT            PIC 9(09) COMP VALUE ZERO.
001780 01  WS-COR-VOID-COUNT           PIC 9(09) COMP VALUE ZERO.
001790 01  WS-UNSENT-COUNT             PIC 9(09) COMP VALUE ZERO.
001800 01  WS-MISSING-ED               PIC 9(09).
001810 01  WS-VOIDED-ED                PIC 9(09).
001820 01  WS-NEVER-ED                 PIC 9(09).
001830 01  WS-CORRECTED-ED             PIC 9(09).
001840*    ONE LINE OF THE CLOSING TOTALS - SEE 9100-WRITE-TOTAL
001850 01  WS-TOT-LABEL                PIC X(28) VALUE SPACES.
001860 01  WS-TOT-COUNT                PIC 9(09) COMP VALUE ZERO.
001870 01  WS-TOT-COUNT-ED             PIC 9(09).
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     IF WS-RUN-OK
001920         PERFORM 2000-MATCH-MERGE THRU 2000-EXIT
001930             UNTIL (REG-P = HIGH-VALUES AND INV-P = HIGH-VALUES)
001940                 OR NOT WS-RUN-OK
001950     END-IF.
001960     IF WS-RUN-OK
001970         PERFORM 5000-PARTNER-TOTALS THRU 5000-EXIT
001980     END-IF.
001990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002000     STOP RUN.
002010*****************************************************************
002020* 1000-INITIALIZE - FETCH THE BUSINESS DATE, OPEN THE FILES,    *
002030*   PRIME ALL THREE READS AND SETTLE THE AS-OF DATE.  WITHOUT   *
002040*   ANY ONE INPUT THE RECONCILIATION PROVES NOTHING.            *
002050*****************************************************************
002060 1000-INITIALIZE.
002070     CALL 'HELLO-PDAT' USING WS-RUN-DATE WS-PDAT-STATUS.
002080     IF WS-PDAT-UNAVAIL
002090         DISPLAY 'HELLO-INVR - PROCESSING DATE NOT AVAILABLE'
002100         MOVE 'N' TO WS-RUN-OK-SWITCH
002110         MOVE 8 TO RETURN-CODE
002120         GO TO 1000-EXIT
002130     END-IF.
002140     OPEN INPUT INV-FILE.
002150     OPEN INPUT AUD-FILE.
002160     OPEN INPUT REG-FILE.
002170     OPEN OUTPUT POUT-FILE.
002180     OPEN OUTPUT VOID-FILE.
002190     OPEN OUTPUT RPT-FILE.
002200     IF NOT WS-INV-OK OR NOT WS-AUD-OK OR NOT WS-REG-OK
002210         OR NOT WS-POUT-OK OR NOT WS-VOID-OK OR NOT WS-RPT-OK
002220         DISPLAY 'HELLO-INVR - FILE OPEN FAILED - STATUS '
002230             WS-INV-STATUS WS-AUD-STATUS WS-REG-STATUS
002240             WS-POUT-STATUS WS-VOID-STATUS WS-RPT-STATUS
002250         MOVE 'N' TO WS-RUN-OK-SWITCH
002260         MOVE 8 TO RETURN-CODE
002270         GO TO 1000-EXIT
002280     END-IF.
002290     MOVE 'Y' TO WS-FILES-OPEN-SWITCH.
002300     MOVE SPACES TO POUT-HEADER-RECORD.
002310     MOVE 'HDR' TO POUT-HDR-ID.
002320     MOVE WS-RUN-DATE TO POUT-HDR-RUN-DATE.
002330     WRITE POUT-HEADER-RECORD.
002340     PERFORM 2900-READ-INVENTORY THRU 2900-EXIT.
002350     PERFORM 2950-READ-REGISTRY THRU 2950-EXIT.
002360     PERFORM 1100-SETTLE-ASOF-DATE THRU 1100-EXIT.
002370     IF NOT WS-RUN-OK
002380         GO TO 1000-EXIT
002390     END-IF.
002400     MOVE SPACES TO RPT-LINE.
002410     STRING 'POSTING INVENTORY RECONCILIATION - BUSINESS DATE '
002420         WS-RUN-DATE
002430         DELIMITED BY SIZE INTO RPT-LINE.
002440     WRITE RPT-LINE-RECORD.
002450     MOVE SPACES TO RPT-LINE.
002460     STRING 'INVENTORY AS OF ' WS-ASOF-DATE
002470         ' - LATER ISSUES AND VOIDS ARE IN FLIGHT'
002480         DELIMITED BY SIZE INTO RPT-LINE.
002490     WRITE RPT-LINE-RECORD.
002500     MOVE SPACES TO RPT-LINE.
002510     WRITE RPT-LINE-RECORD.
002520 1000-EXIT.
002530     EXIT.
002540*****************************************************************
002550* 1100-SETTLE-ASOF-DATE - THE INVCTL CARD'S DATE, OR WHEN THERE *
002560*   IS NO CARD OR IT IS BLANK THE AS-OF DATE THE INVENTORY      *
002570*   CARRIES.  THE DATE MUST BE A REAL CALENDAR DATE (IT MUST    *
002580*   SURVIVE THE DAY-NUMBER ROUND TRIP) BEFORE THE BUSINESS      *
002590*   DATE, OR THE CUT BETWEEN FINDINGS AND IN-FLIGHT WORK IS     *
002600*   MEANINGLESS AND THE RUN STOPS.                              *
002610*****************************************************************
002620 1100-SETTLE-ASOF-DATE.
002630     MOVE SPACES TO INC-RECORD.
002640     OPEN INPUT INC-FILE.
002650     IF WS-INC-OK
002660         READ INC-FILE
002670             NOT AT END
002680                 MOVE INC-CARD(1:8) TO INC-RECORD
002690         END-READ
002700         CLOSE INC-FILE
002710     END-IF.
002720     IF INC-ASOF-DATE NOT = SPACES
002730         MOVE INC-ASOF-DATE TO WS-ASOF-DATE
002740     ELSE
002750         IF NOT WS-INV-EOF
002760             MOVE INV-ASOF-DATE TO WS-ASOF-DATE
002770         END-IF
002780     END-IF.
002790     IF WS-ASOF-DATE NOT NUMERIC
002800         OR WS-ASOF-DATE NOT < WS-RUN-DATE
002810         OR WS-ASOF-DATE < '16010101'
002820         GO TO 1100-REFUSE
002830     END-IF.
002840     COMPUTE WS-DAY-NUMBER =
002850         FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE-N).
002860     COMPUTE WS-CHECK-DATE =
002870         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
002880     IF WS-CHECK-DATE = WS-ASOF-DATE-N
002890         GO TO 1100-EXIT
002900     END-IF.
002910 1100-REFUSE.
002920     DISPLAY 'HELLO-INVR - AS-OF DATE ' WS-ASOF-DATE
002930         ' INVALID OR NOT BEFORE BUSINESS DATE ' WS-RUN-DATE
002940         ' - NOTHING RECONCILED'.
002950     MOVE 'N' TO WS-RUN-OK-SWITCH.
002960     MOVE 8 TO RETURN-CODE.
002970 1100-EXIT.
002980     EXIT.
002990*****************************************************************
003000* 2000-MATCH-MERGE - COMPARE THE CURRENT REGISTRY ENTRY AND THE *
003010*   CURRENT INVENTORY P, LOWEST KEY FIRST.  AN EXHAUSTED SIDE   *
003020*   CARRIES HIGH-VALUES IN ITS KEY AND SO COMPARES HIGH,        *
003030*   LETTING THE OTHER SIDE DRAIN.                               *
003040*****************************************************************
003050 2000-MATCH-MERGE.
003060     EVALUATE TRUE
003070         WHEN REG-P < INV-P
003080             PERFORM 3000-REGISTRY-ONLY THRU 3000-EXIT
003090             PERFORM 2950-READ-REGISTRY THRU 2950-EXIT
003100         WHEN REG-P > INV-P
003110             PERFORM 3200-INVENTORY-ONLY THRU 3200-EXIT
003120             PERFORM 2900-READ-INVENTORY THRU 2900-EXIT
003130         WHEN OTHER
003140             PERFORM 3100-ON-BOTH-SIDES THRU 3100-EXIT
003150             PERFORM 2950-READ-REGISTRY THRU 2950-EXIT
003160             PERFORM 2900-READ-INVENTORY THRU 2900-EXIT
003170     END-EVALUATE.
003180 2000-EXIT.
003190     EXIT.
003200*****************************************************************
003210* 2500-ATTRIBUTE-REGISTRY-P - FIND THE PARTNER THE CURRENT      *
003220*   REGISTRY P WAS ISSUED FOR: STEP THE AUDIT GROUPS UP TO THE  *
003230*   P AND TAKE THE PARTNER OF ITS EARLIEST SIGHTING.  A BLANK   *
003240*   PARTNER IS THE HOUSE PARTNER; NO SIGHTING AT ALL IS '????'. *
003250*****************************************************************
003260 2500-ATTRIBUTE-REGISTRY-P.
003270     PERFORM 2600-ADVANCE-AUDIT-GROUP THRU 2600-EXIT
003280         UNTIL WS-GRP-P NOT < REG-P.
003290     IF WS-GRP-P NOT = REG-P
003300         MOVE WS-UNKNOWN-PARTNER TO WS-CUR-PARTNER
003310         GO TO 2500-EXIT
003320     END-IF.
003330     IF WS-GRP-PARTNER = SPACES
003340         MOVE WS-HOUSE-PARTNER TO WS-CUR-PARTNER
003350     ELSE
003360         MOVE WS-GRP-PARTNER TO WS-CUR-PARTNER
003370     END-IF.
003380 2500-EXIT.
003390     EXIT.
003400*****************************************************************
003410* 2600-ADVANCE-AUDIT-GROUP - STEP TO THE NEXT DISTINCT P IN THE *
003420*   SORTED HISTORY.  THE FIRST RECORD OF THE GROUP IS ITS       *
003430*   EARLIEST SIGHTING (THE SORT IS P, THEN TIMESTAMP); THE REST *
003440*   ARE READ PAST.                                              *
003450*****************************************************************
003460 2600-ADVANCE-AUDIT-GROUP.
003470     IF NOT WS-GROUP-OPEN
003480         PERFORM 2610-READ-AUDIT THRU 2610-EXIT
003490     END-IF.
003500     IF WS-AUD-EOF
003510         MOVE HIGH-VALUES TO WS-GRP-P
003520         GO TO 2600-EXIT
003530     END-IF.
003540     MOVE AUD-P TO WS-GRP-P.
003550     MOVE AUD-PARTNER-ID TO WS-GRP-PARTNER.
003560     MOVE 'N' TO WS-GROUP-OPEN-SWITCH.
003570     PERFORM 2620-SKIP-GROUP-TAIL THRU 2620-EXIT
003580         UNTIL WS-AUD-EOF OR WS-GROUP-OPEN.
003590 2600-EXIT.
003600     EXIT.
003610*****************************************************************
003620* 2610-READ-AUDIT - READ THE NEXT SORTED AUDIT RECORD           *
003630*****************************************************************
003640 2610-READ-AUDIT.
003650     READ AUD-FILE
003660         AT END
003670             MOVE 'Y' TO WS-AUD-EOF-SWITCH
003680     END-READ.
003690 2610-EXIT.
003700     EXIT.
003710*****************************************************************
003720* 2620-SKIP-GROUP-TAIL - READ PAST THE REST OF THE CURRENT      *
003730*   GROUP.  A RECORD WITH A NEW P STAYS HELD AS THE OPEN NEXT   *
003740*   GROUP.                                                      *
003750*****************************************************************
003760 2620-SKIP-GROUP-TAIL.
003770     PERFORM 2610-READ-AUDIT THRU 2610-EXIT.
003780     IF WS-AUD-EOF
003790         GO TO 2620-EXIT
003800     END-IF.
003810     IF AUD-P NOT = WS-GRP-P
003820         MOVE 'Y' TO WS-GROUP-OPEN-SWITCH
003830     END-IF.
003840 2620-EXIT.
003850     EXIT.
003860*****************************************************************
003870* 2900-READ-INVENTORY - READ THE NEXT SORTED INVENTORY P.  A P  *
003880*   THE POSTING SYSTEM LISTS TWICE IS ONE P - THE REPEAT IS     *
003890*   COUNTED AND READ PAST.                                      *
003900*****************************************************************
003910 2900-READ-INVENTORY.
003920     READ INV-FILE
003930         AT END
003940             MOVE 'Y' TO WS-INV-EOF-SWITCH
003950             MOVE HIGH-VALUES TO INV-P
003960             GO TO 2900-EXIT
003970     END-READ.
003980     ADD 1 TO WS-INV-COUNT.
003990     IF INV-P = WS-LAST-INV-P
004000         ADD 1 TO WS-INV-DUP-COUNT
004010         GO TO 2900-READ-INVENTORY
004020     END-IF.
004030     MOVE INV-P TO WS-LAST-INV-P.
004040 2900-EXIT.
004050     EXIT.
004060*****************************************************************
004070* 2950-READ-REGISTRY - READ THE NEXT REGISTRY ENTRY IN KEY      *
004080*   ORDER                                                       *
004090*****************************************************************
004100 2950-READ-REGISTRY.
004110     READ REG-FILE NEXT
004120         AT END
004130             MOVE 'Y' TO WS-REG-EOF-SWITCH
004140             MOVE HIGH-VALUES TO REG-P
004150     END-READ.
004160     IF NOT WS-REG-EOF
004170         ADD 1 TO WS-REG-COUNT
004180     END-IF.
004190 2950-EXIT.
004200     EXIT.
004210*****************************************************************
004220* 3000-REGISTRY-ONLY - THE POSTING SYSTEM DOES NOT HOLD THIS P. *
004230*   A VOIDED ENTRY AGREES.  A LIVE ONE ISSUED BY THE AS-OF DATE *
004240*   IS MISSING THERE, AND IS RESENT UNDER ITS PARTNER WHEN THE  *
004250*   PARTNER IS KNOWN.                                           *
004260*****************************************************************
004270 3000-REGISTRY-ONLY.
004280     IF REG-VOIDED
004290         ADD 1 TO WS-AGREE-COUNT
004300         GO TO 3000-EXIT
004310     END-IF.
004320     IF REG-TIMESTAMP(1:8) > WS-ASOF-DATE
004330         ADD 1 TO WS-FLIGHT-COUNT
004340         GO TO 3000-EXIT
004350     END-IF.
004360     PERFORM 2500-ATTRIBUTE-REGISTRY-P THRU 2500-EXIT.
004370     PERFORM 4000-NOTE-FINDING-PARTNER THRU 4000-EXIT.
004380     IF NOT WS-RUN-OK
004390         GO TO 3000-EXIT
004400     END-IF.
004410     ADD 1 TO WS-MISSING-COUNT.
004420     ADD 1 TO TBL-MISSING(WS-SEC-IDX).
004430     MOVE 'ACTIVE HERE, MISSING THERE' TO WS-FINDING-TEXT.
004440     MOVE 'ISSUED' TO WS-FINDING-DATE-TEXT.
004450     MOVE REG-TIMESTAMP(1:8) TO WS-FINDING-DATE.
004454     MOVE REG-P TO WS-FINDING-P.
004460     PERFORM 4100-WRITE-FINDING THRU 4100-EXIT.
004470     IF WS-CUR-PARTNER = WS-UNKNOWN-PARTNER
004480         ADD 1 TO WS-UNSENT-COUNT
004490         GO TO 3000-EXIT
004500     END-IF.
004510     MOVE SPACES TO POUT-DETAIL-RECORD.
004520     MOVE REG-P TO POUT-DET-P.
004530     MOVE WS-CUR-PARTNER TO POUT-DET-PARTNER.
004540     WRITE POUT-DETAIL-RECORD.
004550     ADD 1 TO WS-COR-DET-COUNT.
004560     ADD 1 TO TBL-CORRECTED(WS-SEC-IDX).
004570 3000-EXIT.
004580     EXIT.
004590*****************************************************************
004600* 3100-ON-BOTH-SIDES - BOTH SIDES HOLD THIS P.  A LIVE ENTRY    *
004610*   AGREES.  AN ENTRY VOIDED BY THE AS-OF DATE IS STILL ACTIVE  *
004620*   THERE, AND ITS VOID IS SENT AGAIN.                          *
004630*****************************************************************
004640 3100-ON-BOTH-SIDES.
004650     IF REG-ACTIVE
004660         ADD 1 TO WS-AGREE-COUNT
004670         GO TO 3100-EXIT
004680     END-IF.
004690     IF REG-VOID-DATE > WS-ASOF-DATE
004700         ADD 1 TO WS-FLIGHT-COUNT
004710         GO TO 3100-EXIT
004720     END-IF.
004730     PERFORM 2500-ATTRIBUTE-REGISTRY-P THRU 2500-EXIT.
004740     PERFORM 4000-NOTE-FINDING-PARTNER THRU 4000-EXIT.
004750     IF NOT WS-RUN-OK
004760         GO TO 3100-EXIT
004770     END-IF.
004780     ADD 1 TO WS-VOIDED-COUNT.
004790     ADD 1 TO TBL-VOIDED(WS-SEC-IDX).
004800     MOVE 'VOIDED HERE, ACTIVE THERE' TO WS-FINDING-TEXT.
004810     MOVE 'VOIDED' TO WS-FINDING-DATE-TEXT.
004820     MOVE REG-VOID-DATE TO WS-FINDING-DATE.
004824     MOVE REG-P TO WS-FINDING-P.
004830     PERFORM 4100-WRITE-FINDING THRU 4100-EXIT.
004840     MOVE SPACES TO VOID-RECORD.
004850     MOVE REG-P TO VOID-P.
004860     MOVE REG-VOID-DATE TO VOID-DATE.
004870     WRITE VOID-RECORD.
004880     ADD 1 TO WS-COR-VOID-COUNT.
004890     ADD 1 TO TBL-CORRECTED(WS-SEC-IDX).
004900 3100-EXIT.
004910     EXIT.
004920*****************************************************************
004930* 3200-INVENTORY-ONLY - THE POSTING SYSTEM HOLDS A P THIS       *
004940*   SYSTEM NEVER ISSUED.  NOTHING HERE CAN CORRECT IT - IT IS   *
004950*   REPORTED UNDER THE PARTNER THE POSTING SYSTEM NAMES FOR     *
004960*   THE RECEIVER TO INVESTIGATE.                                *
004970*****************************************************************
004980 3200-INVENTORY-ONLY.
004990     IF INV-PARTNER-ID = SPACES
005000         MOVE WS-HOUSE-PARTNER TO WS-CUR-PARTNER
005010     ELSE
005020         MOVE INV-PARTNER-ID TO WS-CUR-PARTNER
005030     END-IF.
005040     PERFORM 4000-NOTE-FINDING-PARTNER THRU 4000-EXIT.
005050     IF NOT WS-RUN-OK
005060         GO TO 3200-EXIT
005070     END-IF.
005080     ADD 1 TO WS-NEVER-COUNT.
005090     ADD 1 TO TBL-NEVER-ISSUED(WS-SEC-IDX).
005100     MOVE 'ACTIVE THERE, NEVER ISSUED' TO WS-FINDING-TEXT.
005110     MOVE 'POSTED' TO WS-FINDING-DATE-TEXT.
005120     MOVE INV-POSTED-DATE TO WS-FINDING-DATE.
005130     MOVE INV-P TO WS-FINDING-P.
005140     PERFORM 4100-WRITE-FINDING THRU 4100-EXIT.
005160 3200-EXIT.
005170     EXIT.
005180*****************************************************************
005190* 4000-NOTE-FINDING-PARTNER - POINT WS-SEC-IDX AT THE FINDING'S *
005200*   PARTNER IN THE TOTALS TABLE, ADDING IT IF NEW.  A FULL      *
005210*   TABLE STOPS THE RUN - TOTALS THAT LEAVE A PARTNER OUT       *
005220*   WOULD NOT ADD UP.                                           *
005230*****************************************************************
005240 4000-NOTE-FINDING-PARTNER.
005250     MOVE 'N' TO WS-PTN-FOUND-SWITCH.
005260     IF WS-PTN-COUNT > 0
005270         PERFORM 4010-SCAN-PARTNER THRU 4010-EXIT
005280             VARYING WS-PSC-IDX FROM 1 BY 1
005290             UNTIL WS-PSC-IDX > WS-PTN-COUNT
005300                 OR WS-PTN-FOUND
005310     END-IF.
005320     IF WS-PTN-FOUND
005330         GO TO 4000-EXIT
005340     END-IF.
005350     IF WS-PTN-COUNT < WS-PTN-MAX
005360         ADD 1 TO WS-PTN-COUNT
005370         SET WS-SEC-IDX TO WS-PTN-COUNT
005380         MOVE WS-CUR-PARTNER TO TBL-PARTNER-ID(WS-SEC-IDX)
005390         MOVE ZERO TO TBL-MISSING(WS-SEC-IDX)
005400             TBL-VOIDED(WS-SEC-IDX)
005410             TBL-NEVER-ISSUED(WS-SEC-IDX)
005420             TBL-CORRECTED(WS-SEC-IDX)
005430     ELSE
005440         DISPLAY 'HELLO-INVR - PARTNER TABLE FULL AT '
005450             WS-PTN-MAX ' ENTRIES - RECONCILIATION ABANDONED'
005460         MOVE 'N' TO WS-RUN-OK-SWITCH
005470         MOVE 8 TO RETURN-CODE
005480     END-IF.
005490 4000-EXIT.
005500     EXIT.
005510*****************************************************************
005520* 4010-SCAN-PARTNER - IS THIS PARTNER ALREADY IN THE TABLE?     *
005530*****************************************************************
005540 4010-SCAN-PARTNER.
005550     IF TBL-PARTNER-ID(WS-PSC-IDX) = WS-CUR-PARTNER
005560         MOVE 'Y' TO WS-PTN-FOUND-SWITCH
005570         SET WS-SEC-IDX TO WS-PSC-IDX
005580     END-IF.
005590 4010-EXIT.
005600     EXIT.
005610*****************************************************************
005620* 4100-WRITE-FINDING - ONE FINDING LINE: CATEGORY, P, PARTNER   *
005630*   AND THE DATE THAT DATES IT                                  *
005640*****************************************************************
005650 4100-WRITE-FINDING.
005660     MOVE SPACES TO RPT-LINE.
005670     STRING WS-FINDING-TEXT 'P=' WS-FINDING-P ' PARTNER '
005680         WS-CUR-PARTNER ' ' WS-FINDING-DATE-TEXT ' '
005685         WS-FINDING-DATE
005690         DELIMITED BY SIZE INTO RPT-LINE.
005700     WRITE RPT-LINE-RECORD.
005710 4100-EXIT.
005720     EXIT.
005730*****************************************************************
005740* 5000-PARTNER-TOTALS - THE FINDINGS TOTALED BY PARTNER, WITH   *
005750*   HOW MANY OF EACH PARTNER'S FINDINGS THE CORRECTIVE FILES    *
005760*   CARRY                                                       *
005770*****************************************************************
005780 5000-PARTNER-TOTALS.
005790     MOVE SPACES TO RPT-LINE.
005800     WRITE RPT-LINE-RECORD.
005810     MOVE SPACES TO RPT-LINE.
005820     STRING 'PARTNER  MISSING THERE  VOIDED HERE  '
005830         'NEVER ISSUED  CORRECTED'
005840         DELIMITED BY SIZE INTO RPT-LINE.
005850     WRITE RPT-LINE-RECORD.
005860     IF WS-PTN-COUNT = ZERO
005870         MOVE SPACES TO RPT-LINE
005880         STRING 'NO FINDINGS - THE INVENTORY AGREES WITH '
005890             'THE REGISTRY'
005900             DELIMITED BY SIZE INTO RPT-LINE
005910         WRITE RPT-LINE-RECORD
005920         GO TO 5000-EXIT
005930     END-IF.
005940     PERFORM 5100-WRITE-PARTNER-LINE THRU 5100-EXIT
005950         VARYING WS-PTN-IDX FROM 1 BY 1
005960         UNTIL WS-PTN-IDX > WS-PTN-COUNT.
005970 5000-EXIT.
005980     EXIT.
005990*****************************************************************
006000* 5100-WRITE-PARTNER-LINE - ONE PARTNER'S FINDINGS              *
006010*****************************************************************
006020 5100-WRITE-PARTNER-LINE.
006030     MOVE TBL-MISSING(WS-PTN-IDX) TO WS-MISSING-ED.
006040     MOVE TBL-VOIDED(WS-PTN-IDX) TO WS-VOIDED-ED.
006050     MOVE TBL-NEVER-ISSUED(WS-PTN-IDX) TO WS-NEVER-ED.
006060     MOVE TBL-CORRECTED(WS-PTN-IDX) TO WS-CORRECTED-ED.
006070     MOVE SPACES TO RPT-LINE.
006080     STRING TBL-PARTNER-ID(WS-PTN-IDX) '         '
006090         WS-MISSING-ED '    ' WS-VOIDED-ED '     '
006100         WS-NEVER-ED '  ' WS-CORRECTED-ED
006110         DELIMITED BY SIZE INTO RPT-LINE.
006120     WRITE RPT-LINE-RECORD.
006130 5100-EXIT.
006140     EXIT.
006150*****************************************************************
006160* 9000-TERMINATE - CLOSE THE CORRECTIVE FILES, WRITE THE        *
006170*   CLOSING TOTALS, SET THE RETURN CODE AND SIGN OFF            *
006180*****************************************************************
006190 9000-TERMINATE.
006200     IF WS-FILES-OPEN
006210         MOVE SPACES TO POUT-TRAILER-RECORD
006220         MOVE 'TRL' TO POUT-TRL-ID
006230         MOVE WS-COR-DET-COUNT TO POUT-TRL-P-COUNT
006240         WRITE POUT-TRAILER-RECORD
006250         MOVE SPACES TO RPT-LINE
006260         WRITE RPT-LINE-RECORD
006270         MOVE 'REGISTRY ENTRIES READ     : ' TO WS-TOT-LABEL
006280         MOVE WS-REG-COUNT TO WS-TOT-COUNT
006290         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
006300         MOVE 'INVENTORY RECORDS READ    : ' TO WS-TOT-LABEL
006310         MOVE WS-INV-COUNT TO WS-TOT-COUNT
006320         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
006330         MOVE 'INVENTORY REPEATS IGNORED : ' TO WS-TOT-LABEL
006340         MOVE WS-INV-DUP-COUNT TO WS-TOT-COUNT
006350         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
006360         MOVE 'AGREED                    : ' TO WS-TOT-LABEL
006370         MOVE WS-AGREE-COUNT TO WS-TOT-COUNT
006380         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
006390         MOVE 'IN FLIGHT AFTER AS-OF     : ' TO WS-TOT-LABEL
006400         MOVE WS-FLIGHT-COUNT TO WS-TOT-COUNT
006410         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
006420         MOVE 'ACTIVE HERE, MISSING THERE: ' TO WS-TOT-LABEL
006430         MOVE WS-MISSING-COUNT TO WS-TOT-COUNT
006440         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
006450         MOVE 'VOIDED HERE, ACTIVE THERE : ' TO WS-TOT-LABEL
006460         MOVE WS-VOIDED-COUNT TO WS-TOT-COUNT
006470         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
006480         MOVE 'ACTIVE THERE, NEVER ISSUED: ' TO WS-TOT-LABEL
006490         MOVE WS-NEVER-COUNT TO WS-TOT-COUNT
006500         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
006510         MOVE 'CORRECTIVE PS RESENT      : ' TO WS-TOT-LABEL
006520         MOVE WS-COR-DET-COUNT TO WS-TOT-COUNT
006530         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
006540         MOVE 'CORRECTIVE VOIDS RESENT   : ' TO WS-TOT-LABEL
006550         MOVE WS-COR-VOID-COUNT TO WS-TOT-COUNT
006560         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
006570         MOVE 'MISSING, PARTNER UNKNOWN  : ' TO WS-TOT-LABEL
006580         MOVE WS-UNSENT-COUNT TO WS-TOT-COUNT
006590         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
006600         CLOSE INV-FILE AUD-FILE REG-FILE POUT-FILE VOID-FILE
006610             RPT-FILE
006620     END-IF.
006630     IF RETURN-CODE < 4
006640         AND (WS-MISSING-COUNT > 0 OR WS-VOIDED-COUNT > 0
006650             OR WS-NEVER-COUNT > 0)
006660         MOVE 4 TO RETURN-CODE
006670     END-IF.
006680     DISPLAY 'HELLO-INVR - RECONCILIATION COMPLETE - MISSING '
006690         WS-MISSING-COUNT ' VOIDED ' WS-VOIDED-COUNT
006700         ' NEVER ISSUED ' WS-NEVER-COUNT.
006710 9000-EXIT.
006720     EXIT.
006730*****************************************************************
006740* 9100-WRITE-TOTAL - ONE LABELLED COUNT ON THE CLOSING TOTALS   *
006750*****************************************************************
006760 9100-WRITE-TOTAL.
006770     MOVE WS-TOT-COUNT TO WS-TOT-COUNT-ED.
006780     MOVE SPACES TO RPT-LINE.
006790     STRING WS-TOT-LABEL WS-TOT-COUNT-ED
006800         DELIMITED BY SIZE INTO RPT-LINE.
006810     WRITE RPT-LINE-RECORD.
006820 9100-EXIT.
006830     EXIT.
