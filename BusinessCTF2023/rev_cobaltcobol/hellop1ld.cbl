000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLO-P1LD.
000030 AUTHOR.         D L MILLER.
000040 INSTALLATION.   FEDORA DATA CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*****************************************************************
000080* HELLO-P1LD EDITS THE CUSTOMER SYSTEM'S DAILY P1 ACCOUNT       *
000090* EXTRACT (P1XREC, SORTED BY P1 AS SRTP1X) AND BUILDS FROM IT   *
000100* THE LOAD FILE (P1MLOAD, P1MREC LAYOUT) THE HELOP1LD DECK      *
000110* REPROS INTO A FRESHLY DEFINED P1 REFERENCE MASTER             *
000120* (P1MASTER).  HELLO-BLD EDITS EVERY TYPE-1 P1 AGAINST THAT     *
000130* MASTER, SO A BAD RELOAD WOULD REJECT GOOD WORK - THE EXTRACT  *
000140* IS CHECKED HERE BEFORE THE CURRENT MASTER IS REPLACED.        *
000150*                                                                *
000160* A RECORD IS REJECTED, AND LISTED ON P1MRPT WITH ITS REASON,   *
000170* WHEN ITS P1 IS NOT 7 ALPHABETIC CHARACTERS OR REPEATS THE     *
000180* RECORD BEFORE IT, ITS EXTRACT DATE DIFFERS FROM THE REST OF   *
000190* THE EXTRACT, ITS OWNING PARTNER IS NOT ON PARTFILE, ITS       *
000200* STATUS IS NOT O, C OR S, OR ITS EFFECTIVE OR END DATE IS NOT  *
000210* A REAL DATE (THE END DATE MAY BE BLANK, AND MAY NOT FALL      *
000220* BEFORE THE EFFECTIVE DATE).  FOR A REPEATED P1 THE FIRST      *
000230* RECORD (THE SORT KEEPS EXTRACT ORDER) IS THE ONE LOADED.      *
000240*                                                                *
000250* THE WHOLE LOAD IS REFUSED, RC 8, WHEN NO RECORD PASSES, WHEN  *
000260* THE EXTRACT IS OLDER THAN THE ONE THE CURRENT MASTER WAS      *
000270* LOADED FROM, OR WHEN THE GOOD RECORDS FALL SHORT OF THE       *
000280* MINIMUM PERCENTAGE OF THE CURRENT MASTER'S RECORD COUNT ON    *
000290* THE OPTIONAL P1LCTL CARD (SEE P1LCARD - DEFAULT 90) - A       *
000300* TRUNCATED EXTRACT MUST NOT EMPTY THE MASTER.  THE CURRENT     *
000310* MASTER IS THEN LEFT AS IT IS.  A MISSING CURRENT MASTER (THE  *
000320* FIRST LOAD) SKIPS BOTH COMPARISONS.  REJECTS ALONE END RC 4   *
000330* AND THE GOOD RECORDS ARE STILL LOADED.                        *
000340*                                                                *
000350* MODIFICATION HISTORY                                          *
000360*   DATE       INIT  DESCRIPTION                                *
000370*   2026-10-15  DLM  ORIGINAL                                   *
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.    IBM-370.
000420 OBJECT-COMPUTER.    IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CRD-FILE ASSIGN TO P1LCTL
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-CRD-STATUS.
000480     SELECT SPX-FILE ASSIGN TO SRTP1X
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-SPX-STATUS.
000510     SELECT CUR-FILE ASSIGN TO P1MASTER
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS CUR-P1
000550         FILE STATUS IS WS-CUR-STATUS.
000560     SELECT PRO-FILE ASSIGN TO PARTFILE
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS PPF-PARTNER-ID
000600         FILE STATUS IS WS-PRO-STATUS.
000610     SELECT LOD-FILE ASSIGN TO P1MLOAD
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-LOD-STATUS.
000640     SELECT RPT-FILE ASSIGN TO P1MRPT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-RPT-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CRD-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720*THE CARD ARRIVES AS AN 80-BYTE CARD IMAGE - THE P1LCARD
000730*LAYOUT IS MAPPED OVER ITS FIRST 3 BYTES IN WORKING-STORAGE.
000740 01  CRD-CARD                    PIC X(80).
000750 FD  SPX-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 COPY P1XREC.
000790 FD  CUR-FILE
000800     LABEL RECORDS ARE STANDARD.
000810*THE CURRENT MASTER IN P1MREC LAYOUT - ONLY ITS KEY AND LOAD
000820*DATE ARE NEEDED HERE, TO COUNT IT AND DATE IT.
000830 01  CUR-RECORD.
000840     05  CUR-P1                  PIC X(07).
000850     05  FILLER                  PIC X(21).
000860     05  CUR-LOAD-DATE           PIC X(08).
000870     05  FILLER                  PIC X(04).
000880 FD  PRO-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY PARTREC.
000910 FD  LOD-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 COPY P1MREC.
000950 FD  RPT-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 COPY RPTLINE.
000990 WORKING-STORAGE SECTION.
001000 01  WS-CRD-STATUS               PIC X(02) VALUE SPACES.
001010     88  WS-CRD-OK               VALUE '00'.
001020 01  WS-SPX-STATUS               PIC X(02) VALUE SPACES.
001030     88  WS-SPX-OK               VALUE '00'.
001040 01  WS-CUR-STATUS               PIC X(02) VALUE SPACES.
001050     88  WS-CUR-OK               VALUE '00'.
001060 01  WS-PRO-STATUS               PIC X(02) VALUE SPACES.
001070     88  WS-PRO-OK               VALUE '00'.
001080 01  WS-LOD-STATUS               PIC X(02) VALUE SPACES.
001090     88  WS-LOD-OK               VALUE '00'.
001100 01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001110     88  WS-RPT-OK               VALUE '00'.
001120 COPY P1LCARD.
001130 01  WS-SWITCHES.
001140     05  WS-SPX-EOF-SWITCH       PIC X(01) VALUE 'N'.
001150         88  WS-SPX-EOF          VALUE 'Y'.
001160     05  WS-CUR-EOF-SWITCH       PIC X(01) VALUE 'N'.
001170         88  WS-CUR-EOF          VALUE 'Y'.
001180     05  WS-CUR-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
001190         88  WS-CUR-AVAIL        VALUE 'Y'.
001200     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001210         88  WS-FILES-OPEN       VALUE 'Y'.
001220     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE 'Y'.
001230         88  WS-RUN-OK           VALUE 'Y'.
001240     05  WS-LOAD-OK-SWITCH       PIC X(01) VALUE 'Y'.
001250         88  WS-LOAD-OK          VALUE 'Y'.
001260     05  WS-DATE-OK-SWITCH       PIC X(01) VALUE 'N'.
001270         88  WS-DATE-OK          VALUE 'Y'.
001280 01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001290 01  WS-PDAT-STATUS              PIC X(01) VALUE SPACE.
001300     88  WS-PDAT-UNAVAIL         VALUE 'U'.
001310 01  WS-MIN-PERCENT              PIC 9(03) VALUE 090.
001320*    THE DATE THE EXTRACT WAS TAKEN (FROM ITS FIRST GOOD-DATED
001330*    RECORD) AND THE DATE THE CURRENT MASTER WAS LOADED FROM
001340 01  WS-EXTRACT-DATE             PIC X(08) VALUE SPACES.
001350 01  WS-CUR-LOAD-DATE            PIC X(08) VALUE SPACES.
001360 01  WS-PREV-P1                  PIC X(07) VALUE LOW-VALUES.
001370 01  WS-REASON                   PIC X(30) VALUE SPACES.
001380 01  WS-SPACE-COUNT              PIC 9(03) COMP VALUE ZERO.
001390*    DATE EDIT WORK AREA - SEE 2200-CHECK-DATE
001400 01  WS-CHK-DATE                 PIC X(08) VALUE SPACES.
001410 01  WS-CHK-DATE-N REDEFINES WS-CHK-DATE
001420                                 PIC 9(08).
001430 01  WS-CHK-BACK                 PIC 9(08) VALUE ZERO.
001440 01  WS-DAY-NUMBER               PIC 9(09) COMP VALUE ZERO.
001450 01  WS-REJECT-LINE.
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  WS-RJL-P1               PIC X(07).
001480     05  FILLER                  PIC X(02) VALUE SPACES.
001490     05  WS-RJL-PARTNER          PIC X(04).
001500     05  FILLER                  PIC X(02) VALUE SPACES.
001510     05  WS-RJL-STATUS           PIC X(01).
001520     05  FILLER                  PIC X(02) VALUE SPACES.
001530     05  WS-RJL-EFF-DATE         PIC X(08).
001540     05  FILLER                  PIC X(01) VALUE SPACE.
001550     05  WS-RJL-END-DATE         PIC X(08).
001560     05  FILLER                  PIC X(02) VALUE SPACES.
001570     05  WS-RJL-REASON           PIC X(30).
001580     05  FILLER                  PIC X(11) VALUE SPACES.
001590*    RUN TOTALS
001600 01  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
001610 01  WS-GOOD-COUNT               PIC 9(09) COMP VALUE ZERO.
001620 01  WS-REJECT-COUNT             PIC 9(09) COMP VALUE ZERO.
001630 01  WS-CUR-COUNT                PIC 9(09) COMP VALUE ZERO.
001640 01  WS-OPEN-COUNT               PIC 9(09) COMP VALUE ZERO.
001650 01  WS-CLOSED-COUNT             PIC 9(09) COMP VALUE ZERO.
001660 01  WS-SUSP-COUNT               PIC 9(09) COMP VALUE ZERO.
001670 01  WS-NEEDED-COUNT             PIC 9(09) COMP VALUE ZERO.
001680*    ONE LINE OF THE CLOSING TOTALS - SEE 9100-WRITE-TOTAL
001690 01  WS-TOT-LABEL                PIC X(28) VALUE SPACES.
001700 01  WS-TOT-COUNT                PIC 9(09) COMP VALUE ZERO.
001710 01  WS-TOT-COUNT-ED             PIC 9(09).
001720 PROCEDURE DIVISION.
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001750     IF WS-RUN-OK
001760         PERFORM 2000-EDIT-RECORD THRU 2000-EXIT
001770             UNTIL WS-SPX-EOF
001780         PERFORM 3000-CHECK-LOAD THRU 3000-EXIT
001790     END-IF.
001800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001810     STOP RUN.
001820*****************************************************************
001830* 1000-INITIALIZE - FETCH THE BUSINESS DATE AND THE CONTROL     *
001840*   CARD, COUNT THE CURRENT MASTER, OPEN THE FILES AND PRIME    *
001850*   THE FIRST READ                                              *
001860*****************************************************************
001870 1000-INITIALIZE.
001880     CALL 'HELLO-PDAT' USING WS-RUN-DATE WS-PDAT-STATUS.
001890     IF WS-PDAT-UNAVAIL
001900         DISPLAY 'HELLO-P1LD - PROCESSING DATE NOT AVAILABLE'
001910         MOVE 'N' TO WS-RUN-OK-SWITCH
001920         MOVE 8 TO RETURN-CODE
001930         GO TO 1000-EXIT
001940     END-IF.
001950     PERFORM 1100-READ-CARD THRU 1100-EXIT.
001960     IF NOT WS-RUN-OK
001970         GO TO 1000-EXIT
001980     END-IF.
001990     PERFORM 1200-COUNT-CURRENT THRU 1200-EXIT.
002000     OPEN INPUT SPX-FILE.
002010     OPEN INPUT PRO-FILE.
002020     OPEN OUTPUT LOD-FILE.
002030     OPEN OUTPUT RPT-FILE.
002040     IF NOT WS-SPX-OK OR NOT WS-PRO-OK OR NOT WS-LOD-OK
002050         OR NOT WS-RPT-OK
002060         DISPLAY 'HELLO-P1LD - FILE OPEN FAILED - STATUS '
002070             WS-SPX-STATUS WS-PRO-STATUS WS-LOD-STATUS
002080             WS-RPT-STATUS
002090         MOVE 'N' TO WS-RUN-OK-SWITCH
002100         MOVE 8 TO RETURN-CODE
002110         GO TO 1000-EXIT
002120     END-IF.
002130     MOVE 'Y' TO WS-FILES-OPEN-SWITCH.
002140     MOVE SPACES TO RPT-LINE.
002150     STRING 'P1 REFERENCE MASTER RELOAD - BUSINESS DATE '
002160         WS-RUN-DATE DELIMITED BY SIZE INTO RPT-LINE.
002170     WRITE RPT-LINE-RECORD.
002180     MOVE SPACES TO RPT-LINE.
002190     WRITE RPT-LINE-RECORD.
002200     MOVE SPACES TO RPT-LINE.
002210     MOVE '  REJECTED RECORDS' TO RPT-LINE.
002220     WRITE RPT-LINE-RECORD.
002230     MOVE SPACES TO RPT-LINE.
002240     MOVE '  P1       PTNR  S  EFFECTIVE END       REASON'
002250         TO RPT-LINE.
002260     WRITE RPT-LINE-RECORD.
002270     PERFORM 2900-READ-EXTRACT THRU 2900-EXIT.
002280 1000-EXIT.
002290     EXIT.
002300*****************************************************************
002310* 1100-READ-CARD - THE MINIMUM PERCENTAGE FROM THE P1LCTL CARD. *
002320*   NO CARD, OR A BLANK ONE, LEAVES THE DEFAULT.  A CARD THAT   *
002330*   IS NOT 3 DIGITS FROM 000 TO 100 STOPS THE RUN.              *
002340*****************************************************************
002350 1100-READ-CARD.
002360     MOVE SPACES TO P1C-RECORD.
002370     OPEN INPUT CRD-FILE.
002380     IF WS-CRD-OK
002390         READ CRD-FILE
002400             NOT AT END
002410                 MOVE CRD-CARD(1:3) TO P1C-RECORD
002420         END-READ
002430         CLOSE CRD-FILE
002440     END-IF.
002450     IF P1C-MIN-PERCENT = SPACES
002460         GO TO 1100-EXIT
002470     END-IF.
002480     IF P1C-MIN-PERCENT NOT NUMERIC
002490         OR P1C-MIN-PERCENT-N > 100
002500         DISPLAY 'HELLO-P1LD - P1LCTL CARD ' P1C-MIN-PERCENT
002510             ' NOT A PERCENTAGE 000-100 - NOTHING LOADED'
002520         MOVE 'N' TO WS-RUN-OK-SWITCH
002530         MOVE 8 TO RETURN-CODE
002540         GO TO 1100-EXIT
002550     END-IF.
002560     MOVE P1C-MIN-PERCENT-N TO WS-MIN-PERCENT.
002570 1100-EXIT.
002580     EXIT.
002590*****************************************************************
002600* 1200-COUNT-CURRENT - COUNT THE RECORDS ON THE MASTER BEING    *
002610*   REPLACED AND NOTE THE EXTRACT DATE IT WAS LOADED FROM.  NO  *
002620*   MASTER IS THE FIRST LOAD - NOTHING TO COMPARE AGAINST.      *
002630*****************************************************************
002640 1200-COUNT-CURRENT.
002650     OPEN INPUT CUR-FILE.
002660     IF NOT WS-CUR-OK
002670         DISPLAY 'HELLO-P1LD - NO CURRENT P1MASTER - FIRST LOAD '
002680             'ASSUMED'
002690         GO TO 1200-EXIT
002700     END-IF.
002710     MOVE 'Y' TO WS-CUR-AVAIL-SWITCH.
002720     PERFORM 1210-READ-CURRENT THRU 1210-EXIT
002730         UNTIL WS-CUR-EOF.
002740     CLOSE CUR-FILE.
002750 1200-EXIT.
002760     EXIT.
002770*****************************************************************
002780* 1210-READ-CURRENT - COUNT ONE CURRENT MASTER RECORD.  EVERY   *
002790*   RECORD OF ONE LOAD CARRIES THE SAME LOAD DATE.              *
002800*****************************************************************
002810 1210-READ-CURRENT.
002820     READ CUR-FILE
002830         AT END
002840             MOVE 'Y' TO WS-CUR-EOF-SWITCH
002850             GO TO 1210-EXIT
002860     END-READ.
002870     ADD 1 TO WS-CUR-COUNT.
002880     MOVE CUR-LOAD-DATE TO WS-CUR-LOAD-DATE.
002890 1210-EXIT.
002900     EXIT.
002910*****************************************************************
002920* 2000-EDIT-RECORD - EDIT ONE EXTRACT RECORD AND EITHER WRITE   *
002930*   IT TO THE LOAD FILE OR LIST IT AS REJECTED                  *
002940*****************************************************************
002950 2000-EDIT-RECORD.
002960     PERFORM 2100-EDIT-FIELDS THRU 2100-EXIT.
002970     IF WS-REASON = SPACES
002980         PERFORM 2300-WRITE-LOAD THRU 2300-EXIT
002990     ELSE
003000         PERFORM 2400-LIST-REJECT THRU 2400-EXIT
003010     END-IF.
003020     MOVE P1X-P1 TO WS-PREV-P1.
003030     PERFORM 2900-READ-EXTRACT THRU 2900-EXIT.
003040 2000-EXIT.
003050     EXIT.
003060*****************************************************************
003070* 2100-EDIT-FIELDS - THE FIRST FAILING EDIT GIVES THE REASON;   *
003080*   WS-REASON LEFT AS SPACES MEANS THE RECORD IS GOOD.  THE     *
003090*   FIRST RECORD WITH A REAL EXTRACT DATE SETS THE DATE THE     *
003100*   REST OF THE EXTRACT MUST CARRY.                             *
003110*****************************************************************
003120 2100-EDIT-FIELDS.
003130     MOVE SPACES TO WS-REASON.
003140     MOVE ZERO TO WS-SPACE-COUNT.
003150     INSPECT P1X-P1 TALLYING WS-SPACE-COUNT FOR ALL SPACES.
003160     IF WS-SPACE-COUNT NOT = ZERO OR P1X-P1 NOT ALPHABETIC
003170         MOVE 'P1 NOT 7 ALPHABETIC CHARACTERS' TO WS-REASON
003180         GO TO 2100-EXIT
003190     END-IF.
003200     IF P1X-P1 = WS-PREV-P1
003210         MOVE 'DUPLICATE P1 IN EXTRACT' TO WS-REASON
003220         GO TO 2100-EXIT
003230     END-IF.
003240     MOVE P1X-EXTRACT-DATE TO WS-CHK-DATE.
003250     PERFORM 2200-CHECK-DATE THRU 2200-EXIT.
003260     IF NOT WS-DATE-OK
003270         MOVE 'EXTRACT DATE INVALID' TO WS-REASON
003280         GO TO 2100-EXIT
003290     END-IF.
003300     IF WS-EXTRACT-DATE = SPACES
003310         MOVE P1X-EXTRACT-DATE TO WS-EXTRACT-DATE
003320     END-IF.
003330     IF P1X-EXTRACT-DATE NOT = WS-EXTRACT-DATE
003340         MOVE 'EXTRACT DATE DIFFERS' TO WS-REASON
003350         GO TO 2100-EXIT
003360     END-IF.
003370     MOVE P1X-PARTNER-ID TO PPF-PARTNER-ID.
003380     READ PRO-FILE
003390         INVALID KEY
003400             MOVE 'PARTNER NOT ON PARTFILE' TO WS-REASON
003410             GO TO 2100-EXIT
003420     END-READ.
003430     IF P1X-STATUS NOT = 'O' AND P1X-STATUS NOT = 'C'
003440         AND P1X-STATUS NOT = 'S'
003450         MOVE 'STATUS NOT O, C OR S' TO WS-REASON
003460         GO TO 2100-EXIT
003470     END-IF.
003480     MOVE P1X-EFF-DATE TO WS-CHK-DATE.
003490     PERFORM 2200-CHECK-DATE THRU 2200-EXIT.
003500     IF NOT WS-DATE-OK
003510         MOVE 'EFFECTIVE DATE INVALID' TO WS-REASON
003520         GO TO 2100-EXIT
003530     END-IF.
003540     IF P1X-END-DATE = SPACES
003550         GO TO 2100-EXIT
003560     END-IF.
003570     MOVE P1X-END-DATE TO WS-CHK-DATE.
003580     PERFORM 2200-CHECK-DATE THRU 2200-EXIT.
003590     IF NOT WS-DATE-OK
003600         MOVE 'END DATE INVALID' TO WS-REASON
003610         GO TO 2100-EXIT
003620     END-IF.
003630     IF P1X-END-DATE < P1X-EFF-DATE
003640         MOVE 'END DATE BEFORE EFFECTIVE DATE' TO WS-REASON
003650     END-IF.
003660 2100-EXIT.
003670     EXIT.
003680*****************************************************************
003690* 2200-CHECK-DATE - IS WS-CHK-DATE A REAL YYYYMMDD CALENDAR     *
003700*   DATE?  IT MUST SURVIVE THE DAY-NUMBER ROUND TRIP.           *
003710*****************************************************************
003720 2200-CHECK-DATE.
003730     MOVE 'N' TO WS-DATE-OK-SWITCH.
003740     IF WS-CHK-DATE NOT NUMERIC
003750         OR WS-CHK-DATE < '16010101'
003760         GO TO 2200-EXIT
003770     END-IF.
003780     COMPUTE WS-DAY-NUMBER =
003790         FUNCTION INTEGER-OF-DATE(WS-CHK-DATE-N).
003800     COMPUTE WS-CHK-BACK =
003810         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
003820     IF WS-CHK-BACK = WS-CHK-DATE-N
003830         MOVE 'Y' TO WS-DATE-OK-SWITCH
003840     END-IF.
003850 2200-EXIT.
003860     EXIT.
003870*****************************************************************
003880* 2300-WRITE-LOAD - ONE GOOD RECORD ONTO THE LOAD FILE, STAMPED *
003890*   WITH THE EXTRACT DATE IT WAS LOADED FROM                    *
003900*****************************************************************
003910 2300-WRITE-LOAD.
003920     MOVE SPACES TO P1M-RECORD.
003930     MOVE P1X-P1 TO P1M-P1.
003940     MOVE P1X-PARTNER-ID TO P1M-PARTNER-ID.
003950     MOVE P1X-STATUS TO P1M-STATUS.
003960     MOVE P1X-EFF-DATE TO P1M-EFF-DATE.
003970     MOVE P1X-END-DATE TO P1M-END-DATE.
003980     MOVE WS-EXTRACT-DATE TO P1M-LOAD-DATE.
003990     WRITE P1M-RECORD.
004000     ADD 1 TO WS-GOOD-COUNT.
004010     EVALUATE TRUE
004020         WHEN P1M-OPEN
004030             ADD 1 TO WS-OPEN-COUNT
004040         WHEN P1M-CLOSED
004050             ADD 1 TO WS-CLOSED-COUNT
004060         WHEN OTHER
004070             ADD 1 TO WS-SUSP-COUNT
004080     END-EVALUATE.
004090 2300-EXIT.
004100     EXIT.
004110*****************************************************************
004120* 2400-LIST-REJECT - ONE DETAIL LINE FOR A REJECTED RECORD      *
004130*****************************************************************
004140 2400-LIST-REJECT.
004150     ADD 1 TO WS-REJECT-COUNT.
004160     MOVE P1X-P1 TO WS-RJL-P1.
004170     MOVE P1X-PARTNER-ID TO WS-RJL-PARTNER.
004180     MOVE P1X-STATUS TO WS-RJL-STATUS.
004190     MOVE P1X-EFF-DATE TO WS-RJL-EFF-DATE.
004200     MOVE P1X-END-DATE TO WS-RJL-END-DATE.
004210     MOVE WS-REASON TO WS-RJL-REASON.
004220     MOVE WS-REJECT-LINE TO RPT-LINE.
004230     WRITE RPT-LINE-RECORD.
004240 2400-EXIT.
004250     EXIT.
004260*****************************************************************
004270* 2900-READ-EXTRACT - READ THE NEXT SORTED EXTRACT RECORD       *
004280*****************************************************************
004290 2900-READ-EXTRACT.
004300     READ SPX-FILE
004310         AT END
004320             MOVE 'Y' TO WS-SPX-EOF-SWITCH
004330             GO TO 2900-EXIT
004340     END-READ.
004350     ADD 1 TO WS-READ-COUNT.
004360 2900-EXIT.
004370     EXIT.
004380*****************************************************************
004390* 3000-CHECK-LOAD - DECIDE WHETHER THE LOAD FILE MAY REPLACE    *
004400*   THE CURRENT MASTER.  EACH REFUSAL IS PRINTED AND ENDS THE   *
004410*   STEP RC 8, WHICH THE DECK TAKES AS "DO NOT RELOAD".         *
004420*****************************************************************
004430 3000-CHECK-LOAD.
004440     IF WS-GOOD-COUNT = 0
004450         PERFORM 3100-REFUSE-LOAD THRU 3100-EXIT
004460         MOVE '*** NO RECORD PASSED THE EDITS - NOT LOADED'
004470             TO RPT-LINE
004480         WRITE RPT-LINE-RECORD
004490         GO TO 3000-EXIT
004500     END-IF.
004510     IF NOT WS-CUR-AVAIL
004520         GO TO 3000-EXIT
004530     END-IF.
004540     IF WS-EXTRACT-DATE < WS-CUR-LOAD-DATE
004550         PERFORM 3100-REFUSE-LOAD THRU 3100-EXIT
004555         MOVE SPACES TO RPT-LINE
004560         STRING '*** EXTRACT OF ' WS-EXTRACT-DATE
004570             ' IS OLDER THAN THE CURRENT MASTER''S '
004580             WS-CUR-LOAD-DATE ' - NOT LOADED'
004590             DELIMITED BY SIZE INTO RPT-LINE
004600         WRITE RPT-LINE-RECORD
004610         GO TO 3000-EXIT
004620     END-IF.
004630     COMPUTE WS-NEEDED-COUNT =
004640         (WS-CUR-COUNT * WS-MIN-PERCENT + 99) / 100.
004650     IF WS-GOOD-COUNT < WS-NEEDED-COUNT
004660         PERFORM 3100-REFUSE-LOAD THRU 3100-EXIT
004670         MOVE WS-NEEDED-COUNT TO WS-TOT-COUNT-ED
004675         MOVE SPACES TO RPT-LINE
004680         STRING '*** FEWER THAN ' WS-TOT-COUNT-ED
004690             ' GOOD RECORDS (' WS-MIN-PERCENT
004700             '% OF CURRENT MASTER) - NOT LOADED'
004710             DELIMITED BY SIZE INTO RPT-LINE
004720         WRITE RPT-LINE-RECORD
004730     END-IF.
004740 3000-EXIT.
004750     EXIT.
004760*****************************************************************
004770* 3100-REFUSE-LOAD - MARK THE LOAD REFUSED AND WRITE A BLANK    *
004780*   LINE AHEAD OF THE CALLER'S REASON LINE.  THE RECORD AREA IS *
004785*   NOT RELIABLE AFTER THE WRITE, SO THE CALLER CLEARS RPT-LINE *
004787*   AGAIN BEFORE BUILDING ITS LINE.                             *
004790*****************************************************************
004800 3100-REFUSE-LOAD.
004810     MOVE 'N' TO WS-LOAD-OK-SWITCH.
004820     MOVE 8 TO RETURN-CODE.
004830     MOVE SPACES TO RPT-LINE.
004840     WRITE RPT-LINE-RECORD.
004850 3100-EXIT.
004860     EXIT.
004870*****************************************************************
004880* 9000-TERMINATE - WRITE THE TOTALS, CLOSE THE FILES AND SET    *
004890*   THE RETURN CODE                                             *
004900*****************************************************************
004910 9000-TERMINATE.
004920     IF WS-FILES-OPEN
004930         MOVE SPACES TO RPT-LINE
004940         WRITE RPT-LINE-RECORD
004950         MOVE SPACES TO RPT-LINE
004960         STRING 'EXTRACT DATE ' WS-EXTRACT-DATE
004970             '   CURRENT MASTER LOADED FROM ' WS-CUR-LOAD-DATE
004980             DELIMITED BY SIZE INTO RPT-LINE
004990         WRITE RPT-LINE-RECORD
005000         MOVE 'EXTRACT RECORDS READ      : ' TO WS-TOT-LABEL
005010         MOVE WS-READ-COUNT TO WS-TOT-COUNT
005020         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
005030         MOVE 'RECORDS REJECTED          : ' TO WS-TOT-LABEL
005040         MOVE WS-REJECT-COUNT TO WS-TOT-COUNT
005050         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
005060         MOVE 'RECORDS PASSED            : ' TO WS-TOT-LABEL
005070         MOVE WS-GOOD-COUNT TO WS-TOT-COUNT
005080         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
005090         MOVE '  OPEN                    : ' TO WS-TOT-LABEL
005100         MOVE WS-OPEN-COUNT TO WS-TOT-COUNT
005110         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
005120         MOVE '  CLOSED                  : ' TO WS-TOT-LABEL
005130         MOVE WS-CLOSED-COUNT TO WS-TOT-COUNT
005140         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
005150         MOVE '  SUSPENDED               : ' TO WS-TOT-LABEL
005160         MOVE WS-SUSP-COUNT TO WS-TOT-COUNT
005170         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
005180         MOVE 'CURRENT MASTER RECORDS    : ' TO WS-TOT-LABEL
005190         MOVE WS-CUR-COUNT TO WS-TOT-COUNT
005200         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
005210         MOVE SPACES TO RPT-LINE
005220         IF WS-LOAD-OK
005230             MOVE 'MASTER TO BE RELOADED FROM THE RECORDS PASSED'
005240                 TO RPT-LINE
005250         ELSE
005260             MOVE 'MASTER NOT RELOADED - CURRENT MASTER KEPT'
005270                 TO RPT-LINE
005280         END-IF
005290         WRITE RPT-LINE-RECORD
005300         CLOSE SPX-FILE PRO-FILE LOD-FILE RPT-FILE
005310     END-IF.
005320     IF RETURN-CODE < 4 AND WS-REJECT-COUNT > 0
005330         MOVE 4 TO RETURN-CODE
005340     END-IF.
005350     DISPLAY 'HELLO-P1LD - EDIT COMPLETE - PASSED ' WS-GOOD-COUNT
005360         ' REJECTED ' WS-REJECT-COUNT ' RC ' RETURN-CODE.
005370 9000-EXIT.
005380     EXIT.
005390*****************************************************************
005400* 9100-WRITE-TOTAL - ONE LABELLED COUNT LINE                    *
005410*****************************************************************
005420 9100-WRITE-TOTAL.
005430     MOVE WS-TOT-COUNT TO WS-TOT-COUNT-ED.
005440     MOVE SPACES TO RPT-LINE.
005450     STRING WS-TOT-LABEL WS-TOT-COUNT-ED
005460         DELIMITED BY SIZE INTO RPT-LINE.
005470     WRITE RPT-LINE-RECORD.
005480 9100-EXIT.
005490     EXIT.
