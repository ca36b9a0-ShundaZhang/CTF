000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLO-WINR.
000030 AUTHOR.         D L MILLER.
000040 INSTALLATION.   FEDORA DATA CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*****************************************************************
000080* HELLO-WINR IS THE DAILY BATCH WINDOW REPORT.  HELLO-STAT ADDS *
000090* A RECORD TO THE RUNHIST KSDS (RUNHREC) EVERY TIME A PROGRAM   *
000100* IN THE FAMILY ENDS; THIS PROGRAM READS THAT HISTORY AGAINST   *
000110* THE SLA CONTROL FILE (SLACTL, SEE SLAREC) AND PRINTS ON       *
000120* WINRPT, FOR EVERY STEP ON SLACTL IN CHAIN ORDER:              *
000130*   - ITS LATEST ELAPSED TIME AND RECORDS PER MINUTE AGAINST    *
000140*     THE ROLLING AVERAGE OF THE RUNS BEFORE IT AND AGAINST THE *
000150*     STEP'S TARGETS                                            *
000160*   - FLAGS FOR A STEP OVER ITS TARGET (T), SLOWER THAN ITS     *
000170*     AVERAGE BY MORE THAN THE SLOW PERCENTAGE (S), PROCESSING  *
000180*     BELOW ITS RATE (R), OR TRENDING LATE (L) - SLOWER ON EACH *
000190*     OF ITS LAST THREE RUNS, OR SLOW AND STILL GROWING         *
000200* AND THEN PROJECTS WHEN THE NEXT CHAIN WILL FINISH ITS CUTOFF  *
000210* STEP (THE TRANSMISSION) AGAINST THE POSTING SYSTEM'S CUTOFF:  *
000220* THE LATEST CHAIN'S OWN FINISH PLUS, FOR EVERY STEP UP TO THE  *
000230* CUTOFF STEP THAT IS GROWING, ITS AVERAGE GROWTH PER RUN.      *
000240*                                                               *
000250* A STEP'S "LATEST CHAIN" RUN IS ITS LAST EXECUTION STARTED IN  *
000260* THE 24 HOURS BEFORE THE CUTOFF STEP LAST ENDED; A STEP WITH   *
000270* NONE (E.G. HELLOMRG ON A NIGHT WITHOUT PARTITIONS) TAKES NO   *
000280* PART IN THE PROJECTION.  RUNS THAT ENDED OVER RC 4 ARE LEFT   *
000290* OUT OF THE AVERAGES - A FAILED STEP'S TIME SAYS NOTHING ABOUT *
000300* ITS PACE.  THE ROLLING AVERAGES OVER THE LATEST RUNS ARE      *
000310* WRITTEN BACK TO EACH STEP'S SLACTL RECORD FOR THE HSTS SCREEN *
000320* TO JUDGE TONIGHT'S PACE BY.                                   *
000330*                                                               *
000340* ANY FLAGGED STEP, OR A PROJECTION INSIDE THE CUTOFF MARGIN,   *
000350* ENDS THE STEP RC 4.  A MISSING OR BAD CHAIN RECORD OR AN      *
000360* UNAVAILABLE FILE ENDS RC 8 WITH NOTHING REPORTED.             *
000370*                                                               *
000380* MODIFICATION HISTORY                                          *
000390*   DATE       INIT  DESCRIPTION                                *
000400*   2026-10-15  DLM  ORIGINAL                                   *
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.    IBM-370.
000450 OBJECT-COMPUTER.    IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT SLA-FILE ASSIGN TO SLACTL
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS SLA-PROGRAM
000520         FILE STATUS IS WS-SLA-STATUS.
000530     SELECT RNH-FILE ASSIGN TO RUNHIST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS RNH-KEY
000570         FILE STATUS IS WS-RNH-STATUS.
000580     SELECT RPT-FILE ASSIGN TO WINRPT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RPT-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  SLA-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 COPY SLAREC.
000660 FD  RNH-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY RUNHREC.
000690 FD  RPT-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 COPY RPTLINE.
000730 WORKING-STORAGE SECTION.
000740 01  WS-SLA-STATUS               PIC X(02) VALUE SPACES.
000750     88  WS-SLA-OK               VALUE '00'.
000760 01  WS-RNH-STATUS               PIC X(02) VALUE SPACES.
000770     88  WS-RNH-OK               VALUE '00'.
000780 01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000790     88  WS-RPT-OK               VALUE '00'.
000800 01  WS-SWITCHES.
000810     05  WS-SLA-EOF-SWITCH       PIC X(01) VALUE 'N'.
000820         88  WS-SLA-EOF          VALUE 'Y'.
000830     05  WS-RNH-EOF-SWITCH       PIC X(01) VALUE 'N'.
000840         88  WS-RNH-EOF          VALUE 'Y'.
000850     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000860         88  WS-FILES-OPEN       VALUE 'Y'.
000870     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE 'Y'.
000880         88  WS-RUN-OK           VALUE 'Y'.
000890     05  WS-AT-RISK-SWITCH       PIC X(01) VALUE 'N'.
000900         88  WS-AT-RISK          VALUE 'Y'.
000910 01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
000920 01  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
000930 01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
000940     05  WS-RUN-HH               PIC X(02).
000950     05  WS-RUN-MM               PIC X(02).
000960     05  FILLER                  PIC X(04).
000970*    SETTINGS FROM THE CHAIN RECORD, DEFAULTS APPLIED
000980 01  WS-CUTOFF-STEP              PIC X(08) VALUE SPACES.
000990 01  WS-CUTOFF-HHMM              PIC 9(04) VALUE ZERO.
001000 01  WS-CUTOFF-HHMM-X REDEFINES WS-CUTOFF-HHMM.
001010     05  WS-CUTOFF-HH            PIC 9(02).
001020     05  WS-CUTOFF-MM            PIC 9(02).
001030 01  WS-CUTOFF-SECS              PIC 9(05) COMP VALUE ZERO.
001040 01  WS-MARGIN-MINS              PIC 9(03) VALUE ZERO.
001050 01  WS-WINDOW-RUNS              PIC 9(02) VALUE ZERO.
001060 01  WS-SLOW-PERCENT             PIC 9(03) VALUE ZERO.
001070 01  WS-KEEP-RUNS                PIC 9(02) COMP VALUE ZERO.
001080*    ONE ENTRY PER STEP ON SLACTL, IN CHAIN ORDER (SEQUENCE 00
001090*    LAST), HOLDING THE STEP'S LATEST RUNS OLDEST FIRST - THE
001100*    ROLLING WINDOW PLUS THE LATEST RUN ITSELF
001110 01  WS-STEP-MAX                 PIC 9(02) COMP VALUE 20.
001120 01  WS-STEP-COUNT               PIC 9(02) COMP VALUE ZERO.
001130 01  WS-STEP-TABLE.
001140     05  WS-STP                  OCCURS 20 TIMES.
001150         10  WS-STP-PROGRAM      PIC X(08).
001160         10  WS-STP-SEQ          PIC 9(02).
001170         10  WS-STP-ORDER        PIC 9(02).
001180         10  WS-STP-BASIS        PIC X(01).
001190         10  WS-STP-TARGET-SECS  PIC 9(05).
001200         10  WS-STP-TARGET-RPM   PIC 9(07).
001210         10  WS-STP-RUNS         PIC 9(02) COMP.
001220         10  WS-STP-FAILED       PIC 9(05) COMP.
001230         10  WS-STP-RUN          OCCURS 31 TIMES.
001240             15  WS-RUN-START-TS PIC X(14).
001250             15  WS-RUN-END-TS   PIC X(14).
001260             15  WS-RUN-SECS     PIC 9(07).
001270             15  WS-RUN-RECS     PIC 9(10).
001280         10  WS-STP-LAST-SECS    PIC 9(07).
001290         10  WS-STP-LAST-RPM     PIC 9(07).
001300         10  WS-STP-BASE-SECS    PIC 9(07).
001310         10  WS-STP-BASE-RPM     PIC 9(07).
001320         10  WS-STP-AVG-SECS     PIC 9(07).
001330         10  WS-STP-AVG-RPM      PIC 9(07).
001340         10  WS-STP-AVG-RUNS     PIC 9(02).
001350         10  WS-STP-GROWTH       PIC S9(07).
001360         10  WS-STP-FLAGS        PIC X(04).
001370         10  WS-STP-LATE-FLAG    PIC X(01).
001380 01  WS-SUB                      PIC 9(02) COMP VALUE ZERO.
001390 01  WS-INS-SUB                  PIC 9(02) COMP VALUE ZERO.
001400 01  WS-RUN-SUB                  PIC 9(02) COMP VALUE ZERO.
001410 01  WS-FIRST-SUB                PIC 9(02) COMP VALUE ZERO.
001420 01  WS-CUT-SUB                  PIC 9(02) COMP VALUE ZERO.
001430*    WORK FIELDS FOR THE AVERAGES AND RATES
001440 01  WS-SUM-SECS                 PIC 9(11) COMP VALUE ZERO.
001450 01  WS-SUM-RECS                 PIC 9(13) COMP VALUE ZERO.
001460 01  WS-SUM-RUNS                 PIC 9(02) COMP VALUE ZERO.
001470 01  WS-RATE-SECS                PIC 9(11) COMP VALUE ZERO.
001480 01  WS-RATE-RECS                PIC 9(13) COMP VALUE ZERO.
001490 01  WS-RATE                     PIC 9(07) VALUE ZERO.
001500 01  WS-SLOW-LIMIT               PIC 9(11) COMP VALUE ZERO.
001510 01  WS-RATE-LIMIT               PIC 9(13) COMP VALUE ZERO.
001520*    A TIMESTAMP TAKEN APART, AND AS SECONDS SINCE THE START OF
001530*    THE DAY-NUMBER CALENDAR
001540 01  WS-TS-WORK                  PIC X(14) VALUE SPACES.
001550 01  WS-TS-PARTS REDEFINES WS-TS-WORK.
001560     05  WS-TS-DATE              PIC 9(08).
001570     05  WS-TS-HH                PIC 9(02).
001580     05  WS-TS-MM                PIC 9(02).
001590     05  WS-TS-SS                PIC 9(02).
001600 01  WS-TS-SECS                  PIC 9(11) COMP VALUE ZERO.
001610*    THE PROJECTION
001620 01  WS-ANCHOR-END               PIC 9(11) COMP VALUE ZERO.
001630 01  WS-WINDOW-FROM              PIC 9(11) COMP VALUE ZERO.
001640 01  WS-STEP-START               PIC 9(11) COMP VALUE ZERO.
001650 01  WS-CHAIN-START              PIC 9(11) COMP VALUE ZERO.
001660 01  WS-CUTOFF-ABS               PIC 9(11) COMP VALUE ZERO.
001670 01  WS-PROJ-END                 PIC 9(11) COMP VALUE ZERO.
001680 01  WS-TREND-SECS               PIC 9(07) VALUE ZERO.
001690 01  WS-MARGIN-SECS              PIC S9(11) COMP VALUE ZERO.
001700 01  WS-MARGIN-MIN-ED            PIC -(5)9.
001710 01  WS-CHAIN-STEPS              PIC 9(02) COMP VALUE ZERO.
001720 01  WS-CHAIN-STEPS-ED           PIC Z9.
001730*    EDITING OF TIMES
001740 01  WS-FMT-SECS                 PIC 9(11) COMP VALUE ZERO.
001750 01  WS-FMT-DAY                  PIC 9(09) COMP VALUE ZERO.
001760 01  WS-FMT-REST                 PIC 9(05) COMP VALUE ZERO.
001770 01  WS-FMT-HOURS                PIC 9(05) COMP VALUE ZERO.
001780 01  WS-FMT-DATE                 PIC 9(08) VALUE ZERO.
001790 01  WS-FMT-DATE-X REDEFINES WS-FMT-DATE.
001800     05  WS-FMT-YYYY             PIC X(04).
001810     05  WS-FMT-MO               PIC X(02).
001820     05  WS-FMT-DD               PIC X(02).
001830 01  WS-FMT-HMS.
001840     05  WS-FMT-HH               PIC 9(02).
001850     05  FILLER                  PIC X(01) VALUE ':'.
001860     05  WS-FMT-MM               PIC 9(02).
001870     05  FILLER                  PIC X(01) VALUE ':'.
001880     05  WS-FMT-SS               PIC 9(02).
001890 01  WS-FMT-STAMP                PIC X(19) VALUE SPACES.
001900 01  WS-DETAIL-LINE.
001910     05  WS-DTL-PROGRAM          PIC X(08).
001920     05  FILLER                  PIC X(01) VALUE SPACE.
001930     05  WS-DTL-SEQ              PIC X(02).
001940     05  FILLER                  PIC X(01) VALUE SPACE.
001950     05  WS-DTL-RUNS             PIC Z9.
001960     05  FILLER                  PIC X(01) VALUE SPACE.
001970     05  WS-DTL-LAST             PIC X(08).
001980     05  FILLER                  PIC X(01) VALUE SPACE.
001990     05  WS-DTL-AVG              PIC X(08).
002000     05  FILLER                  PIC X(01) VALUE SPACE.
002010     05  WS-DTL-TARGET           PIC X(08).
002020     05  FILLER                  PIC X(01) VALUE SPACE.
002030     05  WS-DTL-LAST-RPM         PIC Z(06)9.
002040     05  FILLER                  PIC X(01) VALUE SPACE.
002050     05  WS-DTL-AVG-RPM          PIC Z(06)9.
002060     05  FILLER                  PIC X(01) VALUE SPACE.
002070     05  WS-DTL-TARGET-RPM       PIC Z(06)9.
002080     05  FILLER                  PIC X(01) VALUE SPACE.
002090     05  WS-DTL-FLAGS            PIC X(04).
002100     05  FILLER                  PIC X(10) VALUE SPACES.
002110*    RUN TOTALS
002120 01  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
002130 01  WS-USED-COUNT               PIC 9(09) COMP VALUE ZERO.
002140 01  WS-FAILED-COUNT             PIC 9(09) COMP VALUE ZERO.
002150 01  WS-FLAGGED-COUNT            PIC 9(09) COMP VALUE ZERO.
002160 01  WS-NOT-UPDATED-COUNT        PIC 9(09) COMP VALUE ZERO.
002170*    ONE LINE OF THE CLOSING TOTALS - SEE 9100-WRITE-TOTAL
002180 01  WS-TOT-LABEL                PIC X(28) VALUE SPACES.
002190 01  WS-TOT-COUNT                PIC 9(09) COMP VALUE ZERO.
002200 01  WS-TOT-COUNT-ED             PIC 9(09).
002210 PROCEDURE DIVISION.
002220 0000-MAINLINE.
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002240     IF WS-RUN-OK
002250         PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
002260             UNTIL WS-RNH-EOF
002270         PERFORM 3000-REPORT-STEP THRU 3000-EXIT
002280             VARYING WS-SUB FROM 1 BY 1
002290             UNTIL WS-SUB > WS-STEP-COUNT
002300         PERFORM 4000-PROJECT-CHAIN THRU 4000-EXIT
002310         PERFORM 5000-UPDATE-AVERAGES THRU 5000-EXIT
002320             VARYING WS-SUB FROM 1 BY 1
002330             UNTIL WS-SUB > WS-STEP-COUNT
002340     END-IF.
002350     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002360     STOP RUN.
002370*****************************************************************
002380* 1000-INITIALIZE - OPEN THE FILES, TAKE THE CHAIN SETTINGS AND *
002390*   THE STEP LIST FROM SLACTL, HEAD THE REPORT AND PRIME THE    *
002400*   FIRST HISTORY READ                                          *
002410*****************************************************************
002420 1000-INITIALIZE.
002430     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002440     ACCEPT WS-RUN-TIME FROM TIME.
002450     OPEN I-O SLA-FILE.
002460     OPEN INPUT RNH-FILE.
002470     OPEN OUTPUT RPT-FILE.
002480     IF NOT WS-SLA-OK OR NOT WS-RNH-OK OR NOT WS-RPT-OK
002490         DISPLAY 'HELLO-WINR - FILE OPEN FAILED - STATUS '
002500             WS-SLA-STATUS WS-RNH-STATUS WS-RPT-STATUS
002510         MOVE 'N' TO WS-RUN-OK-SWITCH
002520         MOVE 8 TO RETURN-CODE
002530         GO TO 1000-EXIT
002540     END-IF.
002550     MOVE 'Y' TO WS-FILES-OPEN-SWITCH.
002560     PERFORM 1100-READ-CHAIN-RECORD THRU 1100-EXIT.
002570     IF NOT WS-RUN-OK
002580         GO TO 1000-EXIT
002590     END-IF.
002600     PERFORM 1200-LOAD-STEPS THRU 1200-EXIT.
002610     IF WS-STEP-COUNT = 0
002620         DISPLAY 'HELLO-WINR - NO STEP RECORDS ON SLACTL'
002630         MOVE 'N' TO WS-RUN-OK-SWITCH
002640         MOVE 8 TO RETURN-CODE
002650         GO TO 1000-EXIT
002660     END-IF.
002670     MOVE SPACES TO RPT-LINE.
002680     STRING 'BATCH WINDOW REPORT - RUN ' WS-RUN-DATE ' '
002690         WS-RUN-HH ':' WS-RUN-MM
002700         DELIMITED BY SIZE INTO RPT-LINE.
002710     WRITE RPT-LINE-RECORD.
002720     MOVE SPACES TO RPT-LINE.
002730     STRING 'ROLLING AVERAGE OF THE LAST ' WS-WINDOW-RUNS
002740         ' RUNS - SLOW AT ' WS-SLOW-PERCENT
002750         ' PERCENT OVER AVERAGE'
002760         DELIMITED BY SIZE INTO RPT-LINE.
002770     WRITE RPT-LINE-RECORD.
002780     MOVE SPACES TO RPT-LINE.
002790     WRITE RPT-LINE-RECORD.
002800     MOVE 'PROGRAM  SQ RN LATEST   AVERAGE  TARGET' TO RPT-LINE.
002810     MOVE 'LAST-RPM AVG-RPM TGT-RPM FLAG' TO RPT-LINE(42:29).
002820     WRITE RPT-LINE-RECORD.
002830     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
002840 1000-EXIT.
002850     EXIT.
002860*****************************************************************
002870* 1100-READ-CHAIN-RECORD - THE CUTOFF AND THE REPORT SETTINGS.  *
002880*   ZERO SETTINGS TAKE THEIR DEFAULTS; A MISSING RECORD, A      *
002890*   BLANK CUTOFF STEP OR A CUTOFF THAT IS NOT A TIME OF DAY     *
002900*   STOPS THE RUN.                                              *
002910*****************************************************************
002920 1100-READ-CHAIN-RECORD.
002930     MOVE '*CHAIN* ' TO SLA-PROGRAM.
002940     READ SLA-FILE
002950         INVALID KEY
002960             DISPLAY 'HELLO-WINR - CHAIN RECORD MISSING FROM '
002970                 'SLACTL - NOTHING REPORTED'
002980             MOVE 'N' TO WS-RUN-OK-SWITCH
002990             MOVE 8 TO RETURN-CODE
003000             GO TO 1100-EXIT
003010     END-READ.
003020     IF SLA-CUTOFF-STEP = SPACES
003030         OR SLA-CUTOFF-HHMM NOT NUMERIC
003040         OR SLA-CUTOFF-HH > 23 OR SLA-CUTOFF-MM > 59
003050         DISPLAY 'HELLO-WINR - CHAIN RECORD CUTOFF '
003060             SLA-CUTOFF-STEP ' ' SLA-CUTOFF-HHMM
003070             ' INVALID - NOTHING REPORTED'
003080         MOVE 'N' TO WS-RUN-OK-SWITCH
003090         MOVE 8 TO RETURN-CODE
003100         GO TO 1100-EXIT
003110     END-IF.
003120     MOVE SLA-CUTOFF-STEP TO WS-CUTOFF-STEP.
003130     MOVE SLA-CUTOFF-HHMM TO WS-CUTOFF-HHMM.
003140     COMPUTE WS-CUTOFF-SECS =
003150         WS-CUTOFF-HH * 3600 + WS-CUTOFF-MM * 60.
003160     MOVE 30 TO WS-MARGIN-MINS.
003170     IF SLA-MARGIN-MINS NUMERIC AND SLA-MARGIN-MINS > 0
003180         MOVE SLA-MARGIN-MINS TO WS-MARGIN-MINS
003190     END-IF.
003200     MOVE 10 TO WS-WINDOW-RUNS.
003210     IF SLA-WINDOW-RUNS NUMERIC AND SLA-WINDOW-RUNS > 0
003220         MOVE SLA-WINDOW-RUNS TO WS-WINDOW-RUNS
003230     END-IF.
003240     IF WS-WINDOW-RUNS > 30
003250         MOVE 30 TO WS-WINDOW-RUNS
003260     END-IF.
003270     COMPUTE WS-KEEP-RUNS = WS-WINDOW-RUNS + 1.
003280     MOVE 20 TO WS-SLOW-PERCENT.
003290     IF SLA-SLOW-PERCENT NUMERIC AND SLA-SLOW-PERCENT > 0
003300         MOVE SLA-SLOW-PERCENT TO WS-SLOW-PERCENT
003310     END-IF.
003320     IF WS-SLOW-PERCENT > 99
003330         MOVE 99 TO WS-SLOW-PERCENT
003340     END-IF.
003350 1100-EXIT.
003360     EXIT.
003370*****************************************************************
003380* 1200-LOAD-STEPS - BROWSE SLACTL FROM THE TOP, TABLING EVERY   *
003390*   STEP RECORD IN CHAIN ORDER.  STEPS BEYOND THE TABLE ARE     *
003400*   LEFT OFF THE REPORT WITH A WARNING.                         *
003410*****************************************************************
003420 1200-LOAD-STEPS.
003430     MOVE LOW-VALUES TO SLA-PROGRAM.
003440     START SLA-FILE KEY IS NOT LESS THAN SLA-PROGRAM
003450         INVALID KEY
003460             GO TO 1200-EXIT
003470     END-START.
003480     PERFORM 1210-READ-STEP THRU 1210-EXIT
003490         UNTIL WS-SLA-EOF.
003500 1200-EXIT.
003510     EXIT.
003520*****************************************************************
003530* 1210-READ-STEP - TAKE THE NEXT SLACTL RECORD, PASSING OVER    *
003540*   THE CHAIN RECORD                                            *
003550*****************************************************************
003560 1210-READ-STEP.
003570     READ SLA-FILE NEXT RECORD
003580         AT END
003590             MOVE 'Y' TO WS-SLA-EOF-SWITCH
003600             GO TO 1210-EXIT
003610     END-READ.
003620     IF SLA-CHAIN-RECORD
003630         GO TO 1210-EXIT
003640     END-IF.
003650     IF WS-STEP-COUNT NOT < WS-STEP-MAX
003660         DISPLAY 'HELLO-WINR - STEP TABLE FULL - ' SLA-PROGRAM
003670             ' NOT REPORTED'
003680         MOVE 4 TO RETURN-CODE
003690         GO TO 1210-EXIT
003700     END-IF.
003710     PERFORM 1220-INSERT-STEP THRU 1220-EXIT.
003720 1210-EXIT.
003730     EXIT.
003740*****************************************************************
003750* 1220-INSERT-STEP - OPEN A SLOT FOR THE STEP AFTER EVERY STEP  *
003760*   OF THE SAME OR AN EARLIER CHAIN SEQUENCE (SEQUENCE 00 SORTS *
003770*   LAST) AND FILL IT.  NON-NUMERIC TARGETS COUNT AS NONE.      *
003780*****************************************************************
003790 1220-INSERT-STEP.
003800     ADD 1 TO WS-STEP-COUNT.
003810     MOVE WS-STEP-COUNT TO WS-INS-SUB.
003820     MOVE ZERO TO WS-SUB.
003830     IF SLA-CHAIN-SEQ NUMERIC
003840         MOVE SLA-CHAIN-SEQ TO WS-SUB
003850     END-IF.
003860     IF WS-SUB = 0
003870         MOVE 99 TO WS-SUB
003880     END-IF.
003890     PERFORM 1230-SHIFT-STEP THRU 1230-EXIT.
003900     MOVE SPACES TO WS-STP(WS-INS-SUB).
003910     MOVE SLA-PROGRAM TO WS-STP-PROGRAM(WS-INS-SUB).
003920     MOVE WS-SUB TO WS-STP-ORDER(WS-INS-SUB).
003930     MOVE ZERO TO WS-STP-SEQ(WS-INS-SUB).
003940     IF SLA-CHAIN-SEQ NUMERIC
003950         MOVE SLA-CHAIN-SEQ TO WS-STP-SEQ(WS-INS-SUB)
003960     END-IF.
003970     MOVE SLA-RATE-BASIS TO WS-STP-BASIS(WS-INS-SUB).
003980     MOVE ZERO TO WS-STP-TARGET-SECS(WS-INS-SUB).
003990     IF SLA-TARGET-SECS NUMERIC
004000         MOVE SLA-TARGET-SECS TO WS-STP-TARGET-SECS(WS-INS-SUB)
004010     END-IF.
004020     MOVE ZERO TO WS-STP-TARGET-RPM(WS-INS-SUB).
004030     IF SLA-TARGET-RPM NUMERIC
004040         MOVE SLA-TARGET-RPM TO WS-STP-TARGET-RPM(WS-INS-SUB)
004050     END-IF.
004060     MOVE ZERO TO WS-STP-RUNS(WS-INS-SUB).
004070     MOVE ZERO TO WS-STP-FAILED(WS-INS-SUB).
004080 1220-EXIT.
004090     EXIT.
004100*****************************************************************
004110* 1230-SHIFT-STEP - MOVE EVERY TABLED STEP OF A LATER CHAIN     *
004120*   SEQUENCE UP A SLOT, LEAVING WS-INS-SUB AT THE FREE SLOT     *
004130*****************************************************************
004140 1230-SHIFT-STEP.
004150     IF WS-INS-SUB = 1
004160         GO TO 1230-EXIT
004170     END-IF.
004180     IF WS-STP-ORDER(WS-INS-SUB - 1) NOT > WS-SUB
004190         GO TO 1230-EXIT
004200     END-IF.
004210     MOVE WS-STP(WS-INS-SUB - 1) TO WS-STP(WS-INS-SUB).
004220     SUBTRACT 1 FROM WS-INS-SUB.
004230     GO TO 1230-SHIFT-STEP.
004240 1230-EXIT.
004250     EXIT.
004260*****************************************************************
004270* 2000-PROCESS-HISTORY - ADD ONE RUNHIST RECORD TO ITS STEP'S   *
004280*   RUNS.  PROGRAMS NOT ON SLACTL (AND THE PRIMER RECORD) ARE   *
004290*   READ PAST; A RUN THAT ENDED OVER RC 4 IS ONLY COUNTED.      *
004300*   THE FILE IS IN PROGRAM AND START ORDER, SO EACH STEP'S      *
004310*   RUNS ARRIVE OLDEST FIRST AND THE OLDEST DROPS OFF THE FRONT *
004320*   ONCE THE WINDOW IS FULL.                                    *
004330*****************************************************************
004340 2000-PROCESS-HISTORY.
004350     PERFORM 2100-FIND-STEP THRU 2100-EXIT.
004360     IF WS-SUB > WS-STEP-COUNT
004370         GO TO 2000-NEXT
004380     END-IF.
004390     IF RNH-RETURN-CODE > 4
004400         ADD 1 TO WS-STP-FAILED(WS-SUB)
004410         ADD 1 TO WS-FAILED-COUNT
004420         GO TO 2000-NEXT
004430     END-IF.
004440     ADD 1 TO WS-USED-COUNT.
004450     IF WS-STP-RUNS(WS-SUB) < WS-KEEP-RUNS
004460         ADD 1 TO WS-STP-RUNS(WS-SUB)
004470     ELSE
004480         PERFORM 2200-DROP-OLDEST THRU 2200-EXIT
004490             VARYING WS-RUN-SUB FROM 1 BY 1
004500             UNTIL WS-RUN-SUB NOT < WS-KEEP-RUNS
004510     END-IF.
004520     MOVE WS-STP-RUNS(WS-SUB) TO WS-RUN-SUB.
004530     MOVE RNH-START-TS TO WS-RUN-START-TS(WS-SUB WS-RUN-SUB).
004540     MOVE RNH-END-TS TO WS-RUN-END-TS(WS-SUB WS-RUN-SUB).
004550     MOVE RNH-ELAPSED-SECS TO WS-RUN-SECS(WS-SUB WS-RUN-SUB).
004560     EVALUATE WS-STP-BASIS(WS-SUB)
004570         WHEN '2'
004580             MOVE RNH-COUNT-2 TO WS-RUN-RECS(WS-SUB WS-RUN-SUB)
004590         WHEN 'B'
004600             COMPUTE WS-RUN-RECS(WS-SUB WS-RUN-SUB) =
004610                 RNH-COUNT-1 + RNH-COUNT-2
004620         WHEN OTHER
004630             MOVE RNH-COUNT-1 TO WS-RUN-RECS(WS-SUB WS-RUN-SUB)
004640     END-EVALUATE.
004650 2000-NEXT.
004660     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
004670 2000-EXIT.
004680     EXIT.
004690*****************************************************************
004700* 2100-FIND-STEP - WS-SUB TO THE RECORD'S STEP, OR PAST THE END *
004710*   OF THE TABLE IF THE PROGRAM IS NOT ON SLACTL                *
004720*****************************************************************
004730 2100-FIND-STEP.
004740     MOVE 1 TO WS-SUB.
004750 2100-LOOP.
004760     IF WS-SUB > WS-STEP-COUNT
004770         GO TO 2100-EXIT
004780     END-IF.
004790     IF WS-STP-PROGRAM(WS-SUB) = RNH-PROGRAM
004800         GO TO 2100-EXIT
004810     END-IF.
004820     ADD 1 TO WS-SUB.
004830     GO TO 2100-LOOP.
004840 2100-EXIT.
004850     EXIT.
004860*****************************************************************
004870* 2200-DROP-OLDEST - SLIDE ONE KEPT RUN DOWN A SLOT             *
004880*****************************************************************
004890 2200-DROP-OLDEST.
004900     MOVE WS-STP-RUN(WS-SUB WS-RUN-SUB + 1)
004910         TO WS-STP-RUN(WS-SUB WS-RUN-SUB).
004920 2200-EXIT.
004930     EXIT.
004940*****************************************************************
004950* 2900-READ-HISTORY - READ THE NEXT RUNHIST RECORD              *
004960*****************************************************************
004970 2900-READ-HISTORY.
004980     READ RNH-FILE NEXT RECORD
004990         AT END
005000             MOVE 'Y' TO WS-RNH-EOF-SWITCH
005010             GO TO 2900-EXIT
005020     END-READ.
005030     ADD 1 TO WS-READ-COUNT.
005040 2900-EXIT.
005050     EXIT.
005060*****************************************************************
005070* 3000-REPORT-STEP - MEASURE ONE STEP'S LATEST RUN AGAINST THE  *
005080*   RUNS BEFORE IT AND ITS TARGETS, FLAG IT, AND PRINT ITS LINE *
005090*****************************************************************
005100 3000-REPORT-STEP.
005110     MOVE SPACES TO WS-DETAIL-LINE.
005120     MOVE WS-STP-PROGRAM(WS-SUB) TO WS-DTL-PROGRAM.
005130     MOVE WS-STP-SEQ(WS-SUB) TO WS-DTL-SEQ.
005140     MOVE SPACES TO WS-STP-FLAGS(WS-SUB).
005150     MOVE 'N' TO WS-STP-LATE-FLAG(WS-SUB).
005160     IF WS-STP-RUNS(WS-SUB) = 0
005170         MOVE ZERO TO WS-DTL-RUNS
005180         MOVE 'NO RUNS' TO WS-DTL-LAST
005190         MOVE WS-DETAIL-LINE TO RPT-LINE
005200         WRITE RPT-LINE-RECORD
005210         GO TO 3000-EXIT
005220     END-IF.
005230     PERFORM 3100-MEASURE-STEP THRU 3100-EXIT.
005240     PERFORM 3200-FLAG-STEP THRU 3200-EXIT.
005250     COMPUTE WS-DTL-RUNS = WS-STP-RUNS(WS-SUB) - 1.
005260     MOVE WS-STP-LAST-SECS(WS-SUB) TO WS-FMT-SECS.
005270     PERFORM 8000-FORMAT-DURATION THRU 8000-EXIT.
005280     MOVE WS-FMT-HMS TO WS-DTL-LAST.
005290     IF WS-STP-RUNS(WS-SUB) > 1
005300         MOVE WS-STP-BASE-SECS(WS-SUB) TO WS-FMT-SECS
005310         PERFORM 8000-FORMAT-DURATION THRU 8000-EXIT
005320         MOVE WS-FMT-HMS TO WS-DTL-AVG
005330         MOVE WS-STP-BASE-RPM(WS-SUB) TO WS-DTL-AVG-RPM
005340     ELSE
005350         MOVE '   NONE' TO WS-DTL-AVG
005360         MOVE ZERO TO WS-DTL-AVG-RPM
005370     END-IF.
005380     IF WS-STP-TARGET-SECS(WS-SUB) > 0
005390         MOVE WS-STP-TARGET-SECS(WS-SUB) TO WS-FMT-SECS
005400         PERFORM 8000-FORMAT-DURATION THRU 8000-EXIT
005410         MOVE WS-FMT-HMS TO WS-DTL-TARGET
005420     ELSE
005430         MOVE '   NONE' TO WS-DTL-TARGET
005440     END-IF.
005450     MOVE WS-STP-LAST-RPM(WS-SUB) TO WS-DTL-LAST-RPM.
005460     MOVE WS-STP-TARGET-RPM(WS-SUB) TO WS-DTL-TARGET-RPM.
005470     MOVE WS-STP-FLAGS(WS-SUB) TO WS-DTL-FLAGS.
005480     MOVE WS-DETAIL-LINE TO RPT-LINE.
005490     WRITE RPT-LINE-RECORD.
005500     IF WS-STP-FLAGS(WS-SUB) NOT = SPACES
005510         ADD 1 TO WS-FLAGGED-COUNT
005520     END-IF.
005530 3000-EXIT.
005540     EXIT.
005550*****************************************************************
005560* 3100-MEASURE-STEP - THE LATEST RUN'S TIME AND RATE; THE       *
005570*   BASELINE (EVERY KEPT RUN BEFORE THE LATEST); THE ROLLING    *
005580*   AVERAGE FOR SLACTL (THE LATEST WINDOW-FULL OF RUNS); AND    *
005590*   THE AVERAGE GROWTH PER RUN ACROSS THE KEPT RUNS.  RATES ARE *
005600*   TOTAL RECORDS OVER TOTAL TIME, A ZERO TIME COUNTING AS ONE  *
005610*   SECOND.                                                     *
005620*****************************************************************
005630 3100-MEASURE-STEP.
005640     MOVE WS-STP-RUNS(WS-SUB) TO WS-RUN-SUB.
005650     MOVE WS-RUN-SECS(WS-SUB WS-RUN-SUB)
005660         TO WS-STP-LAST-SECS(WS-SUB).
005670     MOVE WS-RUN-SECS(WS-SUB WS-RUN-SUB) TO WS-RATE-SECS.
005680     MOVE WS-RUN-RECS(WS-SUB WS-RUN-SUB) TO WS-RATE-RECS.
005690     PERFORM 3900-COMPUTE-RATE THRU 3900-EXIT.
005700     MOVE WS-RATE TO WS-STP-LAST-RPM(WS-SUB).
005710     MOVE ZERO TO WS-STP-BASE-SECS(WS-SUB).
005720     MOVE ZERO TO WS-STP-BASE-RPM(WS-SUB).
005730     MOVE ZERO TO WS-STP-GROWTH(WS-SUB).
005740     IF WS-STP-RUNS(WS-SUB) > 1
005750         MOVE 1 TO WS-FIRST-SUB
005760         COMPUTE WS-RUN-SUB = WS-STP-RUNS(WS-SUB) - 1
005770         PERFORM 3110-SUM-RUNS THRU 3110-EXIT
005780         COMPUTE WS-STP-BASE-SECS(WS-SUB) ROUNDED =
005790             WS-SUM-SECS / WS-SUM-RUNS
005800         MOVE WS-SUM-SECS TO WS-RATE-SECS
005810         MOVE WS-SUM-RECS TO WS-RATE-RECS
005820         PERFORM 3900-COMPUTE-RATE THRU 3900-EXIT
005830         MOVE WS-RATE TO WS-STP-BASE-RPM(WS-SUB)
005840     END-IF.
005850     IF WS-STP-RUNS(WS-SUB) > 2
005860         MOVE WS-STP-RUNS(WS-SUB) TO WS-RUN-SUB
005870         COMPUTE WS-STP-GROWTH(WS-SUB) =
005880             (WS-RUN-SECS(WS-SUB WS-RUN-SUB)
005890             - WS-RUN-SECS(WS-SUB 1)) / (WS-RUN-SUB - 1)
005900     END-IF.
005910     MOVE 1 TO WS-FIRST-SUB.
005920     IF WS-STP-RUNS(WS-SUB) > WS-WINDOW-RUNS
005930         COMPUTE WS-FIRST-SUB =
005940             WS-STP-RUNS(WS-SUB) - WS-WINDOW-RUNS + 1
005950     END-IF.
005960     MOVE WS-STP-RUNS(WS-SUB) TO WS-RUN-SUB.
005970     PERFORM 3110-SUM-RUNS THRU 3110-EXIT.
005980     COMPUTE WS-STP-AVG-SECS(WS-SUB) ROUNDED =
005990         WS-SUM-SECS / WS-SUM-RUNS.
006000     MOVE WS-SUM-RUNS TO WS-STP-AVG-RUNS(WS-SUB).
006010     MOVE WS-SUM-SECS TO WS-RATE-SECS.
006020     MOVE WS-SUM-RECS TO WS-RATE-RECS.
006030     PERFORM 3900-COMPUTE-RATE THRU 3900-EXIT.
006040     MOVE WS-RATE TO WS-STP-AVG-RPM(WS-SUB).
006050 3100-EXIT.
006060     EXIT.
006070*****************************************************************
006080* 3110-SUM-RUNS - TOTAL THE TIME, RECORDS AND RUNS OF KEPT RUNS *
006090*   WS-FIRST-SUB THROUGH WS-RUN-SUB                             *
006100*****************************************************************
006110 3110-SUM-RUNS.
006120     MOVE ZERO TO WS-SUM-SECS WS-SUM-RECS WS-SUM-RUNS.
006130     PERFORM 3120-ADD-RUN THRU 3120-EXIT
006140         VARYING WS-FIRST-SUB FROM WS-FIRST-SUB BY 1
006150         UNTIL WS-FIRST-SUB > WS-RUN-SUB.
006160 3110-EXIT.
006170     EXIT.
006180 3120-ADD-RUN.
006190     ADD WS-RUN-SECS(WS-SUB WS-FIRST-SUB) TO WS-SUM-SECS.
006200     ADD WS-RUN-RECS(WS-SUB WS-FIRST-SUB) TO WS-SUM-RECS.
006210     ADD 1 TO WS-SUM-RUNS.
006220 3120-EXIT.
006230     EXIT.
006240*****************************************************************
006250* 3200-FLAG-STEP - T OVER ITS TARGET TIME; S SLOWER THAN ITS    *
006260*   BASELINE BY MORE THAN THE SLOW PERCENTAGE; R BELOW ITS      *
006270*   TARGET RATE OR BELOW ITS BASELINE RATE BY THE SAME          *
006280*   PERCENTAGE; L TRENDING LATE - LONGER ON EACH OF ITS LAST    *
006290*   THREE RUNS, OR SLOW AND STILL GROWING                       *
006300*****************************************************************
006310 3200-FLAG-STEP.
006320     IF WS-STP-TARGET-SECS(WS-SUB) > 0
006330         AND WS-STP-LAST-SECS(WS-SUB) > WS-STP-TARGET-SECS(WS-SUB)
006340         MOVE 'T' TO WS-STP-FLAGS(WS-SUB)(1:1)
006350     END-IF.
006360     COMPUTE WS-SLOW-LIMIT =
006370         WS-STP-BASE-SECS(WS-SUB) * (100 + WS-SLOW-PERCENT).
006380     IF WS-STP-RUNS(WS-SUB) > 1
006390         AND WS-STP-LAST-SECS(WS-SUB) * 100 > WS-SLOW-LIMIT
006400         MOVE 'S' TO WS-STP-FLAGS(WS-SUB)(2:1)
006410     END-IF.
006420     IF WS-STP-TARGET-RPM(WS-SUB) > 0
006430         AND WS-STP-LAST-RPM(WS-SUB) < WS-STP-TARGET-RPM(WS-SUB)
006440         MOVE 'R' TO WS-STP-FLAGS(WS-SUB)(3:1)
006450     END-IF.
006460     COMPUTE WS-RATE-LIMIT =
006470         WS-STP-BASE-RPM(WS-SUB) * (100 - WS-SLOW-PERCENT).
006480     IF WS-STP-RUNS(WS-SUB) > 1
006490         AND WS-STP-LAST-RPM(WS-SUB) * 100 < WS-RATE-LIMIT
006500         MOVE 'R' TO WS-STP-FLAGS(WS-SUB)(3:1)
006510     END-IF.
006520     IF WS-STP-FLAGS(WS-SUB)(2:1) = 'S'
006530         AND WS-STP-GROWTH(WS-SUB) > 0
006540         MOVE 'L' TO WS-STP-FLAGS(WS-SUB)(4:1)
006550     END-IF.
006560     IF WS-STP-RUNS(WS-SUB) > 3
006570         MOVE WS-STP-RUNS(WS-SUB) TO WS-RUN-SUB
006580         IF WS-RUN-SECS(WS-SUB WS-RUN-SUB)
006590                 > WS-RUN-SECS(WS-SUB WS-RUN-SUB - 1)
006600             AND WS-RUN-SECS(WS-SUB WS-RUN-SUB - 1)
006610                 > WS-RUN-SECS(WS-SUB WS-RUN-SUB - 2)
006620             AND WS-RUN-SECS(WS-SUB WS-RUN-SUB - 2)
006630                 > WS-RUN-SECS(WS-SUB WS-RUN-SUB - 3)
006640             MOVE 'L' TO WS-STP-FLAGS(WS-SUB)(4:1)
006650         END-IF
006660     END-IF.
006670     IF WS-STP-FLAGS(WS-SUB)(4:1) = 'L'
006680         MOVE 'Y' TO WS-STP-LATE-FLAG(WS-SUB)
006690     END-IF.
006700 3200-EXIT.
006710     EXIT.
006720*****************************************************************
006730* 3900-COMPUTE-RATE - RECORDS PER MINUTE FROM WS-RATE-RECS OVER *
006740*   WS-RATE-SECS                                                *
006750*****************************************************************
006760 3900-COMPUTE-RATE.
006770     IF WS-RATE-SECS = 0
006780         MOVE 1 TO WS-RATE-SECS
006790     END-IF.
006800     COMPUTE WS-RATE = WS-RATE-RECS * 60 / WS-RATE-SECS
006810         ON SIZE ERROR
006820             MOVE 9999999 TO WS-RATE
006830     END-COMPUTE.
006840 3900-EXIT.
006850     EXIT.
006860*****************************************************************
006870* 4000-PROJECT-CHAIN - THE LATEST CHAIN IS ANCHORED ON THE LAST *
006880*   END OF THE CUTOFF STEP.  EVERY CHAIN STEP WHOSE LATEST RUN  *
006890*   STARTED IN THE 24 HOURS BEFORE THAT BELONGS TO IT; THE      *
006900*   EARLIEST OF THEIR STARTS IS THE CHAIN'S START.  THE NEXT    *
006910*   CHAIN IS PROJECTED TO FINISH AS THIS ONE DID, PLUS THE      *
006920*   GROWTH PER RUN OF EVERY GROWING STEP UP TO THE CUTOFF STEP, *
006930*   IF IT STARTS AT THE SAME TIME.  THE CUTOFF IS THE FIRST     *
006940*   CUTOFF TIME OF DAY AT OR AFTER THE CHAIN'S START.           *
006950*****************************************************************
006960 4000-PROJECT-CHAIN.
006970     MOVE SPACES TO RPT-LINE.
006980     WRITE RPT-LINE-RECORD.
006990     MOVE SPACES TO RPT-LINE.
007000     STRING 'TRANSMISSION CUTOFF       ' WS-CUTOFF-HH ':'
007010         WS-CUTOFF-MM ' FOR ' WS-CUTOFF-STEP
007020         DELIMITED BY SIZE INTO RPT-LINE.
007030     WRITE RPT-LINE-RECORD.
007040     MOVE 1 TO WS-SUB.
007050 4000-FIND-CUTOFF-STEP.
007060     IF WS-SUB > WS-STEP-COUNT
007070         GO TO 4000-NO-PROJECTION
007080     END-IF.
007090     IF WS-STP-PROGRAM(WS-SUB) NOT = WS-CUTOFF-STEP
007100         ADD 1 TO WS-SUB
007110         GO TO 4000-FIND-CUTOFF-STEP
007120     END-IF.
007130     IF WS-STP-RUNS(WS-SUB) = 0
007140         GO TO 4000-NO-PROJECTION
007150     END-IF.
007160     MOVE WS-SUB TO WS-CUT-SUB.
007170     MOVE WS-STP-RUNS(WS-SUB) TO WS-RUN-SUB.
007180     MOVE WS-RUN-END-TS(WS-SUB WS-RUN-SUB) TO WS-TS-WORK.
007190     PERFORM 8200-TS-TO-SECONDS THRU 8200-EXIT.
007200     IF WS-TS-SECS = 0
007210         GO TO 4000-NO-PROJECTION
007220     END-IF.
007230     MOVE WS-TS-SECS TO WS-ANCHOR-END.
007240     MOVE WS-TS-SECS TO WS-CHAIN-START.
007250     COMPUTE WS-WINDOW-FROM = WS-ANCHOR-END - 86400.
007260     MOVE ZERO TO WS-TREND-SECS.
007270     MOVE ZERO TO WS-CHAIN-STEPS.
007280     PERFORM 4100-CHAIN-STEP THRU 4100-EXIT
007290         VARYING WS-SUB FROM 1 BY 1
007300         UNTIL WS-SUB > WS-STEP-COUNT.
007310     DIVIDE WS-CHAIN-START BY 86400 GIVING WS-FMT-DAY.
007320     COMPUTE WS-CUTOFF-ABS = WS-FMT-DAY * 86400 + WS-CUTOFF-SECS.
007330     IF WS-CUTOFF-ABS < WS-CHAIN-START
007340         ADD 86400 TO WS-CUTOFF-ABS
007350     END-IF.
007360     COMPUTE WS-PROJ-END = WS-ANCHOR-END + WS-TREND-SECS.
007370     MOVE WS-CHAIN-START TO WS-FMT-SECS.
007380     PERFORM 8100-FORMAT-STAMP THRU 8100-EXIT.
007390     MOVE SPACES TO RPT-LINE.
007400     STRING 'LATEST CHAIN STARTED      ' WS-FMT-STAMP
007410         DELIMITED BY SIZE INTO RPT-LINE.
007420     WRITE RPT-LINE-RECORD.
007430     COMPUTE WS-MARGIN-SECS = WS-CUTOFF-ABS - WS-ANCHOR-END.
007440     PERFORM 8300-EDIT-MARGIN THRU 8300-EXIT.
007450     MOVE WS-ANCHOR-END TO WS-FMT-SECS.
007460     PERFORM 8100-FORMAT-STAMP THRU 8100-EXIT.
007470     MOVE SPACES TO RPT-LINE.
007480     STRING WS-CUTOFF-STEP ' ENDED            ' WS-FMT-STAMP
007490         '  MARGIN ' WS-MARGIN-MIN-ED ' MIN'
007500         DELIMITED BY SIZE INTO RPT-LINE.
007510     WRITE RPT-LINE-RECORD.
007520     IF WS-MARGIN-SECS < 0
007530         MOVE 'Y' TO WS-AT-RISK-SWITCH
007540         MOVE SPACES TO RPT-LINE
007550         MOVE '*** THE LATEST TRANSMISSION ENDED AFTER THE CUTOFF'
007560             TO RPT-LINE
007570         WRITE RPT-LINE-RECORD
007580     END-IF.
007590     MOVE WS-TREND-SECS TO WS-FMT-SECS.
007600     PERFORM 8000-FORMAT-DURATION THRU 8000-EXIT.
007610     MOVE SPACES TO RPT-LINE.
007620     MOVE WS-CHAIN-STEPS TO WS-CHAIN-STEPS-ED.
007630     STRING 'GROWTH OF ' WS-CHAIN-STEPS-ED
007640         ' STEPS TO THE CUTOFF ADDS ' WS-FMT-HMS
007650         DELIMITED BY SIZE INTO RPT-LINE.
007660     WRITE RPT-LINE-RECORD.
007670     COMPUTE WS-MARGIN-SECS = WS-CUTOFF-ABS - WS-PROJ-END.
007680     PERFORM 8300-EDIT-MARGIN THRU 8300-EXIT.
007690     MOVE WS-PROJ-END TO WS-FMT-SECS.
007700     PERFORM 8100-FORMAT-STAMP THRU 8100-EXIT.
007710     MOVE SPACES TO RPT-LINE.
007720     STRING 'NEXT CHAIN PROJECTED      ' WS-FMT-STAMP(12:8)
007730         '             MARGIN ' WS-MARGIN-MIN-ED ' MIN'
007740         DELIMITED BY SIZE INTO RPT-LINE.
007750     WRITE RPT-LINE-RECORD.
007760     MOVE SPACES TO RPT-LINE.
007770     EVALUATE TRUE
007780         WHEN WS-MARGIN-SECS < 0
007790             MOVE 'Y' TO WS-AT-RISK-SWITCH
007800             MOVE '*** NEXT CHAIN PROJECTED TO MISS THE CUTOFF'
007810                 TO RPT-LINE
007820         WHEN WS-MARGIN-SECS < WS-MARGIN-MINS * 60
007830             MOVE 'Y' TO WS-AT-RISK-SWITCH
007840             STRING '*** NEXT CHAIN PROJECTED WITHIN '
007850                 WS-MARGIN-MINS ' MINUTES OF THE CUTOFF'
007860                 DELIMITED BY SIZE INTO RPT-LINE
007870         WHEN OTHER
007880             MOVE 'NEXT CHAIN PROJECTED CLEAR OF THE CUTOFF'
007890                 TO RPT-LINE
007900     END-EVALUATE.
007910     WRITE RPT-LINE-RECORD.
007920     GO TO 4000-EXIT.
007930 4000-NO-PROJECTION.
007940     MOVE 'Y' TO WS-AT-RISK-SWITCH.
007950     MOVE SPACES TO RPT-LINE.
007960     STRING '*** NO COMPLETED RUN OF ' WS-CUTOFF-STEP
007970         ' ON RUNHIST - NO PROJECTION'
007980         DELIMITED BY SIZE INTO RPT-LINE.
007990     WRITE RPT-LINE-RECORD.
008000 4000-EXIT.
008010     EXIT.
008020*****************************************************************
008030* 4100-CHAIN-STEP - TAKE ONE STEP INTO THE LATEST CHAIN IF IT   *
008040*   IS A CHAIN STEP WHOSE LATEST RUN STARTED INSIDE THE 24      *
008050*   HOURS; ITS GROWTH COUNTS IF IT RUNS UP TO THE CUTOFF STEP   *
008060*****************************************************************
008070 4100-CHAIN-STEP.
008080     IF WS-STP-SEQ(WS-SUB) = 0 OR WS-STP-RUNS(WS-SUB) = 0
008090         GO TO 4100-EXIT
008100     END-IF.
008110     MOVE WS-STP-RUNS(WS-SUB) TO WS-RUN-SUB.
008120     MOVE WS-RUN-START-TS(WS-SUB WS-RUN-SUB) TO WS-TS-WORK.
008130     PERFORM 8200-TS-TO-SECONDS THRU 8200-EXIT.
008140     MOVE WS-TS-SECS TO WS-STEP-START.
008150     IF WS-STEP-START < WS-WINDOW-FROM
008160         OR WS-STEP-START > WS-ANCHOR-END
008170         GO TO 4100-EXIT
008180     END-IF.
008190     IF WS-STEP-START < WS-CHAIN-START
008200         MOVE WS-STEP-START TO WS-CHAIN-START
008210     END-IF.
008220     IF WS-STP-SEQ(WS-SUB) > WS-STP-SEQ(WS-CUT-SUB)
008230         GO TO 4100-EXIT
008240     END-IF.
008250     ADD 1 TO WS-CHAIN-STEPS.
008260     IF WS-STP-GROWTH(WS-SUB) > 0
008270         ADD WS-STP-GROWTH(WS-SUB) TO WS-TREND-SECS
008280     END-IF.
008290 4100-EXIT.
008300     EXIT.
008310*****************************************************************
008320* 5000-UPDATE-AVERAGES - WRITE ONE STEP'S ROLLING AVERAGES AND  *
008330*   TREND BACK TO ITS SLACTL RECORD FOR HSTS.  A STEP WITH NO   *
008340*   RUNS KEEPS WHATEVER IT HAD.                                 *
008350*****************************************************************
008360 5000-UPDATE-AVERAGES.
008370     IF WS-STP-RUNS(WS-SUB) = 0
008380         GO TO 5000-EXIT
008390     END-IF.
008400     MOVE WS-STP-PROGRAM(WS-SUB) TO SLA-PROGRAM.
008410     READ SLA-FILE
008420         INVALID KEY
008430             ADD 1 TO WS-NOT-UPDATED-COUNT
008440             GO TO 5000-EXIT
008450     END-READ.
008460     MOVE 99999 TO SLA-AVG-SECS.
008470     IF WS-STP-AVG-SECS(WS-SUB) < 99999
008480         MOVE WS-STP-AVG-SECS(WS-SUB) TO SLA-AVG-SECS
008490     END-IF.
008500     MOVE WS-STP-AVG-RPM(WS-SUB) TO SLA-AVG-RPM.
008510     MOVE WS-STP-AVG-RUNS(WS-SUB) TO SLA-AVG-RUNS.
008520     MOVE WS-RUN-DATE TO SLA-AVG-DATE.
008530     MOVE WS-STP-LATE-FLAG(WS-SUB) TO SLA-LATE-FLAG.
008540     REWRITE SLA-RECORD
008550         INVALID KEY
008560             ADD 1 TO WS-NOT-UPDATED-COUNT
008570     END-REWRITE.
008580 5000-EXIT.
008590     EXIT.
008600*****************************************************************
008610* 8000-FORMAT-DURATION - WS-FMT-SECS AS HH:MM:SS (HOURS CAPPED  *
008620*   AT 99)                                                      *
008630*****************************************************************
008640 8000-FORMAT-DURATION.
008650     DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HOURS
008660         REMAINDER WS-FMT-REST.
008670     IF WS-FMT-HOURS > 99
008680         MOVE 99 TO WS-FMT-HH
008690         MOVE 59 TO WS-FMT-MM
008700         MOVE 59 TO WS-FMT-SS
008710         GO TO 8000-EXIT
008720     END-IF.
008730     MOVE WS-FMT-HOURS TO WS-FMT-HH.
008740     DIVIDE WS-FMT-REST BY 60 GIVING WS-FMT-MM
008750         REMAINDER WS-FMT-SS.
008760 8000-EXIT.
008770     EXIT.
008780*****************************************************************
008790* 8100-FORMAT-STAMP - WS-FMT-SECS (SECONDS SINCE THE START OF   *
008800*   THE DAY-NUMBER CALENDAR) AS YYYY-MM-DD HH:MM:SS             *
008810*****************************************************************
008820 8100-FORMAT-STAMP.
008830     DIVIDE WS-FMT-SECS BY 86400 GIVING WS-FMT-DAY
008840         REMAINDER WS-FMT-REST.
008850     COMPUTE WS-FMT-DATE = FUNCTION DATE-OF-INTEGER(WS-FMT-DAY).
008860     MOVE WS-FMT-REST TO WS-FMT-SECS.
008870     PERFORM 8000-FORMAT-DURATION THRU 8000-EXIT.
008880     MOVE SPACES TO WS-FMT-STAMP.
008890     STRING WS-FMT-YYYY '-' WS-FMT-MO '-' WS-FMT-DD ' '
008900         WS-FMT-HMS
008910         DELIMITED BY SIZE INTO WS-FMT-STAMP.
008920 8100-EXIT.
008930     EXIT.
008940*****************************************************************
008950* 8200-TS-TO-SECONDS - WS-TS-WORK AS SECONDS SINCE THE START OF *
008960*   THE DAY-NUMBER CALENDAR, OR ZERO IF IT IS NOT A TIMESTAMP   *
008970*****************************************************************
008980 8200-TS-TO-SECONDS.
008990     MOVE ZERO TO WS-TS-SECS.
009000     IF WS-TS-WORK NOT NUMERIC
009010         OR WS-TS-DATE < 16010101
009020         GO TO 8200-EXIT
009030     END-IF.
009040     COMPUTE WS-TS-SECS =
009050         FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
009060         + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.
009070 8200-EXIT.
009080     EXIT.
009090*****************************************************************
009100* 8300-EDIT-MARGIN - WS-MARGIN-SECS AS WHOLE MINUTES, SIGNED    *
009110*****************************************************************
009120 8300-EDIT-MARGIN.
009130     COMPUTE WS-MARGIN-MIN-ED = WS-MARGIN-SECS / 60.
009140 8300-EXIT.
009150     EXIT.
009160*****************************************************************
009170* 9000-TERMINATE - WRITE THE FLAG LEGEND AND THE TOTALS, CLOSE  *
009180*   THE FILES AND SET THE RETURN CODE                           *
009190*****************************************************************
009200 9000-TERMINATE.
009210     IF WS-FILES-OPEN
009220         MOVE SPACES TO RPT-LINE
009230         WRITE RPT-LINE-RECORD
009240         MOVE 'FLAGS  T OVER TARGET TIME    S SLOWER THAN AVERAGE'
009250             TO RPT-LINE
009260         WRITE RPT-LINE-RECORD
009270         MOVE '       R RATE BELOW TARGET   L TRENDING LATE'
009280             TO RPT-LINE
009290         WRITE RPT-LINE-RECORD
009300         MOVE SPACES TO RPT-LINE
009310         WRITE RPT-LINE-RECORD
009320         MOVE 'RUN HISTORY RECORDS READ  : ' TO WS-TOT-LABEL
009330         MOVE WS-READ-COUNT TO WS-TOT-COUNT
009340         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
009350         MOVE 'RUNS MEASURED             : ' TO WS-TOT-LABEL
009360         MOVE WS-USED-COUNT TO WS-TOT-COUNT
009370         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
009380         MOVE 'RUNS OVER RC 4 LEFT OUT   : ' TO WS-TOT-LABEL
009390         MOVE WS-FAILED-COUNT TO WS-TOT-COUNT
009400         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
009410         MOVE 'STEPS REPORTED            : ' TO WS-TOT-LABEL
009420         MOVE WS-STEP-COUNT TO WS-TOT-COUNT
009430         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
009440         MOVE 'STEPS FLAGGED             : ' TO WS-TOT-LABEL
009450         MOVE WS-FLAGGED-COUNT TO WS-TOT-COUNT
009460         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
009470         MOVE 'AVERAGES NOT SAVED        : ' TO WS-TOT-LABEL
009480         MOVE WS-NOT-UPDATED-COUNT TO WS-TOT-COUNT
009490         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
009500         CLOSE SLA-FILE RNH-FILE RPT-FILE
009510     END-IF.
009520     IF RETURN-CODE < 4
009530         AND (WS-FLAGGED-COUNT > 0 OR WS-AT-RISK
009540             OR WS-NOT-UPDATED-COUNT > 0)
009550         MOVE 4 TO RETURN-CODE
009560     END-IF.
009570     DISPLAY 'HELLO-WINR - REPORT COMPLETE - STEPS FLAGGED '
009580         WS-FLAGGED-COUNT ' CUTOFF AT RISK ' WS-AT-RISK-SWITCH.
009590 9000-EXIT.
009600     EXIT.
009610*****************************************************************
009620* 9100-WRITE-TOTAL - ONE LABELLED COUNT ON THE CLOSING TOTALS   *
009630*****************************************************************
009640 9100-WRITE-TOTAL.
009650     MOVE WS-TOT-COUNT TO WS-TOT-COUNT-ED.
009660     MOVE SPACES TO RPT-LINE.
009670     STRING WS-TOT-LABEL WS-TOT-COUNT-ED
009680         DELIMITED BY SIZE INTO RPT-LINE.
009690     WRITE RPT-LINE-RECORD.
009700 9100-EXIT.
009710     EXIT.
