000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLO-SCAP.
000030 AUTHOR.         D L MILLER.
000040 INSTALLATION.   FEDORA DATA CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*****************************************************************
000080* HELLO-SCAP IS THE WEEKLY P2 SERIAL CAPACITY AND EXHAUSTION    *
000090* FORECAST.  A P1-ONLY RECORD GETS ITS P2 FROM HELLO-WORLD      *
000100* 2080-ASSIGN-SERIAL, WHICH WALKS UP THE 8-DIGIT SERIAL RANGE   *
000110* PAST EVERY SERIAL WHOSE P IS ALREADY ON PREGSTRY - A VOIDED P *
000120* INCLUDED, SINCE A P IS NEVER ISSUED TWICE.  EVERY SERIAL A    *
000130* P1 HAS EVER USED, WHETHER THE PARTNER SENT IT OR THE BUILD    *
000140* ASSIGNED IT, IS THEREFORE GONE FROM THAT P1'S RANGE FOR GOOD, *
000150* AND WHEN THE RANGE IS FULL THE BUILD REJECTS THE P1'S RECORDS *
000160* 'SERIAL RANGE EXHAUSTED'.                                     *
000170*                                                                *
000180* THE HELOSCAP DECK SORTS TWO INPUTS BY P1:                     *
000190*   - THE REGISTRY (SRTREG), GIVING FOR EACH P1 THE SERIALS     *
000200*     ISSUED (EVERY ENTRY WITH A NUMERIC P2), THE SERIALS       *
000210*     VOIDED AND THE HIGHEST SERIAL IN USE                      *
000220*   - THE ISSUED AUDIT HISTORY (SRTAUD, BY P1, P AND            *
000230*     TIMESTAMP), WHOSE FIRST SIGHTING OF EACH P DATES ITS      *
000240*     ISSUE.  THE PS FIRST ISSUED IN THE WINDOW OF DAYS BEFORE  *
000250*     THE BUSINESS DATE, OVER THE DAYS IN THE WINDOW, ARE THE   *
000260*     P1'S AVERAGE DAILY ISSUANCE RATE.                         *
000270* THE TWO ARE MATCH-MERGED ON P1.  THE SERIALS STILL FREE OVER  *
000280* THE DAILY RATE PROJECT THE DATE THE RANGE RUNS OUT.  A P1 IS  *
000290* FLAGGED WHEN ITS RANGE IS AT OR PAST THE PERCENTAGE LIMIT OR  *
000300* IS PROJECTED TO RUN OUT WITHIN THE DAYS LIMIT (SCAPCTL CARD,  *
000310* SEE SCAPCARD), SO THE CUSTOMER CODE CAN BE RENUMBERED OR      *
000320* SPLIT BEFORE THE BUILD STARTS REJECTING.  A P1 WITH NO SERIAL *
000330* ACTIVITY (TYPE-2 P1 EQUIVALENTS, WHOSE P2 IS NOT A SERIAL) IS *
000340* LEFT OFF THE REPORT.                                          *
000350*                                                                *
000360* ANY FLAGGED P1 OR A BAD CONTROL CARD ENDS THE STEP RC 4.  AN  *
000370* UNAVAILABLE BUSINESS DATE OR INPUT ENDS RC 8.                 *
000380*                                                                *
000390* MODIFICATION HISTORY                                          *
000400*   DATE       INIT  DESCRIPTION                                *
000410*   2026-10-15  DLM  ORIGINAL                                   *
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.    IBM-370.
000460 OBJECT-COMPUTER.    IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT SCP-FILE ASSIGN TO SCAPCTL
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-SCP-STATUS.
000520     SELECT REG-FILE ASSIGN TO SRTREG
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-REG-STATUS.
000550     SELECT AUD-FILE ASSIGN TO SRTAUD
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-AUD-STATUS.
000580     SELECT RPT-FILE ASSIGN TO SCAPRPT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RPT-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  SCP-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660*THE CARD ARRIVES AS AN 80-BYTE CARD IMAGE - THE SCAPCARD
000670*LAYOUT IS MAPPED OVER ITS FIRST 19 BYTES IN WORKING-STORAGE.
000680 01  SCP-CARD                    PIC X(80).
000690 FD  REG-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 COPY REGREC.
000730 FD  AUD-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 COPY AUDREC.
000770 FD  RPT-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 COPY RPTLINE.
000810 WORKING-STORAGE SECTION.
000820 01  WS-SCP-STATUS               PIC X(02) VALUE SPACES.
000830     88  WS-SCP-OK               VALUE '00'.
000840 01  WS-REG-STATUS               PIC X(02) VALUE SPACES.
000850     88  WS-REG-OK               VALUE '00'.
000860 01  WS-AUD-STATUS               PIC X(02) VALUE SPACES.
000870     88  WS-AUD-OK               VALUE '00'.
000880 01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000890     88  WS-RPT-OK               VALUE '00'.
000900 COPY SCAPCARD.
000910 01  WS-SWITCHES.
000920     05  WS-REG-EOF-SWITCH       PIC X(01) VALUE 'N'.
000930         88  WS-REG-EOF          VALUE 'Y'.
000940     05  WS-AUD-EOF-SWITCH       PIC X(01) VALUE 'N'.
000950         88  WS-AUD-EOF          VALUE 'Y'.
000960     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000970         88  WS-FILES-OPEN       VALUE 'Y'.
000980     05  WS-CARD-OK-SWITCH       PIC X(01) VALUE 'Y'.
000990         88  WS-CARD-OK          VALUE 'Y'.
001000     05  WS-RANGE-FLAG-SWITCH    PIC X(01) VALUE 'N'.
001010         88  WS-RANGE-FLAGGED    VALUE 'Y'.
001020     05  WS-RATE-FLAG-SWITCH     PIC X(01) VALUE 'N'.
001030         88  WS-RATE-FLAGGED     VALUE 'Y'.
001040 01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001050 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001060                                 PIC 9(08).
001070 01  WS-PDAT-STATUS              PIC X(01) VALUE SPACE.
001080     88  WS-PDAT-UNAVAIL         VALUE 'U'.
001090*    THE LIMITS IN FORCE - THE SCAPCTL CARD OVERRIDES THESE
001100 01  WS-PCT-LIMIT                PIC 9(03) VALUE 080.
001110 01  WS-DAYS-LIMIT               PIC 9(05) VALUE 00180.
001120 01  WS-WINDOW-DAYS              PIC 9(03) VALUE 028.
001130 01  WS-RANGE-SIZE               PIC 9(08) VALUE 99999999.
001140*    THE RATE WINDOW IS THE WS-WINDOW-DAYS DAYS BEFORE THE
001150*    BUSINESS DATE, WHICH HAS NOT BEEN PROCESSED YET
001160 01  WS-RUN-DAY-NUMBER           PIC 9(09) COMP VALUE ZERO.
001170 01  WS-LAST-DAY-NUMBER          PIC 9(09) COMP VALUE ZERO.
001180 01  WS-WORK-DAY-NUMBER          PIC 9(09) COMP VALUE ZERO.
001190 01  WS-EXH-DAY-NUMBER           PIC 9(11) COMP VALUE ZERO.
001200 01  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
001210 01  WS-WINDOW-START             PIC X(08) VALUE SPACES.
001220 01  WS-WINDOW-END               PIC X(08) VALUE SPACES.
001230 01  WS-EXH-DATE                 PIC X(08) VALUE SPACES.
001240 01  WS-EXH-DATE-R REDEFINES WS-EXH-DATE.
001250     05  WS-EXH-YEAR             PIC X(04).
001260     05  WS-EXH-MM               PIC X(02).
001270     05  WS-EXH-DD               PIC X(02).
001280*    THE P1 BEING REPORTED
001290 01  WS-CUR-P1                   PIC X(07) VALUE SPACES.
001300 01  WS-LAST-P                   PIC X(15) VALUE SPACES.
001310 01  WS-P1-ISSUED                PIC 9(09) COMP VALUE ZERO.
001320 01  WS-P1-VOIDED                PIC 9(09) COMP VALUE ZERO.
001330 01  WS-P1-HIGHEST               PIC X(08) VALUE SPACES.
001340 01  WS-P1-WIN-ISSUED            PIC 9(09) COMP VALUE ZERO.
001350 01  WS-P1-REMAINING             PIC 9(09) COMP VALUE ZERO.
001360 01  WS-PCT-USED                 PIC 9(03)V9 VALUE ZERO.
001370 01  WS-DAILY-RATE               PIC 9(07)V99 VALUE ZERO.
001380 01  WS-DAYS-LEFT                PIC 9(11) COMP VALUE ZERO.
001390 01  WS-EXH-TEXT                 PIC X(10) VALUE SPACES.
001400 01  WS-FLAG-TEXT                PIC X(05) VALUE SPACES.
001410*    RUN TOTALS
001420 01  WS-P1-COUNT                 PIC 9(09) COMP VALUE ZERO.
001430 01  WS-FLAG-COUNT               PIC 9(09) COMP VALUE ZERO.
001440 01  WS-TOT-ISSUED               PIC 9(09) COMP VALUE ZERO.
001450 01  WS-TOT-VOIDED               PIC 9(09) COMP VALUE ZERO.
001460 01  WS-TOT-WIN-ISSUED           PIC 9(09) COMP VALUE ZERO.
001470 01  WS-NONSERIAL-COUNT          PIC 9(09) COMP VALUE ZERO.
001480 01  WS-ISSUED-ED                PIC 9(09).
001490 01  WS-VOIDED-ED                PIC 9(09).
001500 01  WS-PCT-ED                   PIC 9(03).9.
001510 01  WS-RATE-ED                  PIC 9(07).99.
001520*    ONE LINE OF THE CLOSING TOTALS - SEE 9100-WRITE-TOTAL
001530 01  WS-TOT-LABEL                PIC X(20) VALUE SPACES.
001540 01  WS-TOT-COUNT                PIC 9(09) COMP VALUE ZERO.
001550 01  WS-TOT-COUNT-ED             PIC 9(09).
001560 PROCEDURE DIVISION.
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001590     IF WS-FILES-OPEN
001600         PERFORM 2000-REPORT-ONE-P1 THRU 2000-EXIT
001610             UNTIL REG-P1 = HIGH-VALUES AND AUD-P1 = HIGH-VALUES
001620     END-IF.
001630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001640     STOP RUN.
001650*****************************************************************
001660* 1000-INITIALIZE - FETCH THE BUSINESS DATE, SETTLE THE LIMITS  *
001670*   AND THE RATE WINDOW, OPEN THE FILES, PRINT THE HEADINGS AND *
001680*   PRIME BOTH READS.  WITHOUT THE DATE OR EITHER INPUT THERE   *
001690*   IS NOTHING TO FORECAST FROM.                                *
001700*****************************************************************
001710 1000-INITIALIZE.
001720     CALL 'HELLO-PDAT' USING WS-RUN-DATE WS-PDAT-STATUS.
001730     IF WS-PDAT-UNAVAIL
001740         DISPLAY 'HELLO-SCAP - PROCESSING DATE NOT AVAILABLE'
001750         MOVE 8 TO RETURN-CODE
001760         GO TO 1000-EXIT
001770     END-IF.
001780     PERFORM 1100-READ-LIMIT-CARD THRU 1100-EXIT.
001790     COMPUTE WS-RUN-DAY-NUMBER =
001800         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N).
001810     COMPUTE WS-WORK-DAY-NUMBER =
001820         WS-RUN-DAY-NUMBER - WS-WINDOW-DAYS.
001830     COMPUTE WS-WORK-DATE =
001840         FUNCTION DATE-OF-INTEGER(WS-WORK-DAY-NUMBER).
001850     MOVE WS-WORK-DATE TO WS-WINDOW-START.
001860     COMPUTE WS-WORK-DAY-NUMBER = WS-RUN-DAY-NUMBER - 1.
001870     COMPUTE WS-WORK-DATE =
001880         FUNCTION DATE-OF-INTEGER(WS-WORK-DAY-NUMBER).
001890     MOVE WS-WORK-DATE TO WS-WINDOW-END.
001900     COMPUTE WS-LAST-DAY-NUMBER =
001910         FUNCTION INTEGER-OF-DATE(99991231).
001920     OPEN INPUT REG-FILE.
001930     OPEN INPUT AUD-FILE.
001940     OPEN OUTPUT RPT-FILE.
001950     IF NOT WS-REG-OK OR NOT WS-AUD-OK OR NOT WS-RPT-OK
001960         DISPLAY 'HELLO-SCAP - FILE OPEN FAILED - STATUS '
001970             WS-REG-STATUS WS-AUD-STATUS WS-RPT-STATUS
001980         MOVE 8 TO RETURN-CODE
001990         GO TO 1000-EXIT
002000     END-IF.
002010     MOVE 'Y' TO WS-FILES-OPEN-SWITCH.
002020     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
002030     PERFORM 2900-READ-REGISTRY THRU 2900-EXIT.
002040     PERFORM 2950-READ-AUDIT THRU 2950-EXIT.
002050 1000-EXIT.
002060     EXIT.
002070*****************************************************************
002080* 1100-READ-LIMIT-CARD - TAKE EACH LIMIT FROM THE SCAPCTL CARD  *
002090*   WHERE IT IS PUNCHED.  A BLANK FIELD OR A MISSING CARD KEEPS *
002100*   THE DEFAULT; A FIELD THAT WILL NOT DO ALSO KEEPS THE        *
002110*   DEFAULT, BUT THE RUN ENDS RC 4 SO THE CARD GETS FIXED.      *
002120*****************************************************************
002130 1100-READ-LIMIT-CARD.
002140     MOVE SPACES TO SCP-RECORD.
002150     OPEN INPUT SCP-FILE.
002160     IF NOT WS-SCP-OK
002170         DISPLAY 'HELLO-SCAP - SCAPCTL NOT AVAILABLE - '
002180             'DEFAULT LIMITS ASSUMED'
002190         GO TO 1100-EXIT
002200     END-IF.
002210     READ SCP-FILE
002220         AT END
002230             DISPLAY 'HELLO-SCAP - SCAPCTL EMPTY - '
002240                 'DEFAULT LIMITS ASSUMED'
002250             CLOSE SCP-FILE
002260             GO TO 1100-EXIT
002270     END-READ.
002280     MOVE SCP-CARD(1:19) TO SCP-RECORD.
002290     CLOSE SCP-FILE.
002300     IF SCP-PCT-LIMIT-X NOT = SPACES
002310         IF SCP-PCT-LIMIT NUMERIC
002320             MOVE SCP-PCT-LIMIT TO WS-PCT-LIMIT
002330         ELSE
002340             MOVE 'N' TO WS-CARD-OK-SWITCH
002350         END-IF
002360     END-IF.
002370     IF SCP-DAYS-LIMIT-X NOT = SPACES
002380         IF SCP-DAYS-LIMIT NUMERIC
002390             MOVE SCP-DAYS-LIMIT TO WS-DAYS-LIMIT
002400         ELSE
002410             MOVE 'N' TO WS-CARD-OK-SWITCH
002420         END-IF
002430     END-IF.
002440     IF SCP-WINDOW-DAYS-X NOT = SPACES
002450         IF SCP-WINDOW-DAYS NUMERIC AND SCP-WINDOW-DAYS > ZERO
002460             MOVE SCP-WINDOW-DAYS TO WS-WINDOW-DAYS
002470         ELSE
002480             MOVE 'N' TO WS-CARD-OK-SWITCH
002490         END-IF
002500     END-IF.
002510     IF SCP-RANGE-SIZE-X NOT = SPACES
002520         IF SCP-RANGE-SIZE NUMERIC AND SCP-RANGE-SIZE > ZERO
002530             MOVE SCP-RANGE-SIZE TO WS-RANGE-SIZE
002540         ELSE
002550             MOVE 'N' TO WS-CARD-OK-SWITCH
002560         END-IF
002570     END-IF.
002580     IF NOT WS-CARD-OK
002590         DISPLAY 'HELLO-SCAP - INVALID SCAPCTL FIELD ON CARD '
002600             SCP-RECORD ' - DEFAULT USED FOR IT'
002610         MOVE 4 TO RETURN-CODE
002620     END-IF.
002630 1100-EXIT.
002640     EXIT.
002650*****************************************************************
002660* 1200-WRITE-HEADINGS - TITLE, THE LIMITS IN FORCE, THE RATE    *
002670*   WINDOW AND THE COLUMN HEADINGS                              *
002680*****************************************************************
002690 1200-WRITE-HEADINGS.
002700     MOVE SPACES TO RPT-LINE.
002710     STRING 'P2 SERIAL CAPACITY FORECAST - BUSINESS DATE '
002720         WS-RUN-DATE
002730         DELIMITED BY SIZE INTO RPT-LINE.
002740     WRITE RPT-LINE-RECORD.
002750     MOVE SPACES TO RPT-LINE.
002760     STRING 'FLAGGED AT ' WS-PCT-LIMIT '% OF ' WS-RANGE-SIZE
002770         ' SERIALS OR ' WS-DAYS-LIMIT ' DAYS TO EXHAUSTION'
002780         DELIMITED BY SIZE INTO RPT-LINE.
002790     WRITE RPT-LINE-RECORD.
002800     MOVE SPACES TO RPT-LINE.
002810     STRING 'DAILY RATE AVERAGED OVER ' WS-WINDOW-DAYS ' DAYS, '
002820         WS-WINDOW-START ' TO ' WS-WINDOW-END
002830         DELIMITED BY SIZE INTO RPT-LINE.
002840     WRITE RPT-LINE-RECORD.
002850     MOVE SPACES TO RPT-LINE.
002860     WRITE RPT-LINE-RECORD.
002870     MOVE SPACES TO RPT-LINE.
002880     STRING 'P1          ISSUED    VOIDED HIGHEST   %USED  '
002890         'DAILY RATE  EXHAUSTS    FLAG'
002900         DELIMITED BY SIZE INTO RPT-LINE.
002910     WRITE RPT-LINE-RECORD.
002920 1200-EXIT.
002930     EXIT.
002940*****************************************************************
002950* 2000-REPORT-ONE-P1 - TAKE THE LOWER OF THE TWO CURRENT P1     *
002960*   KEYS, GATHER EVERYTHING BOTH INPUTS HOLD FOR IT, AND REPORT *
002970*   IT.  AN EXHAUSTED INPUT CARRIES HIGH-VALUES IN ITS KEY AND  *
002980*   SO NEVER MATCHES.                                           *
002990*****************************************************************
003000 2000-REPORT-ONE-P1.
003010     IF REG-P1 < AUD-P1
003020         MOVE REG-P1 TO WS-CUR-P1
003030     ELSE
003040         MOVE AUD-P1 TO WS-CUR-P1
003050     END-IF.
003060     MOVE ZERO TO WS-P1-ISSUED WS-P1-VOIDED WS-P1-WIN-ISSUED.
003070     MOVE SPACES TO WS-P1-HIGHEST WS-LAST-P.
003080     PERFORM 2100-TAKE-REGISTRY THRU 2100-EXIT
003090         UNTIL REG-P1 NOT = WS-CUR-P1.
003100     PERFORM 2200-TAKE-AUDIT THRU 2200-EXIT
003110         UNTIL AUD-P1 NOT = WS-CUR-P1.
003120     IF WS-P1-ISSUED = ZERO AND WS-P1-WIN-ISSUED = ZERO
003130         ADD 1 TO WS-NONSERIAL-COUNT
003140         GO TO 2000-EXIT
003150     END-IF.
003160     PERFORM 3000-PROJECT-EXHAUSTION THRU 3000-EXIT.
003170     PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT.
003180 2000-EXIT.
003190     EXIT.
003200*****************************************************************
003210* 2100-TAKE-REGISTRY - COUNT ONE OF THE P1'S REGISTRY ENTRIES.  *
003220*   ONLY A NUMERIC P2 OCCUPIES THE SERIAL RANGE.                *
003230*****************************************************************
003240 2100-TAKE-REGISTRY.
003250     IF REG-P2 NUMERIC
003260         ADD 1 TO WS-P1-ISSUED
003270         IF REG-VOIDED
003280             ADD 1 TO WS-P1-VOIDED
003290         END-IF
003300         IF WS-P1-HIGHEST = SPACES OR REG-P2 > WS-P1-HIGHEST
003310             MOVE REG-P2 TO WS-P1-HIGHEST
003320         END-IF
003330     END-IF.
003340     PERFORM 2900-READ-REGISTRY THRU 2900-EXIT.
003350 2100-EXIT.
003360     EXIT.
003370*****************************************************************
003380* 2200-TAKE-AUDIT - THE FIRST RECORD OF EACH P IS ITS EARLIEST  *
003390*   SIGHTING; THE P COUNTS TOWARD THE RATE WHEN THAT FALLS IN   *
003400*   THE WINDOW.  LATER SIGHTINGS (A RESTARTED OR RERUN DAY) ARE *
003410*   PASSED OVER.                                                *
003420*****************************************************************
003430 2200-TAKE-AUDIT.
003440     IF AUD-P NOT = WS-LAST-P
003450         MOVE AUD-P TO WS-LAST-P
003460         IF AUD-P2 NUMERIC
003470             AND AUD-TIMESTAMP(1:8) NOT < WS-WINDOW-START
003480             AND AUD-TIMESTAMP(1:8) NOT > WS-WINDOW-END
003490             ADD 1 TO WS-P1-WIN-ISSUED
003500         END-IF
003510     END-IF.
003520     PERFORM 2950-READ-AUDIT THRU 2950-EXIT.
003530 2200-EXIT.
003540     EXIT.
003550*****************************************************************
003560* 2900-READ-REGISTRY - READ THE NEXT SORTED REGISTRY ENTRY      *
003570*****************************************************************
003580 2900-READ-REGISTRY.
003590     READ REG-FILE
003600         AT END
003610             MOVE 'Y' TO WS-REG-EOF-SWITCH
003620             MOVE HIGH-VALUES TO REG-P1
003630     END-READ.
003640 2900-EXIT.
003650     EXIT.
003660*****************************************************************
003670* 2950-READ-AUDIT - READ THE NEXT SORTED ISSUED AUDIT RECORD    *
003680*****************************************************************
003690 2950-READ-AUDIT.
003700     READ AUD-FILE
003710         AT END
003720             MOVE 'Y' TO WS-AUD-EOF-SWITCH
003730             MOVE HIGH-VALUES TO AUD-P1
003740     END-READ.
003750 2950-EXIT.
003760     EXIT.
003770*****************************************************************
003780* 3000-PROJECT-EXHAUSTION - HOW FULL THE RANGE IS, HOW FAST IT  *
003790*   IS FILLING, AND THE DATE THE FREE SERIALS RUN OUT AT THAT   *
003800*   RATE.  A P1 WITH NO ISSUANCE IN THE WINDOW HAS NO           *
003810*   PROJECTION AND IS FLAGGED ON ITS PERCENTAGE ALONE.          *
003820*****************************************************************
003830 3000-PROJECT-EXHAUSTION.
003840     MOVE 'N' TO WS-RANGE-FLAG-SWITCH.
003850     MOVE 'N' TO WS-RATE-FLAG-SWITCH.
003860     IF WS-P1-ISSUED < WS-RANGE-SIZE
003870         COMPUTE WS-P1-REMAINING = WS-RANGE-SIZE - WS-P1-ISSUED
003880         COMPUTE WS-PCT-USED ROUNDED =
003890             WS-P1-ISSUED * 100 / WS-RANGE-SIZE
003900     ELSE
003910         MOVE ZERO TO WS-P1-REMAINING
003920         MOVE 100 TO WS-PCT-USED
003930     END-IF.
003940     IF WS-PCT-USED NOT < WS-PCT-LIMIT
003950         MOVE 'Y' TO WS-RANGE-FLAG-SWITCH
003960     END-IF.
003970     COMPUTE WS-DAILY-RATE ROUNDED =
003980         WS-P1-WIN-ISSUED / WS-WINDOW-DAYS.
003990     IF WS-P1-REMAINING = ZERO
004000         MOVE 'EXHAUSTED' TO WS-EXH-TEXT
004010         MOVE 'Y' TO WS-RATE-FLAG-SWITCH
004020         GO TO 3000-EXIT
004030     END-IF.
004040     IF WS-P1-WIN-ISSUED = ZERO
004050         MOVE 'NO USAGE' TO WS-EXH-TEXT
004060         GO TO 3000-EXIT
004070     END-IF.
004080     COMPUTE WS-DAYS-LEFT =
004090         WS-P1-REMAINING * WS-WINDOW-DAYS / WS-P1-WIN-ISSUED.
004100     IF WS-DAYS-LEFT NOT > WS-DAYS-LIMIT
004110         MOVE 'Y' TO WS-RATE-FLAG-SWITCH
004120     END-IF.
004130     COMPUTE WS-EXH-DAY-NUMBER = WS-RUN-DAY-NUMBER + WS-DAYS-LEFT.
004140     IF WS-EXH-DAY-NUMBER > WS-LAST-DAY-NUMBER
004150         MOVE 'AFTER 9999' TO WS-EXH-TEXT
004160         GO TO 3000-EXIT
004170     END-IF.
004180     COMPUTE WS-WORK-DATE =
004190         FUNCTION DATE-OF-INTEGER(WS-EXH-DAY-NUMBER).
004200     MOVE WS-WORK-DATE TO WS-EXH-DATE.
004210     MOVE SPACES TO WS-EXH-TEXT.
004220     STRING WS-EXH-YEAR '-' WS-EXH-MM '-' WS-EXH-DD
004230         DELIMITED BY SIZE INTO WS-EXH-TEXT.
004240 3000-EXIT.
004250     EXIT.
004260*****************************************************************
004270* 4000-WRITE-DETAIL - ONE REPORT LINE FOR THE P1, AND ITS PART  *
004280*   OF THE RUN TOTALS                                           *
004290*****************************************************************
004300 4000-WRITE-DETAIL.
004310     ADD 1 TO WS-P1-COUNT.
004320     ADD WS-P1-ISSUED TO WS-TOT-ISSUED.
004330     ADD WS-P1-VOIDED TO WS-TOT-VOIDED.
004340     ADD WS-P1-WIN-ISSUED TO WS-TOT-WIN-ISSUED.
004350     EVALUATE TRUE
004360         WHEN WS-RANGE-FLAGGED AND WS-RATE-FLAGGED
004370             MOVE 'BOTH' TO WS-FLAG-TEXT
004380         WHEN WS-RANGE-FLAGGED
004390             MOVE 'RANGE' TO WS-FLAG-TEXT
004400         WHEN WS-RATE-FLAGGED
004410             MOVE 'RATE' TO WS-FLAG-TEXT
004420         WHEN OTHER
004430             MOVE SPACES TO WS-FLAG-TEXT
004440     END-EVALUATE.
004450     IF WS-FLAG-TEXT NOT = SPACES
004460         ADD 1 TO WS-FLAG-COUNT
004470     END-IF.
004480     IF WS-P1-HIGHEST = SPACES
004490         MOVE 'NONE' TO WS-P1-HIGHEST
004500     END-IF.
004510     MOVE WS-P1-ISSUED TO WS-ISSUED-ED.
004520     MOVE WS-P1-VOIDED TO WS-VOIDED-ED.
004530     MOVE WS-PCT-USED TO WS-PCT-ED.
004540     MOVE WS-DAILY-RATE TO WS-RATE-ED.
004550     MOVE SPACES TO RPT-LINE.
004560     STRING WS-CUR-P1 '  ' WS-ISSUED-ED ' ' WS-VOIDED-ED ' '
004570         WS-P1-HIGHEST '  ' WS-PCT-ED '  ' WS-RATE-ED '  '
004580         WS-EXH-TEXT '  ' WS-FLAG-TEXT
004590         DELIMITED BY SIZE INTO RPT-LINE.
004600     WRITE RPT-LINE-RECORD.
004610 4000-EXIT.
004620     EXIT.
004630*****************************************************************
004640* 9000-TERMINATE - WRITE THE CLOSING TOTALS, SET THE RETURN     *
004650*   CODE AND SIGN OFF                                           *
004660*****************************************************************
004670 9000-TERMINATE.
004680     IF WS-FILES-OPEN
004690         MOVE SPACES TO RPT-LINE
004700         WRITE RPT-LINE-RECORD
004710         MOVE 'P1S REPORTED      : ' TO WS-TOT-LABEL
004720         MOVE WS-P1-COUNT TO WS-TOT-COUNT
004730         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004740         MOVE 'P1S FLAGGED       : ' TO WS-TOT-LABEL
004750         MOVE WS-FLAG-COUNT TO WS-TOT-COUNT
004760         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004770         MOVE 'SERIALS ISSUED    : ' TO WS-TOT-LABEL
004780         MOVE WS-TOT-ISSUED TO WS-TOT-COUNT
004790         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004800         MOVE 'SERIALS VOIDED    : ' TO WS-TOT-LABEL
004810         MOVE WS-TOT-VOIDED TO WS-TOT-COUNT
004820         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004830         MOVE 'ISSUED IN WINDOW  : ' TO WS-TOT-LABEL
004840         MOVE WS-TOT-WIN-ISSUED TO WS-TOT-COUNT
004850         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004860         CLOSE REG-FILE AUD-FILE RPT-FILE
004870     END-IF.
004880     IF RETURN-CODE < 4 AND WS-FLAG-COUNT > 0
004890         MOVE 4 TO RETURN-CODE
004900     END-IF.
004910     DISPLAY 'HELLO-SCAP - FORECAST COMPLETE - P1S '
004920         WS-P1-COUNT ' FLAGGED ' WS-FLAG-COUNT
004930         ' NO SERIAL ACTIVITY ' WS-NONSERIAL-COUNT.
004940 9000-EXIT.
004950     EXIT.
004960*****************************************************************
004970* 9100-WRITE-TOTAL - ONE LABELLED COUNT ON THE CLOSING TOTALS   *
004980*****************************************************************
004990 9100-WRITE-TOTAL.
005000     MOVE WS-TOT-COUNT TO WS-TOT-COUNT-ED.
005010     MOVE SPACES TO RPT-LINE.
005020     STRING WS-TOT-LABEL WS-TOT-COUNT-ED
005030         DELIMITED BY SIZE INTO RPT-LINE.
005040     WRITE RPT-LINE-RECORD.
005050 9100-EXIT.
005060     EXIT.
