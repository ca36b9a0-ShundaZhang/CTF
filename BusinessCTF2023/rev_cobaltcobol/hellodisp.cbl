000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLO-DISP.
000030 AUTHOR.         D L MILLER.
000040 INSTALLATION.   FEDORA DATA CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*****************************************************************
000080* HELLO-DISP BUILDS THE END-OF-DAY DISPOSITION RETURN FILE -    *
000090* ONE GROUP PER PARTNER TELLING THE PARTNER WHAT BECAME OF      *
000100* EVERY ROW IT SENT.  THE OUTCOMES ARE GATHERED FROM WHERE THE  *
000110* DAY ALREADY LEFT THEM:                                        *
000120*   - CNVREJ, HELLO-CNV'S REJECT REPORT, GIVES THE ROWS THAT    *
000130*     NEVER CONVERTED (REASON AND ROW IMAGE) AND THE FEED'S     *
000140*     OWN COUNTS - ROWS READ, CONVERTED, REJECTED, BLANK.  THE  *
000150*     REPORT TITLE NAMES THE PARTNER; SEVERAL CONVERSION        *
000160*     REPORTS MAY BE CONCATENATED ON THE ONE DD.                *
000170*   - THE DAY'S AUDFILE GIVES EVERY CONVERTED ROW THE BUILD     *
000180*     SAW, WITH ITS PARTNER AND VALID FLAG: 'Y' ISSUED, 'A'     *
000190*     ISSUED WITH A SYSTEM-ASSIGNED P2 SERIAL, 'N' REJECTED BY  *
000200*     THE EDITS, 'D' SUPPRESSED AS A DUPLICATE.                 *
000210*   - EXCFILE GIVES THE REASON FOR EACH 'N' AND 'D'.  THE BUILD *
000220*     WRITES ONE EXCEPTION PER 'N'/'D' AUDIT RECORD IN THE SAME *
000230*     ORDER, SO THE TWO FILES ARE WALKED IN STEP AND EACH PAIR  *
000240*     IS CHECKED ON P1/P2 BEFORE THE REASON IS TRUSTED.         *
000250* THE PARTNER LIST IS THE PARTNER PROFILE (PARTFILE): EVERY     *
000260* ACTIVE PARTNER GETS A GROUP, EVEN AN EMPTY ONE - A ZERO-COUNT *
000270* RETURN TELLS THE PARTNER NOTHING ARRIVED - AND AN INACTIVE    *
000280* PARTNER GETS ONE ONLY WHEN IT HAD ACTIVITY.  EACH GROUP'S     *
000290* HEADER CARRIES THE PARTNER'S TRANSMISSION IDENTITY FROM THE   *
000300* PROFILE AND THE BUSINESS DATE (HELLO-PDAT).  THE LAYOUTS AND  *
000310* THE TRAILER TIE-OUT ARE IN DISPREC.                           *
000320*                                                                *
000330* LIKE HELLO-XMIT, A SURVEY PASS COLLECTS THE PARTNERS AND THE  *
000340* FEED COUNTS, THEN THE INPUTS ARE RE-READ ONCE PER PARTNER.    *
000350* A MISSING CNVREJ IS A DAY WITH NO CONVERSION.  AN UNAVAILABLE *
000360* BUSINESS DATE, PARTFILE, AUDFILE OR EXCFILE, OR A FULL        *
000370* PARTNER TABLE, ENDS RC 8 WITH NO FILE.  A TRAILER OUT OF      *
000380* BALANCE, A MISPAIRED EXCEPTION OR A PARTNER MISSING FROM THE  *
000390* PROFILE ENDS RC 4 - THE FILE IS STILL BUILT.                  *
000400*                                                                *
000410* MODIFICATION HISTORY                                          *
000420*   DATE       INIT  DESCRIPTION                                *
000430*   2026-10-15  DLM  ORIGINAL                                   *
000431*   2026-10-15  DLM  AUDIT RECORDS OF P VALUES ISSUED ONLINE BY *
000432*                    HELLO-ISS ARE PASSED OVER - THEY CAME FROM *
000433*                    A TERMINAL, NOT FROM A ROW THE PARTNER     *
000434*                    SENT, AND HAVE NO EXCEPTION TO PAIR        *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.    IBM-370.
000480 OBJECT-COMPUTER.    IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT REJ-FILE ASSIGN TO CNVREJ
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-REJ-STATUS.
000540     SELECT AUD-FILE ASSIGN TO AUDFILE
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-AUD-STATUS.
000570     SELECT EXC-FILE ASSIGN TO EXCFILE
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-EXC-STATUS.
000600     SELECT DSP-FILE ASSIGN TO DISPFILE
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-DSP-STATUS.
000630     SELECT PRO-FILE ASSIGN TO PARTFILE
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS PPF-PARTNER-ID
000670         FILE STATUS IS WS-PRO-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  REJ-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 COPY RPTLINE.
000740 FD  AUD-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 COPY AUDREC.
000780 FD  EXC-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 COPY EXCREC.
000820 FD  DSP-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 COPY DISPREC.
000860 FD  PRO-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 COPY PARTREC.
000890 WORKING-STORAGE SECTION.
000900 01  WS-REJ-STATUS               PIC X(02) VALUE SPACES.
000910     88  WS-REJ-OK               VALUE '00'.
000920 01  WS-AUD-STATUS               PIC X(02) VALUE SPACES.
000930     88  WS-AUD-OK               VALUE '00'.
000940 01  WS-EXC-STATUS               PIC X(02) VALUE SPACES.
000950     88  WS-EXC-OK               VALUE '00'.
000960 01  WS-DSP-STATUS               PIC X(02) VALUE SPACES.
000970     88  WS-DSP-OK               VALUE '00'.
000980 01  WS-PRO-STATUS               PIC X(02) VALUE SPACES.
000990     88  WS-PRO-OK               VALUE '00'.
001000 01  WS-SWITCHES.
001010     05  WS-REJ-EOF-SWITCH       PIC X(01) VALUE 'N'.
001020         88  WS-REJ-EOF          VALUE 'Y'.
001030     05  WS-AUD-EOF-SWITCH       PIC X(01) VALUE 'N'.
001040         88  WS-AUD-EOF          VALUE 'Y'.
001050     05  WS-EXC-EOF-SWITCH       PIC X(01) VALUE 'N'.
001060         88  WS-EXC-EOF          VALUE 'Y'.
001070     05  WS-PRO-EOF-SWITCH       PIC X(01) VALUE 'N'.
001080         88  WS-PRO-EOF          VALUE 'Y'.
001090     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001100         88  WS-FILES-OPEN       VALUE 'Y'.
001110     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE 'Y'.
001120         88  WS-RUN-OK           VALUE 'Y'.
001130     05  WS-HAVE-CNVREJ-SWITCH   PIC X(01) VALUE 'N'.
001140         88  WS-HAVE-CNVREJ      VALUE 'Y'.
001150     05  WS-PTN-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001160         88  WS-PTN-FOUND        VALUE 'Y'.
001170     05  WS-IN-SECTION-SWITCH    PIC X(01) VALUE 'N'.
001180         88  WS-IN-SECTION       VALUE 'Y'.
001190     05  WS-MISPAIR-SWITCH       PIC X(01) VALUE 'N'.
001200         88  WS-MISPAIR-SEEN     VALUE 'Y'.
001210 01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001220 01  WS-PDAT-STATUS              PIC X(01) VALUE SPACE.
001230     88  WS-PDAT-UNAVAIL         VALUE 'U'.
001240 01  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
001250*    ONE LINE OF HELLO-CNV'S REJECT REPORT, WITH A VIEW FOR EACH
001260*    KIND OF LINE IT WRITES - SEE HELLO-CNV 1000-INITIALIZE,
001270*    2300-WRITE-REJECT AND 9000-TERMINATE.
001280 01  WS-REJ-LINE                 PIC X(80) VALUE SPACES.
001290 01  WS-REJ-TITLE REDEFINES WS-REJ-LINE.
001300     05  WS-REJ-TITLE-TEXT       PIC X(31).
001303         88  WS-REJ-TITLE-LINE
001306                 VALUE 'PARTNER FEED CONVERSION REJECTS'.
001310     05  WS-REJ-TITLE-TAG        PIC X(11).
001320     05  WS-REJ-TITLE-PARTNER    PIC X(04).
001330     05  FILLER                  PIC X(34).
001340 01  WS-REJ-DETAIL REDEFINES WS-REJ-LINE.
001350     05  WS-REJ-DET-REASON       PIC X(25).
001360     05  WS-REJ-DET-TAG          PIC X(05).
001370     05  WS-REJ-DET-ROW          PIC X(50).
001380 01  WS-REJ-TOTAL REDEFINES WS-REJ-LINE.
001390     05  WS-REJ-TOT-LABEL        PIC X(20).
001400     05  WS-REJ-TOT-COUNT        PIC 9(09).
001410     05  FILLER                  PIC X(51).
001420 01  WS-LINE-KIND                PIC X(01) VALUE SPACE.
001430     88  WS-LINE-TITLE           VALUE 'T'.
001440     88  WS-LINE-REJECT          VALUE 'R'.
001450     88  WS-LINE-TOTAL           VALUE 'C'.
001460     88  WS-LINE-OTHER           VALUE 'X'.
001470 01  WS-SEC-PARTNER              PIC X(04) VALUE SPACES.
001480 01  WS-PTN-MAX                  PIC 9(03) COMP VALUE 20.
001490 01  WS-PTN-COUNT                PIC 9(03) COMP VALUE ZERO.
001500 01  WS-PTN-TABLE.
001510     05  WS-PTN-ENTRY OCCURS 20 TIMES
001520             INDEXED BY WS-PTN-IDX WS-PSC-IDX WS-SEC-IDX.
001530         10  TBL-PARTNER-ID      PIC X(04).
001540         10  TBL-XMIT-ID         PIC X(08).
001550         10  TBL-ON-FILE-SWITCH  PIC X(01).
001560             88  TBL-ON-FILE     VALUE 'Y'.
001570         10  TBL-ACTIVE-SWITCH   PIC X(01).
001580             88  TBL-ACTIVE      VALUE 'Y'.
001590         10  TBL-FEED-SWITCH     PIC X(01).
001600             88  TBL-FEED-SEEN   VALUE 'Y'.
001610         10  TBL-BUILD-COUNT     PIC 9(09) COMP.
001620         10  TBL-FEED-READ       PIC 9(09) COMP.
001630         10  TBL-FEED-CONVERTED  PIC 9(09) COMP.
001640         10  TBL-FEED-REJECTED   PIC 9(09) COMP.
001650         10  TBL-FEED-BLANK      PIC 9(09) COMP.
001660 01  WS-CUR-PARTNER              PIC X(04) VALUE SPACES.
001670 01  WS-AUD-EXC-NEEDED           PIC 9(09) COMP VALUE ZERO.
001680 01  WS-EXC-TOTAL                PIC 9(09) COMP VALUE ZERO.
001690 01  WS-DET-COUNT                PIC 9(09) COMP VALUE ZERO.
001700 01  WS-ISS-COUNT                PIC 9(09) COMP VALUE ZERO.
001710 01  WS-ASN-COUNT                PIC 9(09) COMP VALUE ZERO.
001720 01  WS-CNV-COUNT                PIC 9(09) COMP VALUE ZERO.
001730 01  WS-BLD-COUNT                PIC 9(09) COMP VALUE ZERO.
001740 01  WS-DUP-COUNT                PIC 9(09) COMP VALUE ZERO.
001750 01  WS-BUILT-COUNT              PIC 9(09) COMP VALUE ZERO.
001760 01  WS-TOT-DET-COUNT            PIC 9(09) COMP VALUE ZERO.
001770 01  WS-GROUP-COUNT              PIC 9(09) COMP VALUE ZERO.
001780 01  WS-STAT-PROGRAM             PIC X(08) VALUE 'HELLODSP'.
001790 01  WS-STAT-EVENT               PIC X(01) VALUE 'S'.
001800 01  WS-STAT-RUN-ID              PIC X(14) VALUE SPACES.
001810 01  WS-STAT-RC                  PIC 9(02) VALUE ZERO.
001820 01  WS-STAT-COUNT-1             PIC 9(09) VALUE ZERO.
001830 01  WS-STAT-COUNT-2             PIC 9(09) VALUE ZERO.
001840 PROCEDURE DIVISION.
001850 0000-MAINLINE.
001860     PERFORM 0100-STAMP-START THRU 0100-EXIT.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001880     IF WS-FILES-OPEN AND WS-RUN-OK
001890         PERFORM 4000-BUILD-ONE-PARTNER THRU 4000-EXIT
001900             VARYING WS-PTN-IDX FROM 1 BY 1
001910             UNTIL WS-PTN-IDX > WS-PTN-COUNT
001920     END-IF.
001930     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001940     PERFORM 0200-STAMP-END THRU 0200-EXIT.
001950     STOP RUN.
001960*****************************************************************
001970* 0100-STAMP-START - RECORD THIS EXECUTION'S START ON THE SHARED*
001980*   RUN-STATUS FILE (SEE HELLO-STAT) SO THE HSTS SCREEN SHOWS   *
001990*   THE STEP AS RUNNING                                         *
002000*****************************************************************
002010 0100-STAMP-START.
002020     MOVE 'S' TO WS-STAT-EVENT.
002030     CALL 'HELLO-STAT' USING WS-STAT-PROGRAM WS-STAT-EVENT
002040         WS-STAT-RUN-ID WS-STAT-RC
002050         WS-STAT-COUNT-1 WS-STAT-COUNT-2.
002060 0100-EXIT.
002070     EXIT.
002080*****************************************************************
002090* 0200-STAMP-END - RECORD THE RETURN CODE AND CLOSING COUNTS ON *
002100*   THE RUN-STATUS FILE - DETAILS WRITTEN AND PARTNER GROUPS    *
002110*****************************************************************
002120 0200-STAMP-END.
002130     MOVE 'E' TO WS-STAT-EVENT.
002140     MOVE WS-RUN-DATE TO WS-STAT-RUN-ID(1:8).
002150     MOVE WS-RUN-TIME(1:6) TO WS-STAT-RUN-ID(9:6).
002160     MOVE RETURN-CODE TO WS-STAT-RC.
002170     MOVE WS-TOT-DET-COUNT TO WS-STAT-COUNT-1.
002180     MOVE WS-GROUP-COUNT TO WS-STAT-COUNT-2.
002190     CALL 'HELLO-STAT' USING WS-STAT-PROGRAM WS-STAT-EVENT
002200         WS-STAT-RUN-ID WS-STAT-RC
002210         WS-STAT-COUNT-1 WS-STAT-COUNT-2.
002220 0200-EXIT.
002230     EXIT.
002240*****************************************************************
002250* 1000-INITIALIZE - FETCH THE BUSINESS DATE, LOAD THE PARTNER   *
002260*   PROFILE, SURVEY THE DAY'S INPUTS AND OPEN THE RETURN FILE   *
002270*****************************************************************
002280 1000-INITIALIZE.
002290     CALL 'HELLO-PDAT' USING WS-RUN-DATE WS-PDAT-STATUS.
002300     IF WS-PDAT-UNAVAIL
002310         DISPLAY 'HELLO-DISP - PROCESSING DATE NOT AVAILABLE'
002320         MOVE 'N' TO WS-RUN-OK-SWITCH
002330         MOVE 8 TO RETURN-CODE
002340         GO TO 1000-EXIT
002350     END-IF.
002360     ACCEPT WS-RUN-TIME FROM TIME.
002370     PERFORM 1100-LOAD-PARTNERS THRU 1100-EXIT.
002380     IF NOT WS-RUN-OK
002390         GO TO 1000-EXIT
002400     END-IF.
002410     PERFORM 2000-SURVEY-CNVREJ THRU 2000-EXIT.
002420     IF NOT WS-RUN-OK
002430         GO TO 1000-EXIT
002440     END-IF.
002450     PERFORM 2500-SURVEY-AUDIT THRU 2500-EXIT.
002460     IF NOT WS-RUN-OK
002470         GO TO 1000-EXIT
002480     END-IF.
002490     OPEN OUTPUT DSP-FILE.
002500     IF NOT WS-DSP-OK
002510         DISPLAY 'HELLO-DISP - DISPFILE OPEN FAILED - STATUS '
002520             WS-DSP-STATUS
002530         MOVE 'N' TO WS-RUN-OK-SWITCH
002540         MOVE 8 TO RETURN-CODE
002550         GO TO 1000-EXIT
002560     END-IF.
002570     MOVE 'Y' TO WS-FILES-OPEN-SWITCH.
002580 1000-EXIT.
002590     EXIT.
002600*****************************************************************
002610* 1100-LOAD-PARTNERS - READ THE WHOLE PARTNER PROFILE INTO THE  *
002620*   PARTNER TABLE.  WITHOUT IT THERE IS NO PARTNER LIST AND NO  *
002630*   TRANSMISSION IDENTITY, SO THE RUN STOPS.                    *
002640*****************************************************************
002650 1100-LOAD-PARTNERS.
002660     OPEN INPUT PRO-FILE.
002670     IF NOT WS-PRO-OK
002680         DISPLAY 'HELLO-DISP - PARTFILE NOT AVAILABLE - STATUS '
002690             WS-PRO-STATUS ' - DISPOSITION FILE NOT BUILT'
002700         MOVE 'N' TO WS-RUN-OK-SWITCH
002710         MOVE 8 TO RETURN-CODE
002720         GO TO 1100-EXIT
002730     END-IF.
002740     MOVE 'N' TO WS-PRO-EOF-SWITCH.
002750     PERFORM 1110-LOAD-ONE-PARTNER THRU 1110-EXIT
002760         UNTIL WS-PRO-EOF OR NOT WS-RUN-OK.
002770     CLOSE PRO-FILE.
002780 1100-EXIT.
002790     EXIT.
002800*****************************************************************
002810* 1110-LOAD-ONE-PARTNER - READ THE NEXT PROFILE AND ENTER IT IN *
002820*   THE TABLE WITH ITS TRANSMISSION IDENTITY AND ACTIVE FLAG    *
002830*****************************************************************
002840 1110-LOAD-ONE-PARTNER.
002850     READ PRO-FILE
002860         AT END
002870             MOVE 'Y' TO WS-PRO-EOF-SWITCH
002880             GO TO 1110-EXIT
002890     END-READ.
002900     MOVE PPF-PARTNER-ID TO WS-CUR-PARTNER.
002910     PERFORM 2200-NOTE-PARTNER THRU 2200-EXIT.
002920     IF NOT WS-RUN-OK
002930         GO TO 1110-EXIT
002940     END-IF.
002950     MOVE PPF-XMIT-ID TO TBL-XMIT-ID(WS-SEC-IDX).
002960     MOVE 'Y' TO TBL-ON-FILE-SWITCH(WS-SEC-IDX).
002970     IF PPF-ACTIVE
002980         MOVE 'Y' TO TBL-ACTIVE-SWITCH(WS-SEC-IDX)
002990     END-IF.
003000 1110-EXIT.
003010     EXIT.
003020*****************************************************************
003030* 2000-SURVEY-CNVREJ - ONE PASS OVER THE CONVERSION REJECT      *
003040*   REPORT(S), NOTING EACH PARTNER SECTION AND TAKING THE FEED  *
003050*   COUNTS FROM ITS TOTALS LINES.  A PARTNER CONVERTED BY MORE  *
003060*   THAN ONE STEP HAS ITS COUNTS ADDED TOGETHER.                *
003070*****************************************************************
003080 2000-SURVEY-CNVREJ.
003090     OPEN INPUT REJ-FILE.
003100     IF NOT WS-REJ-OK
003110         DISPLAY 'HELLO-DISP - NO CNVREJ REPORT - NO FEED '
003120             'CONVERTED TODAY'
003130         GO TO 2000-EXIT
003140     END-IF.
003150     MOVE 'Y' TO WS-HAVE-CNVREJ-SWITCH.
003160     MOVE 'N' TO WS-REJ-EOF-SWITCH WS-IN-SECTION-SWITCH.
003170     PERFORM 2050-READ-REJ-LINE THRU 2050-EXIT.
003180     PERFORM 2100-SURVEY-REJ-LINE THRU 2100-EXIT
003190         UNTIL WS-REJ-EOF OR NOT WS-RUN-OK.
003200     CLOSE REJ-FILE.
003210 2000-EXIT.
003220     EXIT.
003230*****************************************************************
003240* 2050-READ-REJ-LINE - READ THE NEXT REPORT LINE AND CLASSIFY IT*
003250*****************************************************************
003260 2050-READ-REJ-LINE.
003270     READ REJ-FILE
003280         AT END
003290             MOVE 'Y' TO WS-REJ-EOF-SWITCH
003300             GO TO 2050-EXIT
003310     END-READ.
003320     MOVE RPT-LINE TO WS-REJ-LINE.
003330     PERFORM 2900-CLASSIFY-LINE THRU 2900-EXIT.
003340 2050-EXIT.
003350     EXIT.
003360*****************************************************************
003370* 2100-SURVEY-REJ-LINE - A TITLE OPENS THE PARTNER'S SECTION;   *
003380*   A TOTALS LINE INSIDE A SECTION FEEDS THE PARTNER'S COUNTS   *
003390*****************************************************************
003400 2100-SURVEY-REJ-LINE.
003410     EVALUATE TRUE
003420         WHEN WS-LINE-TITLE
003430             MOVE WS-SEC-PARTNER TO WS-CUR-PARTNER
003440             PERFORM 2200-NOTE-PARTNER THRU 2200-EXIT
003450             IF WS-RUN-OK
003460                 MOVE 'Y' TO TBL-FEED-SWITCH(WS-SEC-IDX)
003470                 MOVE 'Y' TO WS-IN-SECTION-SWITCH
003480             END-IF
003490         WHEN WS-LINE-TOTAL AND WS-IN-SECTION
003500             PERFORM 2150-TAKE-FEED-COUNT THRU 2150-EXIT
003510         WHEN OTHER
003520             CONTINUE
003530     END-EVALUATE.
003540     PERFORM 2050-READ-REJ-LINE THRU 2050-EXIT.
003550 2100-EXIT.
003560     EXIT.
003570*****************************************************************
003580* 2150-TAKE-FEED-COUNT - ADD ONE TOTALS LINE TO THE SECTION     *
003590*   PARTNER'S FEED COUNTS                                       *
003600*****************************************************************
003610 2150-TAKE-FEED-COUNT.
003620     IF WS-REJ-TOT-COUNT NOT NUMERIC
003630         GO TO 2150-EXIT
003640     END-IF.
003650     EVALUATE WS-REJ-TOT-LABEL
003660         WHEN 'ROWS READ         : '
003670             ADD WS-REJ-TOT-COUNT TO TBL-FEED-READ(WS-SEC-IDX)
003680         WHEN 'RECORDS CONVERTED : '
003690             ADD WS-REJ-TOT-COUNT
003700                 TO TBL-FEED-CONVERTED(WS-SEC-IDX)
003710         WHEN 'ROWS REJECTED     : '
003720             ADD WS-REJ-TOT-COUNT
003730                 TO TBL-FEED-REJECTED(WS-SEC-IDX)
003740         WHEN 'BLANK ROWS SKIPPED: '
003750             ADD WS-REJ-TOT-COUNT TO TBL-FEED-BLANK(WS-SEC-IDX)
003760     END-EVALUATE.
003770 2150-EXIT.
003780     EXIT.
003790*****************************************************************
003800* 2200-NOTE-PARTNER - FIND WS-CUR-PARTNER IN THE TABLE, ADDING  *
003810*   IT IF IT IS NEW, AND LEAVE WS-SEC-IDX ON ITS ENTRY.  THE    *
003820*   TABLE IS BOUNDED - MORE PARTNERS THAN IT HOLDS ABANDONS THE *
003830*   RUN, SINCE THEIR ROWS COULD NOT BE RETURNED.                *
003840*****************************************************************
003850 2200-NOTE-PARTNER.
003860     MOVE 'N' TO WS-PTN-FOUND-SWITCH.
003870     IF WS-PTN-COUNT > 0
003880         PERFORM 2210-SCAN-PARTNER THRU 2210-EXIT
003890             VARYING WS-PSC-IDX FROM 1 BY 1
003900             UNTIL WS-PSC-IDX > WS-PTN-COUNT
003910                 OR WS-PTN-FOUND
003920     END-IF.
003930     IF WS-PTN-FOUND
003940         GO TO 2200-EXIT
003950     END-IF.
003960     IF WS-PTN-COUNT < WS-PTN-MAX
003970         ADD 1 TO WS-PTN-COUNT
003980         SET WS-SEC-IDX TO WS-PTN-COUNT
003990         MOVE WS-CUR-PARTNER TO TBL-PARTNER-ID(WS-SEC-IDX)
004000         MOVE SPACES TO TBL-XMIT-ID(WS-SEC-IDX)
004010         MOVE 'N' TO TBL-ON-FILE-SWITCH(WS-SEC-IDX)
004020             TBL-ACTIVE-SWITCH(WS-SEC-IDX)
004030             TBL-FEED-SWITCH(WS-SEC-IDX)
004040         MOVE ZERO TO TBL-BUILD-COUNT(WS-SEC-IDX)
004050             TBL-FEED-READ(WS-SEC-IDX)
004060             TBL-FEED-CONVERTED(WS-SEC-IDX)
004070             TBL-FEED-REJECTED(WS-SEC-IDX)
004080             TBL-FEED-BLANK(WS-SEC-IDX)
004090     ELSE
004100         DISPLAY 'HELLO-DISP - PARTNER TABLE FULL AT '
004110             WS-PTN-MAX ' ENTRIES - DISPOSITION FILE NOT BUILT'
004120         MOVE 'N' TO WS-RUN-OK-SWITCH
004130         MOVE 8 TO RETURN-CODE
004140     END-IF.
004150 2200-EXIT.
004160     EXIT.
004170*****************************************************************
004180* 2210-SCAN-PARTNER - IS THIS PARTNER ALREADY IN THE TABLE?     *
004190*****************************************************************
004200 2210-SCAN-PARTNER.
004210     IF TBL-PARTNER-ID(WS-PSC-IDX) = WS-CUR-PARTNER
004220         MOVE 'Y' TO WS-PTN-FOUND-SWITCH
004230         SET WS-SEC-IDX TO WS-PSC-IDX
004240     END-IF.
004250 2210-EXIT.
004260     EXIT.
004270*****************************************************************
004280* 2500-SURVEY-AUDIT - ONE PASS OVER THE DAY'S AUDFILE COUNTING  *
004290*   EACH PARTNER'S BUILD OUTCOMES AND THE EXCEPTIONS THEY       *
004300*   IMPLY, THEN ONE OVER EXCFILE TO SEE THAT MANY ARE THERE.    *
004310*   A DIFFERENCE MEANS THE REASONS CANNOT ALL BE PAIRED - THE   *
004320*   FILE IS STILL BUILT, EACH PAIR IS CHECKED AS IT IS USED,    *
004330*   AND THE RUN IS FLAGGED.                                     *
004340*****************************************************************
004350 2500-SURVEY-AUDIT.
004360     OPEN INPUT AUD-FILE.
004370     IF NOT WS-AUD-OK
004380         DISPLAY 'HELLO-DISP - AUDFILE OPEN FAILED - STATUS '
004390             WS-AUD-STATUS ' - DISPOSITION FILE NOT BUILT'
004400         MOVE 'N' TO WS-RUN-OK-SWITCH
004410         MOVE 8 TO RETURN-CODE
004420         GO TO 2500-EXIT
004430     END-IF.
004440     MOVE 'N' TO WS-AUD-EOF-SWITCH.
004450     PERFORM 2510-SURVEY-ONE-AUDIT THRU 2510-EXIT
004460         UNTIL WS-AUD-EOF OR NOT WS-RUN-OK.
004470     CLOSE AUD-FILE.
004480     IF NOT WS-RUN-OK
004490         GO TO 2500-EXIT
004500     END-IF.
004510     OPEN INPUT EXC-FILE.
004520     IF NOT WS-EXC-OK
004530         DISPLAY 'HELLO-DISP - EXCFILE OPEN FAILED - STATUS '
004540             WS-EXC-STATUS ' - DISPOSITION FILE NOT BUILT'
004550         MOVE 'N' TO WS-RUN-OK-SWITCH
004560         MOVE 8 TO RETURN-CODE
004570         GO TO 2500-EXIT
004580     END-IF.
004590     MOVE 'N' TO WS-EXC-EOF-SWITCH.
004600     PERFORM 2520-COUNT-ONE-EXCEPTION THRU 2520-EXIT
004610         UNTIL WS-EXC-EOF.
004620     CLOSE EXC-FILE.
004630     IF WS-EXC-TOTAL NOT = WS-AUD-EXC-NEEDED
004640         DISPLAY 'HELLO-DISP - EXCFILE HOLDS ' WS-EXC-TOTAL
004650             ' RECORDS, AUDFILE CALLS FOR ' WS-AUD-EXC-NEEDED
004660             ' - REJECT REASONS MAY BE INCOMPLETE'
004670         IF RETURN-CODE < 4
004680             MOVE 4 TO RETURN-CODE
004690         END-IF
004700     END-IF.
004710 2500-EXIT.
004720     EXIT.
004730*****************************************************************
004740* 2510-SURVEY-ONE-AUDIT - NOTE ONE AUDIT RECORD'S PARTNER.  A   *
004750*   BLANK PARTNER (A RECORD OLDER THAN THE PARTNER FIELD)       *
004760*   BELONGS TO THE HOUSE PARTNER '0001'.  A P ISSUED ONLINE     *
004764*   WAS NEVER A FEED ROW AND IS PASSED OVER.                    *
004770*****************************************************************
004780 2510-SURVEY-ONE-AUDIT.
004790     READ AUD-FILE
004800         AT END
004810             MOVE 'Y' TO WS-AUD-EOF-SWITCH
004820             GO TO 2510-EXIT
004830     END-READ.
004832     IF AUD-ONLINE-ISSUE
004834         GO TO 2510-EXIT
004836     END-IF.
004840     IF AUD-PARTNER-ID = SPACES
004850         MOVE '0001' TO WS-CUR-PARTNER
004860     ELSE
004870         MOVE AUD-PARTNER-ID TO WS-CUR-PARTNER
004880     END-IF.
004890     PERFORM 2200-NOTE-PARTNER THRU 2200-EXIT.
004900     IF NOT WS-RUN-OK
004910         GO TO 2510-EXIT
004920     END-IF.
004930     ADD 1 TO TBL-BUILD-COUNT(WS-SEC-IDX).
004940     IF AUD-VALID-FLAG = 'N' OR 'D'
004950         ADD 1 TO WS-AUD-EXC-NEEDED
004960     END-IF.
004970 2510-EXIT.
004980     EXIT.
004990*****************************************************************
005000* 2520-COUNT-ONE-EXCEPTION - COUNT ONE EXCFILE RECORD           *
005010*****************************************************************
005020 2520-COUNT-ONE-EXCEPTION.
005030     READ EXC-FILE
005040         AT END
005050             MOVE 'Y' TO WS-EXC-EOF-SWITCH
005060         NOT AT END
005070             ADD 1 TO WS-EXC-TOTAL
005080     END-READ.
005090 2520-EXIT.
005100     EXIT.
005110*****************************************************************
005120* 2900-CLASSIFY-LINE - WHICH KIND OF CNVREJ LINE IS HELD?  A    *
005130*   TITLE WITHOUT A PARTNER IS FROM BEFORE THE TITLE NAMED ONE  *
005140*   AND BELONGS TO THE HOUSE PARTNER '0001'.                    *
005150*****************************************************************
005160 2900-CLASSIFY-LINE.
005170     EVALUATE TRUE
005180         WHEN WS-REJ-TITLE-LINE
005190             MOVE 'T' TO WS-LINE-KIND
005200             IF WS-REJ-TITLE-PARTNER = SPACES
005210                 MOVE '0001' TO WS-SEC-PARTNER
005220             ELSE
005230                 MOVE WS-REJ-TITLE-PARTNER TO WS-SEC-PARTNER
005240             END-IF
005250         WHEN WS-REJ-TOT-LABEL = 'ROWS READ         : '
005260           OR WS-REJ-TOT-LABEL = 'RECORDS CONVERTED : '
005270           OR WS-REJ-TOT-LABEL = 'ROWS REJECTED     : '
005280           OR WS-REJ-TOT-LABEL = 'BLANK ROWS SKIPPED: '
005290             MOVE 'C' TO WS-LINE-KIND
005300         WHEN WS-REJ-DET-TAG = ' ROW '
005310             MOVE 'R' TO WS-LINE-KIND
005320         WHEN OTHER
005330             MOVE 'X' TO WS-LINE-KIND
005340     END-EVALUATE.
005350 2900-EXIT.
005360     EXIT.
005370*****************************************************************
005380* 4000-BUILD-ONE-PARTNER - ONE PARTNER'S GROUP: HEADER, ITS     *
005390*   CONVERSION REJECTS, ITS BUILD OUTCOMES, TRAILER.  AN        *
005400*   INACTIVE PARTNER WITH NOTHING TODAY IS PASSED OVER.         *
005410*****************************************************************
005420 4000-BUILD-ONE-PARTNER.
005430     IF NOT TBL-ACTIVE(WS-PTN-IDX)
005440         AND NOT TBL-FEED-SEEN(WS-PTN-IDX)
005450         AND TBL-BUILD-COUNT(WS-PTN-IDX) = ZERO
005460         GO TO 4000-EXIT
005470     END-IF.
005480     MOVE TBL-PARTNER-ID(WS-PTN-IDX) TO WS-CUR-PARTNER.
005490     IF NOT TBL-ON-FILE(WS-PTN-IDX)
005500         DISPLAY 'HELLO-DISP - PARTNER ' WS-CUR-PARTNER
005510             ' NOT ON PARTFILE - RETURN SENT WITHOUT '
005520             'TRANSMISSION IDENTITY'
005530         IF RETURN-CODE < 4
005540             MOVE 4 TO RETURN-CODE
005550         END-IF
005560     END-IF.
005570     MOVE SPACES TO DSP-HEADER-RECORD.
005580     MOVE 'DHD' TO DSP-HDR-ID.
005590     MOVE WS-CUR-PARTNER TO DSP-HDR-PARTNER-ID.
005600     MOVE TBL-XMIT-ID(WS-PTN-IDX) TO DSP-HDR-XMIT-ID.
005610     MOVE WS-RUN-DATE TO DSP-HDR-BUS-DATE.
005620     MOVE TBL-FEED-READ(WS-PTN-IDX) TO DSP-HDR-FEED-READ.
005630     MOVE TBL-FEED-CONVERTED(WS-PTN-IDX)
005640         TO DSP-HDR-FEED-CONVERTED.
005650     MOVE TBL-FEED-REJECTED(WS-PTN-IDX) TO DSP-HDR-FEED-REJECTED.
005660     MOVE TBL-FEED-BLANK(WS-PTN-IDX) TO DSP-HDR-FEED-BLANK.
005670     WRITE DSP-HEADER-RECORD.
005680     MOVE ZERO TO WS-DET-COUNT WS-ISS-COUNT WS-ASN-COUNT
005690         WS-CNV-COUNT WS-BLD-COUNT WS-DUP-COUNT.
005700     IF TBL-FEED-SEEN(WS-PTN-IDX)
005710         PERFORM 4200-COPY-CNV-REJECTS THRU 4200-EXIT
005720     END-IF.
005730     IF TBL-BUILD-COUNT(WS-PTN-IDX) > ZERO
005740         PERFORM 4300-COPY-BUILD-OUTCOMES THRU 4300-EXIT
005750     END-IF.
005760     PERFORM 4400-WRITE-TRAILER THRU 4400-EXIT.
005770     ADD 1 TO WS-GROUP-COUNT.
005780     ADD WS-DET-COUNT TO WS-TOT-DET-COUNT.
005790 4000-EXIT.
005800     EXIT.
005810*****************************************************************
005820* 4200-COPY-CNV-REJECTS - RE-READ THE CNVREJ REPORT(S) AND      *
005830*   RETURN EVERY REJECT LINE IN THE CURRENT PARTNER'S SECTIONS  *
005840*****************************************************************
005850 4200-COPY-CNV-REJECTS.
005860     MOVE 'N' TO WS-REJ-EOF-SWITCH WS-IN-SECTION-SWITCH.
005870     OPEN INPUT REJ-FILE.
005880     IF NOT WS-REJ-OK
005890         GO TO 4200-EXIT
005900     END-IF.
005910     PERFORM 2050-READ-REJ-LINE THRU 2050-EXIT.
005920     PERFORM 4210-COPY-ONE-REJ-LINE THRU 4210-EXIT
005930         UNTIL WS-REJ-EOF.
005940     CLOSE REJ-FILE.
005950 4200-EXIT.
005960     EXIT.
005970*****************************************************************
005980* 4210-COPY-ONE-REJ-LINE - A TITLE DECIDES WHETHER THE SECTION  *
005990*   IS THIS PARTNER'S; A REJECT LINE IN ITS SECTION BECOMES A   *
006000*   'C' DETAIL CARRYING THE ROW AS SENT                         *
006010*****************************************************************
006020 4210-COPY-ONE-REJ-LINE.
006030     EVALUATE TRUE
006040         WHEN WS-LINE-TITLE
006050             IF WS-SEC-PARTNER = WS-CUR-PARTNER
006060                 MOVE 'Y' TO WS-IN-SECTION-SWITCH
006070             ELSE
006080                 MOVE 'N' TO WS-IN-SECTION-SWITCH
006090             END-IF
006100         WHEN WS-LINE-REJECT AND WS-IN-SECTION
006110             ADD 1 TO WS-DET-COUNT WS-CNV-COUNT
006120             MOVE SPACES TO DSP-DETAIL-RECORD
006130             MOVE 'DDT' TO DSP-DET-ID
006140             MOVE WS-DET-COUNT TO DSP-DET-SEQ
006150             MOVE 'C' TO DSP-DET-DISPOSITION
006160             MOVE WS-REJ-DET-ROW TO DSP-DET-ROW
006170             MOVE WS-REJ-DET-REASON TO DSP-DET-REASON
006180             WRITE DSP-DETAIL-RECORD
006190         WHEN OTHER
006200             CONTINUE
006210     END-EVALUATE.
006220     PERFORM 2050-READ-REJ-LINE THRU 2050-EXIT.
006230 4210-EXIT.
006240     EXIT.
006250*****************************************************************
006260* 4300-COPY-BUILD-OUTCOMES - WALK THE AUDFILE AND EXCFILE IN    *
006270*   STEP AND RETURN THE CURRENT PARTNER'S BUILD OUTCOMES.  EVERY*
006280*   'N'/'D' RECORD CONSUMES ITS EXCEPTION WHOEVER IT BELONGS TO,*
006290*   OR THE TWO FILES WOULD FALL OUT OF STEP.                    *
006300*****************************************************************
006310 4300-COPY-BUILD-OUTCOMES.
006320     MOVE 'N' TO WS-AUD-EOF-SWITCH WS-EXC-EOF-SWITCH.
006330     OPEN INPUT AUD-FILE EXC-FILE.
006331     IF NOT WS-AUD-OK OR NOT WS-EXC-OK
006332         DISPLAY 'HELLO-DISP - AUDFILE/EXCFILE OPEN FAILED - '
006333             'STATUS ' WS-AUD-STATUS '/' WS-EXC-STATUS
006334             ' - PARTNER ' WS-CUR-PARTNER ' OUTCOMES NOT RETURNED'
006335         MOVE 8 TO RETURN-CODE
006336         IF WS-AUD-OK
006337             CLOSE AUD-FILE
006338         END-IF
006339         IF WS-EXC-OK
006340             CLOSE EXC-FILE
006341         END-IF
006342         GO TO 4300-EXIT
006343     END-IF.
006344     PERFORM 4310-COPY-ONE-OUTCOME THRU 4310-EXIT
006350         UNTIL WS-AUD-EOF.
006360     CLOSE AUD-FILE EXC-FILE.
006370 4300-EXIT.
006380     EXIT.
006390*****************************************************************
006400* 4310-COPY-ONE-OUTCOME - READ ONE AUDIT RECORD, PAIR IT WITH   *
006410*   ITS EXCEPTION IF IT HAS ONE, AND RETURN IT IF IT IS THE     *
006420*   CURRENT PARTNER'S.  A P ISSUED ONLINE IS PASSED OVER.       *
006430*****************************************************************
006440 4310-COPY-ONE-OUTCOME.
006450     READ AUD-FILE
006460         AT END
006470             MOVE 'Y' TO WS-AUD-EOF-SWITCH
006480             GO TO 4310-EXIT
006490     END-READ.
006492     IF AUD-ONLINE-ISSUE
006494         GO TO 4310-EXIT
006496     END-IF.
006500     MOVE SPACES TO DSP-DETAIL-RECORD.
006510     IF AUD-VALID-FLAG = 'N' OR 'D'
006520         PERFORM 4320-PAIR-EXCEPTION THRU 4320-EXIT
006530     END-IF.
006540     IF AUD-PARTNER-ID NOT = WS-CUR-PARTNER
006550         AND NOT (AUD-PARTNER-ID = SPACES
006560             AND WS-CUR-PARTNER = '0001')
006570         GO TO 4310-EXIT
006580     END-IF.
006590     ADD 1 TO WS-DET-COUNT.
006600     MOVE 'DDT' TO DSP-DET-ID.
006610     MOVE WS-DET-COUNT TO DSP-DET-SEQ.
006620     MOVE AUD-P1 TO DSP-DET-P1.
006630     MOVE AUD-P2 TO DSP-DET-P2.
006640     EVALUATE AUD-VALID-FLAG
006650         WHEN 'Y'
006660             MOVE 'I' TO DSP-DET-DISPOSITION
006670             MOVE AUD-P TO DSP-DET-P
006680             ADD 1 TO WS-ISS-COUNT
006690         WHEN 'A'
006700             MOVE 'S' TO DSP-DET-DISPOSITION
006710             MOVE AUD-P TO DSP-DET-P
006720             MOVE 'P2 SERIAL ASSIGNED' TO DSP-DET-REASON
006730             ADD 1 TO WS-ISS-COUNT WS-ASN-COUNT
006740         WHEN 'D'
006750             MOVE 'D' TO DSP-DET-DISPOSITION
006760             MOVE AUD-P TO DSP-DET-P
006770             ADD 1 TO WS-DUP-COUNT
006780         WHEN OTHER
006790             MOVE 'B' TO DSP-DET-DISPOSITION
006800             ADD 1 TO WS-BLD-COUNT
006810     END-EVALUATE.
006820     WRITE DSP-DETAIL-RECORD.
006830 4310-EXIT.
006840     EXIT.
006850*****************************************************************
006860* 4320-PAIR-EXCEPTION - TAKE THE NEXT EXCFILE RECORD AS THE     *
006870*   HELD AUDIT RECORD'S REASON.  IF IT IS MISSING OR NAMES A    *
006880*   DIFFERENT P1/P2 THE REASON IS NOT TRUSTED - THE DETAIL SAYS *
006890*   SO AND THE RUN IS FLAGGED.                                  *
006900*****************************************************************
006910 4320-PAIR-EXCEPTION.
006920     IF NOT WS-EXC-EOF
006930         READ EXC-FILE
006940             AT END
006950                 MOVE 'Y' TO WS-EXC-EOF-SWITCH
006960         END-READ
006970     END-IF.
006980     IF NOT WS-EXC-EOF
006990         AND EXC-P1 = AUD-P1
007000         AND EXC-P2 = AUD-P2
007010         MOVE EXC-REASON TO DSP-DET-REASON
007020         GO TO 4320-EXIT
007030     END-IF.
007040     MOVE 'REASON NOT AVAILABLE' TO DSP-DET-REASON.
007050     IF NOT WS-MISPAIR-SEEN
007060         DISPLAY 'HELLO-DISP - EXCFILE OUT OF STEP WITH AUDFILE '
007070             'AT P1 ' AUD-P1 ' P2 ' AUD-P2
007080         MOVE 'Y' TO WS-MISPAIR-SWITCH
007090         IF RETURN-CODE < 4
007100             MOVE 4 TO RETURN-CODE
007110         END-IF
007120     END-IF.
007130 4320-EXIT.
007140     EXIT.
007150*****************************************************************
007160* 4400-WRITE-TRAILER - COUNT THE GROUP BY OUTCOME AND TIE IT TO *
007170*   THE FEED COUNTS ON THE HEADER (SEE DISPREC).  OUT OF        *
007180*   BALANCE IS FLAGGED ON THE TRAILER AND ENDS THE RUN RC 4.    *
007190*****************************************************************
007200 4400-WRITE-TRAILER.
007210     COMPUTE WS-BUILT-COUNT = WS-ISS-COUNT + WS-BLD-COUNT
007220         + WS-DUP-COUNT.
007230     MOVE SPACES TO DSP-TRAILER-RECORD.
007240     MOVE 'DTR' TO DSP-TRL-ID.
007250     MOVE WS-CUR-PARTNER TO DSP-TRL-PARTNER-ID.
007260     MOVE WS-DET-COUNT TO DSP-TRL-DET-COUNT.
007270     MOVE WS-ISS-COUNT TO DSP-TRL-ISSUED.
007280     MOVE WS-ASN-COUNT TO DSP-TRL-ASSIGNED.
007290     MOVE WS-CNV-COUNT TO DSP-TRL-CNV-REJECTED.
007300     MOVE WS-BLD-COUNT TO DSP-TRL-BLD-REJECTED.
007310     MOVE WS-DUP-COUNT TO DSP-TRL-DUPLICATES.
007320     EVALUATE TRUE
007330         WHEN NOT TBL-FEED-SEEN(WS-PTN-IDX)
007340             IF WS-DET-COUNT = ZERO
007350                 MOVE 'Y' TO DSP-TRL-TIE-FLAG
007360             ELSE
007370                 MOVE 'E' TO DSP-TRL-TIE-FLAG
007380             END-IF
007390         WHEN WS-CNV-COUNT NOT = TBL-FEED-REJECTED(WS-PTN-IDX)
007400           OR WS-BUILT-COUNT < TBL-FEED-CONVERTED(WS-PTN-IDX)
007410             MOVE 'N' TO DSP-TRL-TIE-FLAG
007420         WHEN WS-BUILT-COUNT > TBL-FEED-CONVERTED(WS-PTN-IDX)
007430             MOVE 'E' TO DSP-TRL-TIE-FLAG
007440         WHEN OTHER
007450             MOVE 'Y' TO DSP-TRL-TIE-FLAG
007460     END-EVALUATE.
007470     WRITE DSP-TRAILER-RECORD.
007480     IF DSP-TRL-OUT-OF-BALANCE
007490         DISPLAY 'HELLO-DISP - PARTNER ' WS-CUR-PARTNER
007500             ' RETURN DOES NOT TIE TO ITS FEED - CONVERTED '
007510             TBL-FEED-CONVERTED(WS-PTN-IDX)
007514             ' BUILT ' WS-BUILT-COUNT
007520             ' FEED REJECTS ' TBL-FEED-REJECTED(WS-PTN-IDX)
007530             ' RETURNED ' WS-CNV-COUNT
007540         IF RETURN-CODE < 4
007550             MOVE 4 TO RETURN-CODE
007560         END-IF
007570     END-IF.
007580 4400-EXIT.
007590     EXIT.
007600*****************************************************************
007610* 9000-TERMINATE - CLOSE THE RETURN FILE AND SIGN OFF           *
007620*****************************************************************
007630 9000-TERMINATE.
007640     IF WS-FILES-OPEN
007650         CLOSE DSP-FILE
007660     END-IF.
007670     DISPLAY 'HELLO-DISP - ' WS-GROUP-COUNT ' PARTNER GROUPS - '
007680         WS-TOT-DET-COUNT ' DISPOSITIONS RETURNED'.
007690 9000-EXIT.
007700     EXIT.
