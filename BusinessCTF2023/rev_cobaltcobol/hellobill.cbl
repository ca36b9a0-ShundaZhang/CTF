000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLO-BILL.
000030 AUTHOR.         D L MILLER.
000040 INSTALLATION.   FEDORA DATA CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*****************************************************************
000080* HELLO-BILL IS THE MONTH-END PARTNER VOLUME AND BILLING RUN.   *
000090* IT COUNTS, PER PARTNER, WHAT THE SYSTEM DID FOR THE PARTNER   *
000100* IN THE MONTH AND PRICES IT FROM THE PARTNER RATE TABLE        *
000110* (RATEFILE, SEE RATEREC).  THE COUNTS COME FROM WHERE THE DAILY*
000120* CYCLE ALREADY LEAVES THEM:                                    *
000130*   - THE AUDIT ARCHIVE (AUDHIST, EVERY AUDARCH GENERATION),    *
000140*     SELECTED BY THE BUSINESS DATE IN AUD-TIMESTAMP: 'Y' AND   *
000150*     'A' ARE PS ISSUED, 'A' ALSO A P2 SERIAL ASSIGNED BY THE   *
000160*     BUILD, 'N' A BUILD REJECT, 'D' A SUPPRESSED DUPLICATE.  A *
000170*     BLANK AUD-PARTNER-ID IS THE HOUSE PARTNER '0001'.         *
000180*   - THE VOID ARCHIVE (VOIDHIST, EVERY VOIDARCH GENERATION),   *
000190*     SELECTED BY VOID-DATE.  A VOID NOTIFICATION CARRIES NO    *
000200*     PARTNER, SO THE VOIDS AND THE ISSUED AUDIT RECORDS        *
000210*     (ISSUED) ARRIVE SORTED ON THE P VALUE AND ARE MATCHED TO  *
000220*     CHARGE EACH VOID TO THE PARTNER THE P WAS ISSUED FOR.     *
000230*   - THE SENT-BATCH HISTORY (SENTHIST, EVERY SENTARCH          *
000240*     GENERATION PLUS THE LIVE SENTLOG): A BATCH FIRST SENT IN  *
000250*     THE MONTH WITH AN ATTEMPT COUNT OVER 1 IS A RESENT BATCH. *
000260* THE MONTH IS THE BILLCTL CARD (BILLCARD), OR THE MONTH BEFORE *
000270* THE BUSINESS DATE WHEN THE CARD IS ABSENT OR BLANK.           *
000280*                                                                *
000290* OUTPUT IS A PRINTABLE STATEMENT PER PARTNER AND A CONTROL     *
000300* TOTALS PAGE (BILLSTMT), AND THE ACCOUNTS RECEIVABLE EXTRACT   *
000310* (BILLAR, SEE BILLREC).  EVERY ACTIVE PARTNER IS BILLED, EVEN  *
000320* WITH NO ACTIVITY - THE MONTHLY FEE STILL APPLIES - AND AN     *
000330* INACTIVE PARTNER ONLY WHEN IT HAD ACTIVITY.  THE CONTROL      *
000340* TOTALS TIE THE STATEMENT COUNTS BACK TO THE MONTH'S AUDIT     *
000350* RECORDS BY VALID FLAG.                                        *
000360*                                                                *
000370* AN INVALID OR STILL-OPEN MONTH, AN UNAVAILABLE BUSINESS DATE  *
000380* OR INPUT, OR A FULL PARTNER TABLE ENDS RC 8 - NOTHING IS      *
000390* BILLED.  CONTROL TOTALS OUT OF BALANCE, A VOID WHOSE ISSUE IS *
000400* NOT ON THE ARCHIVE, OR A PARTNER PRICED WITHOUT A RATE ENDS   *
000410* RC 4 - THE STATEMENTS AND EXTRACT ARE STILL WRITTEN.          *
000420*                                                                *
000430* MODIFICATION HISTORY                                          *
000440*   DATE       INIT  DESCRIPTION                                *
000450*   2026-10-15  DLM  ORIGINAL                                   *
000460*****************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.    IBM-370.
000500 OBJECT-COMPUTER.    IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CTL-FILE ASSIGN TO BILLCTL
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-CTL-STATUS.
000560     SELECT AUD-FILE ASSIGN TO AUDHIST
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-AUD-STATUS.
000590     SELECT ISS-FILE ASSIGN TO ISSUED
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-ISS-STATUS.
000620     SELECT VOD-FILE ASSIGN TO VOIDHIST
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-VOD-STATUS.
000650     SELECT SENT-FILE ASSIGN TO SENTHIST
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-SENT-STATUS.
000680     SELECT PRO-FILE ASSIGN TO PARTFILE
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS PPF-PARTNER-ID
000720         FILE STATUS IS WS-PRO-STATUS.
000730     SELECT RAT-FILE ASSIGN TO RATEFILE
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS RAT-PARTNER-ID
000770         FILE STATUS IS WS-RAT-STATUS.
000780     SELECT STM-FILE ASSIGN TO BILLSTMT
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-STM-STATUS.
000810     SELECT BIL-FILE ASSIGN TO BILLAR
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-BIL-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CTL-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890*THE CARD ARRIVES AS AN 80-BYTE CARD IMAGE - THE BILLCARD LAYOUT
000900*IS MAPPED OVER ITS FIRST 6 BYTES IN WORKING-STORAGE.
000910 01  CTL-CARD                    PIC X(80).
000920 FD  AUD-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 COPY AUDREC.
000960 FD  ISS-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 COPY AUDREC REPLACING ==AUD-RECORD== BY ==ISS-RECORD==
001000                       ==AUD-RUN-ID== BY ==ISS-RUN-ID==
001010                       ==AUD-TIMESTAMP== BY ==ISS-TIMESTAMP==
001020                       ==AUD-P1== BY ==ISS-P1==
001030                       ==AUD-P2== BY ==ISS-P2==
001040                       ==AUD-P== BY ==ISS-P==
001050                       ==AUD-VALID-FLAG== BY ==ISS-VALID-FLAG==
001060                       ==AUD-PARTNER-ID== BY ==ISS-PARTNER-ID==.
001070 FD  VOD-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 COPY VOIDREC.
001110 FD  SENT-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 COPY SENTREC.
001150 FD  PRO-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY PARTREC.
001180 FD  RAT-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 COPY RATEREC.
001210 FD  STM-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 COPY RPTLINE.
001250 FD  BIL-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280 COPY BILLREC.
001290 WORKING-STORAGE SECTION.
001300 01  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
001310     88  WS-CTL-OK               VALUE '00'.
001320 01  WS-AUD-STATUS               PIC X(02) VALUE SPACES.
001330     88  WS-AUD-OK               VALUE '00'.
001340 01  WS-ISS-STATUS               PIC X(02) VALUE SPACES.
001350     88  WS-ISS-OK               VALUE '00'.
001360 01  WS-VOD-STATUS               PIC X(02) VALUE SPACES.
001370     88  WS-VOD-OK               VALUE '00'.
001380 01  WS-SENT-STATUS              PIC X(02) VALUE SPACES.
001390     88  WS-SENT-OK              VALUE '00'.
001400 01  WS-PRO-STATUS               PIC X(02) VALUE SPACES.
001410     88  WS-PRO-OK               VALUE '00'.
001420 01  WS-RAT-STATUS               PIC X(02) VALUE SPACES.
001430     88  WS-RAT-OK               VALUE '00'.
001440 01  WS-STM-STATUS               PIC X(02) VALUE SPACES.
001450     88  WS-STM-OK               VALUE '00'.
001460 01  WS-BIL-STATUS               PIC X(02) VALUE SPACES.
001470     88  WS-BIL-OK               VALUE '00'.
001480 COPY BILLCARD.
001490 01  WS-SWITCHES.
001500     05  WS-AUD-EOF-SWITCH       PIC X(01) VALUE 'N'.
001510         88  WS-AUD-EOF          VALUE 'Y'.
001520     05  WS-ISS-EOF-SWITCH       PIC X(01) VALUE 'N'.
001530         88  WS-ISS-EOF          VALUE 'Y'.
001540     05  WS-VOD-EOF-SWITCH       PIC X(01) VALUE 'N'.
001550         88  WS-VOD-EOF          VALUE 'Y'.
001560     05  WS-SENT-EOF-SWITCH      PIC X(01) VALUE 'N'.
001570         88  WS-SENT-EOF         VALUE 'Y'.
001580     05  WS-PRO-EOF-SWITCH       PIC X(01) VALUE 'N'.
001590         88  WS-PRO-EOF          VALUE 'Y'.
001600     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001610         88  WS-FILES-OPEN       VALUE 'Y'.
001620     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE 'Y'.
001630         88  WS-RUN-OK           VALUE 'Y'.
001640     05  WS-PTN-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001650         88  WS-PTN-FOUND        VALUE 'Y'.
001660     05  WS-RATE-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001670         88  WS-RATE-FOUND       VALUE 'Y'.
001680     05  WS-BALANCED-SWITCH      PIC X(01) VALUE 'Y'.
001690         88  WS-BALANCED         VALUE 'Y'.
001700 01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001710 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001720     05  WS-RUN-YEAR             PIC 9(04).
001730     05  WS-RUN-MM               PIC 9(02).
001740     05  WS-RUN-DD               PIC 9(02).
001750 01  WS-PDAT-STATUS              PIC X(01) VALUE SPACE.
001760     88  WS-PDAT-UNAVAIL         VALUE 'U'.
001770 01  WS-BILL-MONTH               PIC X(06) VALUE SPACES.
001780 01  WS-BILL-MONTH-R REDEFINES WS-BILL-MONTH.
001790     05  WS-BILL-YEAR            PIC 9(04).
001800     05  WS-BILL-MM              PIC 9(02).
001810 01  WS-HOUSE-PARTNER            PIC X(04) VALUE '0001'.
001820 01  WS-DEFAULT-RATE-KEY         PIC X(04) VALUE 'DFLT'.
001830 01  WS-RATE-SOURCE              PIC X(04) VALUE SPACES.
001840 01  WS-CUR-PARTNER              PIC X(04) VALUE SPACES.
001850 01  WS-PTN-MAX                  PIC 9(03) COMP VALUE 20.
001860 01  WS-PTN-COUNT                PIC 9(03) COMP VALUE ZERO.
001870 01  WS-PTN-TABLE.
001880     05  WS-PTN-ENTRY OCCURS 20 TIMES
001890             INDEXED BY WS-PTN-IDX WS-PSC-IDX WS-SEC-IDX.
001900         10  TBL-PARTNER-ID      PIC X(04).
001910         10  TBL-PARTNER-NAME    PIC X(20).
001920         10  TBL-ON-FILE-SWITCH  PIC X(01).
001930             88  TBL-ON-FILE     VALUE 'Y'.
001940         10  TBL-ACTIVE-SWITCH   PIC X(01).
001950             88  TBL-ACTIVE      VALUE 'Y'.
001960         10  TBL-ISSUED          PIC 9(09) COMP.
001970         10  TBL-ASSIGNED        PIC 9(09) COMP.
001980         10  TBL-VOIDS           PIC 9(09) COMP.
001990         10  TBL-REJECTS         PIC 9(09) COMP.
002000         10  TBL-DUPLICATES      PIC 9(09) COMP.
002010         10  TBL-RESENDS         PIC 9(09) COMP.
002020*    CONTROL TOTALS TAKEN AS THE INPUTS ARE READ
002030 01  WS-AUD-READ                 PIC 9(09) COMP VALUE ZERO.
002040 01  WS-AUD-MONTH                PIC 9(09) COMP VALUE ZERO.
002050 01  WS-AUD-Y                    PIC 9(09) COMP VALUE ZERO.
002060 01  WS-AUD-A                    PIC 9(09) COMP VALUE ZERO.
002070 01  WS-AUD-N                    PIC 9(09) COMP VALUE ZERO.
002080 01  WS-AUD-D                    PIC 9(09) COMP VALUE ZERO.
002090 01  WS-AUD-OTHER                PIC 9(09) COMP VALUE ZERO.
002100 01  WS-VOID-READ                PIC 9(09) COMP VALUE ZERO.
002110 01  WS-VOID-MONTH               PIC 9(09) COMP VALUE ZERO.
002120 01  WS-VOID-CHARGED             PIC 9(09) COMP VALUE ZERO.
002130 01  WS-VOID-UNMATCHED           PIC 9(09) COMP VALUE ZERO.
002140 01  WS-SENT-READ                PIC 9(09) COMP VALUE ZERO.
002150 01  WS-RESEND-MONTH             PIC 9(09) COMP VALUE ZERO.
002160*    THE SAME TOTALS SUMMED BACK FROM THE PARTNERS BILLED
002170 01  WS-SUM-ISSUED               PIC 9(09) COMP VALUE ZERO.
002180 01  WS-SUM-ASSIGNED             PIC 9(09) COMP VALUE ZERO.
002190 01  WS-SUM-VOIDS                PIC 9(09) COMP VALUE ZERO.
002200 01  WS-SUM-REJECTS              PIC 9(09) COMP VALUE ZERO.
002210 01  WS-SUM-DUPLICATES           PIC 9(09) COMP VALUE ZERO.
002220 01  WS-SUM-RESENDS              PIC 9(09) COMP VALUE ZERO.
002230 01  WS-SUM-BUILT                PIC 9(09) COMP VALUE ZERO.
002240 01  WS-ACTIVITY                 PIC 9(09) COMP VALUE ZERO.
002250 01  WS-BILL-COUNT               PIC 9(09) COMP VALUE ZERO.
002260 01  WS-NO-RATE-COUNT            PIC 9(09) COMP VALUE ZERO.
002270 01  WS-BILL-TOTAL               PIC 9(11)V99 VALUE ZERO.
002280 01  WS-CHARGES.
002290     05  WS-CHG-ISSUE            PIC 9(09)V99.
002300     05  WS-CHG-SERIAL           PIC 9(09)V99.
002310     05  WS-CHG-VOID             PIC 9(09)V99.
002320     05  WS-CHG-REJECT           PIC 9(09)V99.
002330     05  WS-CHG-DUP              PIC 9(09)V99.
002340     05  WS-CHG-RESEND           PIC 9(09)V99.
002350     05  WS-CHG-TOTAL            PIC 9(09)V99.
002360*    ONE PRICED LINE OF A STATEMENT - SEE 4310-WRITE-ITEM
002370 01  WS-ITEM-LABEL               PIC X(24) VALUE SPACES.
002380 01  WS-ITEM-COUNT               PIC 9(09) COMP VALUE ZERO.
002390 01  WS-ITEM-RATE                PIC 9(03)V9(04) VALUE ZERO.
002400 01  WS-ITEM-AMOUNT              PIC 9(09)V99 VALUE ZERO.
002410 01  WS-ITEM-COUNT-ED            PIC 9(09).
002420 01  WS-ITEM-RATE-ED             PIC 9(03).9(04).
002430 01  WS-ITEM-AMOUNT-ED           PIC 9(09).99.
002440 01  WS-TOTAL-AMOUNT-ED          PIC 9(11).99.
002450*    ONE LINE OF THE CONTROL TOTALS PAGE - SEE 5100-WRITE-TOTAL
002460 01  WS-TOT-LABEL                PIC X(26) VALUE SPACES.
002470 01  WS-TOT-COUNT                PIC 9(09) COMP VALUE ZERO.
002480 01  WS-TOT-COUNT-ED             PIC 9(09).
002490 PROCEDURE DIVISION.
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002520     IF WS-RUN-OK
002530         PERFORM 2000-COUNT-AUDIT THRU 2000-EXIT
002540     END-IF.
002550     IF WS-RUN-OK
002560         PERFORM 3000-CHARGE-VOIDS THRU 3000-EXIT
002570     END-IF.
002580     IF WS-RUN-OK
002590         PERFORM 3500-COUNT-RESENDS THRU 3500-EXIT
002600     END-IF.
002610     IF WS-RUN-OK
002620         PERFORM 4000-BILL-ONE-PARTNER THRU 4000-EXIT
002630             VARYING WS-PTN-IDX FROM 1 BY 1
002640             UNTIL WS-PTN-IDX > WS-PTN-COUNT
002650         PERFORM 5000-CONTROL-TOTALS THRU 5000-EXIT
002660     END-IF.
002670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002680     STOP RUN.
002690*****************************************************************
002700* 1000-INITIALIZE - FETCH THE BUSINESS DATE, SETTLE THE MONTH TO*
002710*   BILL, LOAD THE PARTNER PROFILE AND OPEN THE RATE TABLE AND  *
002720*   THE OUTPUTS                                                 *
002730*****************************************************************
002740 1000-INITIALIZE.
002750     CALL 'HELLO-PDAT' USING WS-RUN-DATE WS-PDAT-STATUS.
002760     IF WS-PDAT-UNAVAIL
002770         DISPLAY 'HELLO-BILL - PROCESSING DATE NOT AVAILABLE'
002780         MOVE 'N' TO WS-RUN-OK-SWITCH
002790         MOVE 8 TO RETURN-CODE
002800         GO TO 1000-EXIT
002810     END-IF.
002820     PERFORM 1100-READ-MONTH-CARD THRU 1100-EXIT.
002830     IF NOT WS-RUN-OK
002840         GO TO 1000-EXIT
002850     END-IF.
002860     PERFORM 1200-LOAD-PARTNERS THRU 1200-EXIT.
002870     IF NOT WS-RUN-OK
002880         GO TO 1000-EXIT
002890     END-IF.
002900     OPEN INPUT RAT-FILE.
002910     OPEN OUTPUT STM-FILE.
002920     OPEN OUTPUT BIL-FILE.
002930     IF NOT WS-RAT-OK OR NOT WS-STM-OK OR NOT WS-BIL-OK
002940         DISPLAY 'HELLO-BILL - FILE OPEN FAILED - STATUS '
002950             WS-RAT-STATUS WS-STM-STATUS WS-BIL-STATUS
002960             ' - NOTHING BILLED'
002970         MOVE 'N' TO WS-RUN-OK-SWITCH
002980         MOVE 8 TO RETURN-CODE
002990         GO TO 1000-EXIT
003000     END-IF.
003010     MOVE 'Y' TO WS-FILES-OPEN-SWITCH.
003020 1000-EXIT.
003030     EXIT.
003040*****************************************************************
003050* 1100-READ-MONTH-CARD - TAKE THE MONTH FROM THE BILLCTL CARD,  *
003060*   OR THE MONTH BEFORE THE BUSINESS DATE WHEN THERE IS NO CARD *
003070*   OR IT IS BLANK.  A MONTH THAT IS NOT YET OVER WOULD BILL    *
003080*   PART OF IT, SO IT IS REFUSED LIKE A MALFORMED CARD.         *
003090*****************************************************************
003100 1100-READ-MONTH-CARD.
003110     MOVE SPACES TO BCD-RECORD.
003120     OPEN INPUT CTL-FILE.
003130     IF WS-CTL-OK
003140         READ CTL-FILE
003150             NOT AT END
003160                 MOVE CTL-CARD(1:6) TO BCD-RECORD
003170         END-READ
003180         CLOSE CTL-FILE
003190     END-IF.
003200     IF BCD-MONTH = SPACES
003210         MOVE WS-RUN-YEAR TO WS-BILL-YEAR
003220         IF WS-RUN-MM = 1
003230             SUBTRACT 1 FROM WS-BILL-YEAR
003240             MOVE 12 TO WS-BILL-MM
003250         ELSE
003260             COMPUTE WS-BILL-MM = WS-RUN-MM - 1
003270         END-IF
003280         GO TO 1100-EXIT
003290     END-IF.
003300     IF BCD-MONTH NOT NUMERIC
003310         OR BCD-MM < 1 OR BCD-MM > 12
003320         OR BCD-MONTH NOT < WS-RUN-DATE(1:6)
003330         DISPLAY 'HELLO-BILL - BILLCTL MONTH ' BCD-MONTH
003340             ' INVALID OR NOT YET CLOSED - BUSINESS DATE '
003350             WS-RUN-DATE ' - NOTHING BILLED'
003360         MOVE 'N' TO WS-RUN-OK-SWITCH
003370         MOVE 8 TO RETURN-CODE
003380         GO TO 1100-EXIT
003390     END-IF.
003400     MOVE BCD-MONTH TO WS-BILL-MONTH.
003410 1100-EXIT.
003420     EXIT.
003430*****************************************************************
003440* 1200-LOAD-PARTNERS - READ THE WHOLE PARTNER PROFILE INTO THE  *
003450*   PARTNER TABLE.  WITHOUT IT THERE IS NO PARTNER LIST TO BILL,*
003460*   SO THE RUN STOPS.                                           *
003470*****************************************************************
003480 1200-LOAD-PARTNERS.
003490     OPEN INPUT PRO-FILE.
003500     IF NOT WS-PRO-OK
003510         DISPLAY 'HELLO-BILL - PARTFILE NOT AVAILABLE - STATUS '
003520             WS-PRO-STATUS ' - NOTHING BILLED'
003530         MOVE 'N' TO WS-RUN-OK-SWITCH
003540         MOVE 8 TO RETURN-CODE
003550         GO TO 1200-EXIT
003560     END-IF.
003570     MOVE 'N' TO WS-PRO-EOF-SWITCH.
003580     PERFORM 1210-LOAD-ONE-PARTNER THRU 1210-EXIT
003590         UNTIL WS-PRO-EOF OR NOT WS-RUN-OK.
003600     CLOSE PRO-FILE.
003610 1200-EXIT.
003620     EXIT.
003630*****************************************************************
003640* 1210-LOAD-ONE-PARTNER - READ THE NEXT PROFILE AND ENTER IT IN *
003650*   THE TABLE WITH ITS NAME AND ACTIVE FLAG                     *
003660*****************************************************************
003670 1210-LOAD-ONE-PARTNER.
003680     READ PRO-FILE
003690         AT END
003700             MOVE 'Y' TO WS-PRO-EOF-SWITCH
003710             GO TO 1210-EXIT
003720     END-READ.
003730     MOVE PPF-PARTNER-ID TO WS-CUR-PARTNER.
003740     PERFORM 2200-NOTE-PARTNER THRU 2200-EXIT.
003750     IF NOT WS-RUN-OK
003760         GO TO 1210-EXIT
003770     END-IF.
003780     MOVE PPF-PARTNER-NAME TO TBL-PARTNER-NAME(WS-SEC-IDX).
003790     MOVE 'Y' TO TBL-ON-FILE-SWITCH(WS-SEC-IDX).
003800     IF PPF-ACTIVE
003810         MOVE 'Y' TO TBL-ACTIVE-SWITCH(WS-SEC-IDX)
003820     END-IF.
003830 1210-EXIT.
003840     EXIT.
003850*****************************************************************
003860* 2000-COUNT-AUDIT - ONE PASS OVER THE AUDIT ARCHIVE, COUNTING  *
003870*   EACH OF THE MONTH'S RECORDS TO ITS PARTNER BY VALID FLAG    *
003880*****************************************************************
003890 2000-COUNT-AUDIT.
003900     OPEN INPUT AUD-FILE.
003910     IF NOT WS-AUD-OK
003920         DISPLAY 'HELLO-BILL - AUDHIST OPEN FAILED - STATUS '
003930             WS-AUD-STATUS ' - NOTHING BILLED'
003940         MOVE 'N' TO WS-RUN-OK-SWITCH
003950         MOVE 8 TO RETURN-CODE
003960         GO TO 2000-EXIT
003970     END-IF.
003980     MOVE 'N' TO WS-AUD-EOF-SWITCH.
003990     PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
004000     PERFORM 2100-COUNT-ONE-AUDIT THRU 2100-EXIT
004010         UNTIL WS-AUD-EOF OR NOT WS-RUN-OK.
004020     CLOSE AUD-FILE.
004030 2000-EXIT.
004040     EXIT.
004050*****************************************************************
004060* 2100-COUNT-ONE-AUDIT - COUNT ONE AUDIT RECORD IF IT FALLS IN  *
004070*   THE MONTH                                                   *
004080*****************************************************************
004090 2100-COUNT-ONE-AUDIT.
004100     IF AUD-TIMESTAMP(1:6) = WS-BILL-MONTH
004110         PERFORM 2110-COUNT-IN-MONTH THRU 2110-EXIT
004120     END-IF.
004130     PERFORM 2900-READ-AUDIT THRU 2900-EXIT.
004140 2100-EXIT.
004150     EXIT.
004160*****************************************************************
004170* 2110-COUNT-IN-MONTH - COUNT ONE OF THE MONTH'S AUDIT RECORDS  *
004180*   TO ITS PARTNER.  A FLAG OTHER THAN Y/A/N/D IS COUNTED BUT   *
004190*   BILLED TO NO ONE, AND SO SHOWS UP ON THE CONTROL TOTALS.    *
004200*****************************************************************
004210 2110-COUNT-IN-MONTH.
004220     ADD 1 TO WS-AUD-MONTH.
004230     IF AUD-VALID-FLAG NOT = 'Y' AND NOT = 'A'
004240         AND NOT = 'N' AND NOT = 'D'
004250         ADD 1 TO WS-AUD-OTHER
004260         GO TO 2110-EXIT
004270     END-IF.
004280     MOVE AUD-PARTNER-ID TO WS-CUR-PARTNER.
004290     IF WS-CUR-PARTNER = SPACES
004300         MOVE WS-HOUSE-PARTNER TO WS-CUR-PARTNER
004310     END-IF.
004320     PERFORM 2200-NOTE-PARTNER THRU 2200-EXIT.
004330     IF NOT WS-RUN-OK
004340         GO TO 2110-EXIT
004350     END-IF.
004360     EVALUATE AUD-VALID-FLAG
004370         WHEN 'Y'
004380             ADD 1 TO WS-AUD-Y TBL-ISSUED(WS-SEC-IDX)
004390         WHEN 'A'
004400             ADD 1 TO WS-AUD-A TBL-ISSUED(WS-SEC-IDX)
004410                 TBL-ASSIGNED(WS-SEC-IDX)
004420         WHEN 'N'
004430             ADD 1 TO WS-AUD-N TBL-REJECTS(WS-SEC-IDX)
004440         WHEN 'D'
004450             ADD 1 TO WS-AUD-D TBL-DUPLICATES(WS-SEC-IDX)
004460     END-EVALUATE.
004470 2110-EXIT.
004480     EXIT.
004490*****************************************************************
004500* 2200-NOTE-PARTNER - FIND WS-CUR-PARTNER IN THE TABLE, ADDING  *
004510*   IT IF IT IS NEW, AND LEAVE WS-SEC-IDX ON ITS ENTRY.  THE    *
004520*   TABLE IS BOUNDED - MORE PARTNERS THAN IT HOLDS ABANDONS THE *
004530*   RUN, SINCE THEIR ACTIVITY COULD NOT BE BILLED.              *
004540*****************************************************************
004550 2200-NOTE-PARTNER.
004560     MOVE 'N' TO WS-PTN-FOUND-SWITCH.
004570     IF WS-PTN-COUNT > 0
004580         PERFORM 2210-SCAN-PARTNER THRU 2210-EXIT
004590             VARYING WS-PSC-IDX FROM 1 BY 1
004600             UNTIL WS-PSC-IDX > WS-PTN-COUNT
004610                 OR WS-PTN-FOUND
004620     END-IF.
004630     IF WS-PTN-FOUND
004640         GO TO 2200-EXIT
004650     END-IF.
004660     IF WS-PTN-COUNT < WS-PTN-MAX
004670         ADD 1 TO WS-PTN-COUNT
004680         SET WS-SEC-IDX TO WS-PTN-COUNT
004690         MOVE WS-CUR-PARTNER TO TBL-PARTNER-ID(WS-SEC-IDX)
004700         MOVE 'NOT ON PARTFILE' TO TBL-PARTNER-NAME(WS-SEC-IDX)
004710         MOVE 'N' TO TBL-ON-FILE-SWITCH(WS-SEC-IDX)
004720             TBL-ACTIVE-SWITCH(WS-SEC-IDX)
004730         MOVE ZERO TO TBL-ISSUED(WS-SEC-IDX)
004740             TBL-ASSIGNED(WS-SEC-IDX)
004750             TBL-VOIDS(WS-SEC-IDX)
004760             TBL-REJECTS(WS-SEC-IDX)
004770             TBL-DUPLICATES(WS-SEC-IDX)
004780             TBL-RESENDS(WS-SEC-IDX)
004790     ELSE
004800         DISPLAY 'HELLO-BILL - PARTNER TABLE FULL AT '
004810             WS-PTN-MAX ' ENTRIES - NOTHING BILLED'
004820         MOVE 'N' TO WS-RUN-OK-SWITCH
004830         MOVE 8 TO RETURN-CODE
004840     END-IF.
004850 2200-EXIT.
004860     EXIT.
004870*****************************************************************
004880* 2210-SCAN-PARTNER - IS THIS PARTNER ALREADY IN THE TABLE?     *
004890*****************************************************************
004900 2210-SCAN-PARTNER.
004910     IF TBL-PARTNER-ID(WS-PSC-IDX) = WS-CUR-PARTNER
004920         MOVE 'Y' TO WS-PTN-FOUND-SWITCH
004930         SET WS-SEC-IDX TO WS-PSC-IDX
004940     END-IF.
004950 2210-EXIT.
004960     EXIT.
004970*****************************************************************
004980* 2900-READ-AUDIT - READ THE NEXT AUDIT ARCHIVE RECORD          *
004990*****************************************************************
005000 2900-READ-AUDIT.
005010     READ AUD-FILE
005020         AT END
005030             MOVE 'Y' TO WS-AUD-EOF-SWITCH
005040         NOT AT END
005050             ADD 1 TO WS-AUD-READ
005060     END-READ.
005070 2900-EXIT.
005080     EXIT.
005090*****************************************************************
005100* 3000-CHARGE-VOIDS - MATCH THE VOID ARCHIVE AGAINST THE ISSUED *
005110*   AUDIT RECORDS, BOTH IN P VALUE ORDER, AND CHARGE EACH OF THE*
005120*   MONTH'S VOIDS TO THE PARTNER ITS P WAS ISSUED FOR.  THE P   *
005130*   MAY HAVE BEEN ISSUED IN ANY EARLIER MONTH, SO THE ISSUED    *
005140*   SIDE IS THE WHOLE ARCHIVE, NOT JUST THIS MONTH.             *
005150*****************************************************************
005160 3000-CHARGE-VOIDS.
005170     OPEN INPUT VOD-FILE.
005180     OPEN INPUT ISS-FILE.
005190     IF NOT WS-VOD-OK OR NOT WS-ISS-OK
005200         DISPLAY 'HELLO-BILL - VOIDHIST/ISSUED OPEN FAILED - '
005210             'STATUS ' WS-VOD-STATUS WS-ISS-STATUS
005220             ' - NOTHING BILLED'
005230         MOVE 'N' TO WS-RUN-OK-SWITCH
005240         MOVE 8 TO RETURN-CODE
005250         GO TO 3000-EXIT
005260     END-IF.
005270     MOVE 'N' TO WS-VOD-EOF-SWITCH WS-ISS-EOF-SWITCH.
005280     PERFORM 3800-READ-ISSUED THRU 3800-EXIT.
005290     PERFORM 3700-READ-VOID THRU 3700-EXIT.
005300     PERFORM 3100-MATCH-ONE-VOID THRU 3100-EXIT
005310         UNTIL WS-VOD-EOF OR NOT WS-RUN-OK.
005320     CLOSE VOD-FILE ISS-FILE.
005330 3000-EXIT.
005340     EXIT.
005350*****************************************************************
005360* 3100-MATCH-ONE-VOID - CHARGE ONE VOID IF IT FALLS IN THE MONTH*
005370*****************************************************************
005380 3100-MATCH-ONE-VOID.
005390     IF VOID-DATE(1:6) = WS-BILL-MONTH
005400         PERFORM 3200-CHARGE-ONE-VOID THRU 3200-EXIT
005410     END-IF.
005420     PERFORM 3700-READ-VOID THRU 3700-EXIT.
005430 3100-EXIT.
005440     EXIT.
005450*****************************************************************
005460* 3200-CHARGE-ONE-VOID - BRING THE ISSUED SIDE UP TO THE VOIDED *
005470*   P AND CHARGE THE VOID TO ITS PARTNER.  A P NOT FOUND WAS    *
005480*   ISSUED BEFORE THE OLDEST RETAINED ARCHIVE GENERATION - THE  *
005490*   VOID IS COUNTED ON THE CONTROL TOTALS BUT BILLED TO NO ONE. *
005500*****************************************************************
005510 3200-CHARGE-ONE-VOID.
005520     ADD 1 TO WS-VOID-MONTH.
005530     PERFORM 3800-READ-ISSUED THRU 3800-EXIT
005540         UNTIL WS-ISS-EOF OR ISS-P NOT < VOID-P.
005550     IF WS-ISS-EOF OR ISS-P NOT = VOID-P
005560         ADD 1 TO WS-VOID-UNMATCHED
005570         DISPLAY 'HELLO-BILL - VOIDED P ' VOID-P
005580             ' NOT ON THE ISSUE ARCHIVE - NOT BILLED'
005590         GO TO 3200-EXIT
005600     END-IF.
005610     MOVE ISS-PARTNER-ID TO WS-CUR-PARTNER.
005620     IF WS-CUR-PARTNER = SPACES
005630         MOVE WS-HOUSE-PARTNER TO WS-CUR-PARTNER
005640     END-IF.
005650     PERFORM 2200-NOTE-PARTNER THRU 2200-EXIT.
005660     IF NOT WS-RUN-OK
005670         GO TO 3200-EXIT
005680     END-IF.
005690     ADD 1 TO WS-VOID-CHARGED TBL-VOIDS(WS-SEC-IDX).
005700 3200-EXIT.
005710     EXIT.
005720*****************************************************************
005730* 3500-COUNT-RESENDS - ONE PASS OVER THE SENT-BATCH HISTORY,    *
005740*   COUNTING EACH BATCH FIRST SENT IN THE MONTH THAT TOOK MORE  *
005750*   THAN ONE TRANSMISSION.  HELLO-RSND KEEPS THE ORIGINAL SENT  *
005760*   DATE AND RAISES THE ATTEMPT COUNT ON THE ONE LOG RECORD, SO *
005770*   EACH RESENT BATCH IS COUNTED ONCE HOWEVER OFTEN IT WENT.    *
005780*****************************************************************
005790 3500-COUNT-RESENDS.
005800     OPEN INPUT SENT-FILE.
005810     IF NOT WS-SENT-OK
005820         DISPLAY 'HELLO-BILL - SENTHIST OPEN FAILED - STATUS '
005830             WS-SENT-STATUS ' - NOTHING BILLED'
005840         MOVE 'N' TO WS-RUN-OK-SWITCH
005850         MOVE 8 TO RETURN-CODE
005860         GO TO 3500-EXIT
005870     END-IF.
005880     MOVE 'N' TO WS-SENT-EOF-SWITCH.
005890     PERFORM 3600-READ-SENT THRU 3600-EXIT.
005900     PERFORM 3510-COUNT-ONE-BATCH THRU 3510-EXIT
005910         UNTIL WS-SENT-EOF OR NOT WS-RUN-OK.
005920     CLOSE SENT-FILE.
005930 3500-EXIT.
005940     EXIT.
005950*****************************************************************
005960* 3510-COUNT-ONE-BATCH - CHARGE ONE SENT BATCH IF IT WAS RESENT *
005970*****************************************************************
005980 3510-COUNT-ONE-BATCH.
005990     IF SENT-DATE(1:6) = WS-BILL-MONTH
006000         AND SENT-ATTEMPT-CNT > 1
006010         PERFORM 3520-CHARGE-RESEND THRU 3520-EXIT
006020     END-IF.
006030     PERFORM 3600-READ-SENT THRU 3600-EXIT.
006040 3510-EXIT.
006050     EXIT.
006060*****************************************************************
006070* 3520-CHARGE-RESEND - CHARGE ONE RESENT BATCH TO ITS PARTNER   *
006080*****************************************************************
006090 3520-CHARGE-RESEND.
006100     MOVE SENT-PARTNER-ID TO WS-CUR-PARTNER.
006110     IF WS-CUR-PARTNER = SPACES
006120         MOVE WS-HOUSE-PARTNER TO WS-CUR-PARTNER
006130     END-IF.
006140     PERFORM 2200-NOTE-PARTNER THRU 2200-EXIT.
006150     IF NOT WS-RUN-OK
006160         GO TO 3520-EXIT
006170     END-IF.
006180     ADD 1 TO WS-RESEND-MONTH TBL-RESENDS(WS-SEC-IDX).
006190 3520-EXIT.
006200     EXIT.
006210*****************************************************************
006220* 3600-READ-SENT - READ THE NEXT SENT-BATCH HISTORY RECORD      *
006230*****************************************************************
006240 3600-READ-SENT.
006250     READ SENT-FILE
006260         AT END
006270             MOVE 'Y' TO WS-SENT-EOF-SWITCH
006280         NOT AT END
006290             ADD 1 TO WS-SENT-READ
006300     END-READ.
006310 3600-EXIT.
006320     EXIT.
006330*****************************************************************
006340* 3700-READ-VOID - READ THE NEXT VOID ARCHIVE RECORD            *
006350*****************************************************************
006360 3700-READ-VOID.
006370     READ VOD-FILE
006380         AT END
006390             MOVE 'Y' TO WS-VOD-EOF-SWITCH
006400         NOT AT END
006410             ADD 1 TO WS-VOID-READ
006420     END-READ.
006430 3700-EXIT.
006440     EXIT.
006450*****************************************************************
006460* 3800-READ-ISSUED - READ THE NEXT ISSUED AUDIT RECORD          *
006470*****************************************************************
006480 3800-READ-ISSUED.
006490     READ ISS-FILE
006500         AT END
006510             MOVE 'Y' TO WS-ISS-EOF-SWITCH
006520     END-READ.
006530 3800-EXIT.
006540     EXIT.
006550*****************************************************************
006560* 4000-BILL-ONE-PARTNER - PRICE ONE PARTNER'S MONTH, PRINT ITS  *
006570*   STATEMENT AND WRITE ITS RECEIVABLE.  AN INACTIVE PARTNER    *
006580*   WITH NOTHING TO CHARGE IS NOT BILLED.                       *
006590*****************************************************************
006600 4000-BILL-ONE-PARTNER.
006610     COMPUTE WS-ACTIVITY = TBL-ISSUED(WS-PTN-IDX)
006620         + TBL-VOIDS(WS-PTN-IDX) + TBL-REJECTS(WS-PTN-IDX)
006630         + TBL-DUPLICATES(WS-PTN-IDX) + TBL-RESENDS(WS-PTN-IDX).
006640     IF NOT TBL-ACTIVE(WS-PTN-IDX) AND WS-ACTIVITY = ZERO
006650         GO TO 4000-EXIT
006660     END-IF.
006670     IF NOT TBL-ON-FILE(WS-PTN-IDX)
006680         DISPLAY 'HELLO-BILL - PARTNER '
006690             TBL-PARTNER-ID(WS-PTN-IDX)
006700             ' NOT ON PARTFILE - BILLED WITHOUT A NAME'
006710     END-IF.
006720     PERFORM 4100-GET-RATES THRU 4100-EXIT.
006730     COMPUTE WS-CHG-ISSUE ROUNDED =
006740         TBL-ISSUED(WS-PTN-IDX) * RAT-ISSUE-RATE.
006750     COMPUTE WS-CHG-SERIAL ROUNDED =
006760         TBL-ASSIGNED(WS-PTN-IDX) * RAT-SERIAL-RATE.
006770     COMPUTE WS-CHG-VOID ROUNDED =
006780         TBL-VOIDS(WS-PTN-IDX) * RAT-VOID-RATE.
006790     COMPUTE WS-CHG-REJECT ROUNDED =
006800         TBL-REJECTS(WS-PTN-IDX) * RAT-REJECT-RATE.
006810     COMPUTE WS-CHG-DUP ROUNDED =
006820         TBL-DUPLICATES(WS-PTN-IDX) * RAT-DUP-RATE.
006830     COMPUTE WS-CHG-RESEND ROUNDED =
006840         TBL-RESENDS(WS-PTN-IDX) * RAT-RESEND-RATE.
006850     COMPUTE WS-CHG-TOTAL = WS-CHG-ISSUE + WS-CHG-SERIAL
006860         + WS-CHG-VOID + WS-CHG-REJECT + WS-CHG-DUP
006870         + WS-CHG-RESEND + RAT-MONTHLY-FEE.
006880     PERFORM 4300-WRITE-STATEMENT THRU 4300-EXIT.
006890     PERFORM 4400-WRITE-RECEIVABLE THRU 4400-EXIT.
006900     ADD 1 TO WS-BILL-COUNT.
006910     ADD WS-CHG-TOTAL TO WS-BILL-TOTAL.
006920     ADD TBL-ISSUED(WS-PTN-IDX) TO WS-SUM-ISSUED.
006930     ADD TBL-ASSIGNED(WS-PTN-IDX) TO WS-SUM-ASSIGNED.
006940     ADD TBL-VOIDS(WS-PTN-IDX) TO WS-SUM-VOIDS.
006950     ADD TBL-REJECTS(WS-PTN-IDX) TO WS-SUM-REJECTS.
006960     ADD TBL-DUPLICATES(WS-PTN-IDX) TO WS-SUM-DUPLICATES.
006970     ADD TBL-RESENDS(WS-PTN-IDX) TO WS-SUM-RESENDS.
006980 4000-EXIT.
006990     EXIT.
007000*****************************************************************
007010* 4100-GET-RATES - READ THE PARTNER'S OWN RATE RECORD, ELSE THE *
007020*   'DFLT' RECORD.  WITH NEITHER, THE PARTNER IS PRICED AT ZERO *
007030*   AND THE RUN IS FLAGGED SO BILLING CAN CORRECT THE TABLE AND *
007040*   RERUN - A STATEMENT IS STILL PRINTED FOR THE COUNTS.        *
007050*****************************************************************
007060 4100-GET-RATES.
007070     MOVE TBL-PARTNER-ID(WS-PTN-IDX) TO RAT-PARTNER-ID.
007080     PERFORM 4110-READ-RATE THRU 4110-EXIT.
007090     IF WS-RATE-FOUND
007100         GO TO 4100-EXIT
007110     END-IF.
007120     MOVE WS-DEFAULT-RATE-KEY TO RAT-PARTNER-ID.
007130     PERFORM 4110-READ-RATE THRU 4110-EXIT.
007140     IF WS-RATE-FOUND
007150         GO TO 4100-EXIT
007160     END-IF.
007170     MOVE 'NONE' TO WS-RATE-SOURCE.
007180     MOVE ZERO TO RAT-ISSUE-RATE RAT-SERIAL-RATE RAT-VOID-RATE
007190         RAT-REJECT-RATE RAT-DUP-RATE RAT-RESEND-RATE
007200         RAT-MONTHLY-FEE.
007210     ADD 1 TO WS-NO-RATE-COUNT.
007220     DISPLAY 'HELLO-BILL - NO RATE FOR PARTNER '
007230         TBL-PARTNER-ID(WS-PTN-IDX) ' AND NO DFLT RATE - '
007240         'PRICED AT ZERO'.
007250     IF RETURN-CODE < 4
007260         MOVE 4 TO RETURN-CODE
007270     END-IF.
007280 4100-EXIT.
007290     EXIT.
007300*****************************************************************
007310* 4110-READ-RATE - READ THE RATE RECORD KEYED IN RAT-PARTNER-ID *
007320*****************************************************************
007330 4110-READ-RATE.
007340     MOVE RAT-PARTNER-ID TO WS-RATE-SOURCE.
007350     READ RAT-FILE
007360         INVALID KEY
007370             MOVE 'N' TO WS-RATE-FOUND-SWITCH
007380         NOT INVALID KEY
007390             MOVE 'Y' TO WS-RATE-FOUND-SWITCH
007400     END-READ.
007410 4110-EXIT.
007420     EXIT.
007430*****************************************************************
007440* 4300-WRITE-STATEMENT - PRINT ONE PARTNER'S STATEMENT: ONE     *
007450*   PRICED LINE PER BILLABLE EVENT, THE MONTHLY FEE AND THE     *
007460*   TOTAL DUE                                                   *
007470*****************************************************************
007480 4300-WRITE-STATEMENT.
007490     MOVE SPACES TO RPT-LINE.
007500     STRING 'PARTNER VOLUME AND BILLING STATEMENT - MONTH '
007510         WS-BILL-MONTH
007520         DELIMITED BY SIZE INTO RPT-LINE.
007530     WRITE RPT-LINE-RECORD.
007540     MOVE SPACES TO RPT-LINE.
007550     STRING 'PARTNER ' TBL-PARTNER-ID(WS-PTN-IDX)
007560         '  ' TBL-PARTNER-NAME(WS-PTN-IDX)
007570         '  RATES ' WS-RATE-SOURCE
007580         DELIMITED BY SIZE INTO RPT-LINE.
007590     WRITE RPT-LINE-RECORD.
007600     MOVE SPACES TO RPT-LINE.
007610     WRITE RPT-LINE-RECORD.
007620     MOVE SPACES TO RPT-LINE.
007630     STRING 'ITEM                        COUNT      RATE'
007640         '        AMOUNT'
007650         DELIMITED BY SIZE INTO RPT-LINE.
007660     WRITE RPT-LINE-RECORD.
007670     MOVE 'P VALUES ISSUED' TO WS-ITEM-LABEL.
007680     MOVE TBL-ISSUED(WS-PTN-IDX) TO WS-ITEM-COUNT.
007690     MOVE RAT-ISSUE-RATE TO WS-ITEM-RATE.
007700     MOVE WS-CHG-ISSUE TO WS-ITEM-AMOUNT.
007710     PERFORM 4310-WRITE-ITEM THRU 4310-EXIT.
007720     MOVE 'P2 SERIALS ASSIGNED' TO WS-ITEM-LABEL.
007730     MOVE TBL-ASSIGNED(WS-PTN-IDX) TO WS-ITEM-COUNT.
007740     MOVE RAT-SERIAL-RATE TO WS-ITEM-RATE.
007750     MOVE WS-CHG-SERIAL TO WS-ITEM-AMOUNT.
007760     PERFORM 4310-WRITE-ITEM THRU 4310-EXIT.
007770     MOVE 'P VALUES VOIDED' TO WS-ITEM-LABEL.
007780     MOVE TBL-VOIDS(WS-PTN-IDX) TO WS-ITEM-COUNT.
007790     MOVE RAT-VOID-RATE TO WS-ITEM-RATE.
007800     MOVE WS-CHG-VOID TO WS-ITEM-AMOUNT.
007810     PERFORM 4310-WRITE-ITEM THRU 4310-EXIT.
007820     MOVE 'ROWS REJECTED' TO WS-ITEM-LABEL.
007830     MOVE TBL-REJECTS(WS-PTN-IDX) TO WS-ITEM-COUNT.
007840     MOVE RAT-REJECT-RATE TO WS-ITEM-RATE.
007850     MOVE WS-CHG-REJECT TO WS-ITEM-AMOUNT.
007860     PERFORM 4310-WRITE-ITEM THRU 4310-EXIT.
007870     MOVE 'DUPLICATES SUPPRESSED' TO WS-ITEM-LABEL.
007880     MOVE TBL-DUPLICATES(WS-PTN-IDX) TO WS-ITEM-COUNT.
007890     MOVE RAT-DUP-RATE TO WS-ITEM-RATE.
007900     MOVE WS-CHG-DUP TO WS-ITEM-AMOUNT.
007910     PERFORM 4310-WRITE-ITEM THRU 4310-EXIT.
007920     MOVE 'BATCHES RESENT' TO WS-ITEM-LABEL.
007930     MOVE TBL-RESENDS(WS-PTN-IDX) TO WS-ITEM-COUNT.
007940     MOVE RAT-RESEND-RATE TO WS-ITEM-RATE.
007950     MOVE WS-CHG-RESEND TO WS-ITEM-AMOUNT.
007960     PERFORM 4310-WRITE-ITEM THRU 4310-EXIT.
007970     MOVE RAT-MONTHLY-FEE TO WS-ITEM-AMOUNT-ED.
007980     MOVE SPACES TO RPT-LINE.
007990     STRING 'MONTHLY FEE'
008000         '                                  '
008010         WS-ITEM-AMOUNT-ED
008020         DELIMITED BY SIZE INTO RPT-LINE.
008030     WRITE RPT-LINE-RECORD.
008040     MOVE WS-CHG-TOTAL TO WS-ITEM-AMOUNT-ED.
008050     MOVE SPACES TO RPT-LINE.
008060     STRING 'TOTAL DUE'
008070         '                                    '
008080         WS-ITEM-AMOUNT-ED
008090         DELIMITED BY SIZE INTO RPT-LINE.
008100     WRITE RPT-LINE-RECORD.
008110     MOVE ALL '-' TO RPT-LINE.
008120     WRITE RPT-LINE-RECORD.
008130 4300-EXIT.
008140     EXIT.
008150*****************************************************************
008160* 4310-WRITE-ITEM - PRINT ONE PRICED LINE: LABEL, COUNT, UNIT   *
008170*   RATE AND AMOUNT                                             *
008180*****************************************************************
008190 4310-WRITE-ITEM.
008200     MOVE WS-ITEM-COUNT TO WS-ITEM-COUNT-ED.
008210     MOVE WS-ITEM-RATE TO WS-ITEM-RATE-ED.
008220     MOVE WS-ITEM-AMOUNT TO WS-ITEM-AMOUNT-ED.
008230     MOVE SPACES TO RPT-LINE.
008240     STRING WS-ITEM-LABEL WS-ITEM-COUNT-ED
008250         '  ' WS-ITEM-RATE-ED '  ' WS-ITEM-AMOUNT-ED
008260         DELIMITED BY SIZE INTO RPT-LINE.
008270     WRITE RPT-LINE-RECORD.
008280 4310-EXIT.
008290     EXIT.
008300*****************************************************************
008310* 4400-WRITE-RECEIVABLE - WRITE THE PARTNER'S DETAIL TO THE AR  *
008320*   EXTRACT (SEE BILLREC)                                       *
008330*****************************************************************
008340 4400-WRITE-RECEIVABLE.
008350     MOVE SPACES TO BIL-DETAIL-RECORD.
008360     MOVE 'BDT' TO BIL-DET-ID.
008370     MOVE WS-BILL-MONTH TO BIL-DET-MONTH.
008380     MOVE TBL-PARTNER-ID(WS-PTN-IDX) TO BIL-DET-PARTNER-ID.
008390     MOVE TBL-PARTNER-NAME(WS-PTN-IDX) TO BIL-DET-PARTNER-NAME.
008400     MOVE TBL-ISSUED(WS-PTN-IDX) TO BIL-DET-ISSUED.
008410     MOVE TBL-ASSIGNED(WS-PTN-IDX) TO BIL-DET-ASSIGNED.
008420     MOVE TBL-VOIDS(WS-PTN-IDX) TO BIL-DET-VOIDS.
008430     MOVE TBL-REJECTS(WS-PTN-IDX) TO BIL-DET-REJECTS.
008440     MOVE TBL-DUPLICATES(WS-PTN-IDX) TO BIL-DET-DUPLICATES.
008450     MOVE TBL-RESENDS(WS-PTN-IDX) TO BIL-DET-RESENDS.
008460     MOVE WS-CHG-TOTAL TO BIL-DET-AMOUNT.
008470     WRITE BIL-DETAIL-RECORD.
008480 4400-EXIT.
008490     EXIT.
008500*****************************************************************
008510* 5000-CONTROL-TOTALS - PRINT THE CONTROL TOTALS PAGE AND WRITE *
008520*   THE AR TRAILER.  THE MONTH'S AUDIT RECORDS, BY VALID FLAG,  *
008530*   MUST EQUAL THE SAME COUNTS SUMMED OVER THE STATEMENTS; THE  *
008540*   VOIDS AND RESENDS MUST LIKEWISE ALL REACH A STATEMENT.      *
008550*   ANY DIFFERENCE IS PRINTED AND ENDS THE RUN RC 4.            *
008560*****************************************************************
008570 5000-CONTROL-TOTALS.
008580     COMPUTE WS-SUM-BUILT = WS-SUM-ISSUED + WS-SUM-REJECTS
008590         + WS-SUM-DUPLICATES.
008600     IF WS-SUM-BUILT NOT = WS-AUD-MONTH
008610         OR WS-SUM-ISSUED NOT = WS-AUD-Y + WS-AUD-A
008620         OR WS-SUM-ASSIGNED NOT = WS-AUD-A
008630         OR WS-SUM-REJECTS NOT = WS-AUD-N
008640         OR WS-SUM-DUPLICATES NOT = WS-AUD-D
008650         OR WS-SUM-VOIDS NOT = WS-VOID-MONTH
008660         OR WS-SUM-RESENDS NOT = WS-RESEND-MONTH
008670         MOVE 'N' TO WS-BALANCED-SWITCH
008680     END-IF.
008690     MOVE SPACES TO RPT-LINE.
008700     STRING 'BILLING CONTROL TOTALS - MONTH ' WS-BILL-MONTH
008710         '  BUSINESS DATE ' WS-RUN-DATE
008720         DELIMITED BY SIZE INTO RPT-LINE.
008730     WRITE RPT-LINE-RECORD.
008740     MOVE SPACES TO RPT-LINE.
008750     WRITE RPT-LINE-RECORD.
008760     MOVE 'AUDIT RECORDS READ      : ' TO WS-TOT-LABEL.
008770     MOVE WS-AUD-READ TO WS-TOT-COUNT.
008780     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
008790     MOVE '  IN THE MONTH          : ' TO WS-TOT-LABEL.
008800     MOVE WS-AUD-MONTH TO WS-TOT-COUNT.
008810     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
008820     MOVE '    ISSUED (Y)          : ' TO WS-TOT-LABEL.
008830     MOVE WS-AUD-Y TO WS-TOT-COUNT.
008840     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
008850     MOVE '    ISSUED, SERIAL (A)  : ' TO WS-TOT-LABEL.
008860     MOVE WS-AUD-A TO WS-TOT-COUNT.
008870     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
008880     MOVE '    REJECTED (N)        : ' TO WS-TOT-LABEL.
008890     MOVE WS-AUD-N TO WS-TOT-COUNT.
008900     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
008910     MOVE '    DUPLICATE (D)       : ' TO WS-TOT-LABEL.
008920     MOVE WS-AUD-D TO WS-TOT-COUNT.
008930     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
008940     MOVE '    UNKNOWN FLAG        : ' TO WS-TOT-LABEL.
008950     MOVE WS-AUD-OTHER TO WS-TOT-COUNT.
008960     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
008970     MOVE 'STATEMENTS - ISSUED     : ' TO WS-TOT-LABEL.
008980     MOVE WS-SUM-ISSUED TO WS-TOT-COUNT.
008990     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
009000     MOVE '  SERIALS ASSIGNED      : ' TO WS-TOT-LABEL.
009010     MOVE WS-SUM-ASSIGNED TO WS-TOT-COUNT.
009020     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
009030     MOVE '  REJECTED              : ' TO WS-TOT-LABEL.
009040     MOVE WS-SUM-REJECTS TO WS-TOT-COUNT.
009050     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
009060     MOVE '  DUPLICATES            : ' TO WS-TOT-LABEL.
009070     MOVE WS-SUM-DUPLICATES TO WS-TOT-COUNT.
009080     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
009090     MOVE '  AUDIT RECORDS BILLED  : ' TO WS-TOT-LABEL.
009100     MOVE WS-SUM-BUILT TO WS-TOT-COUNT.
009110     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
009120     MOVE 'VOID RECORDS READ       : ' TO WS-TOT-LABEL.
009130     MOVE WS-VOID-READ TO WS-TOT-COUNT.
009140     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
009150     MOVE '  IN THE MONTH          : ' TO WS-TOT-LABEL.
009160     MOVE WS-VOID-MONTH TO WS-TOT-COUNT.
009170     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
009180     MOVE '  BILLED TO A PARTNER   : ' TO WS-TOT-LABEL.
009190     MOVE WS-SUM-VOIDS TO WS-TOT-COUNT.
009200     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
009210     MOVE '  ISSUE NOT ON ARCHIVE  : ' TO WS-TOT-LABEL.
009220     MOVE WS-VOID-UNMATCHED TO WS-TOT-COUNT.
009230     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
009240     MOVE 'SENT BATCHES READ       : ' TO WS-TOT-LABEL.
009250     MOVE WS-SENT-READ TO WS-TOT-COUNT.
009260     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
009270     MOVE '  RESENT IN THE MONTH   : ' TO WS-TOT-LABEL.
009280     MOVE WS-RESEND-MONTH TO WS-TOT-COUNT.
009290     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
009300     MOVE '  BILLED TO A PARTNER   : ' TO WS-TOT-LABEL.
009310     MOVE WS-SUM-RESENDS TO WS-TOT-COUNT.
009320     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
009330     MOVE 'PARTNERS BILLED         : ' TO WS-TOT-LABEL.
009340     MOVE WS-BILL-COUNT TO WS-TOT-COUNT.
009350     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
009360     MOVE '  PRICED WITHOUT A RATE : ' TO WS-TOT-LABEL.
009370     MOVE WS-NO-RATE-COUNT TO WS-TOT-COUNT.
009380     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
009390     MOVE WS-BILL-TOTAL TO WS-TOTAL-AMOUNT-ED.
009400     MOVE SPACES TO RPT-LINE.
009410     STRING 'TOTAL AMOUNT BILLED     : ' WS-TOTAL-AMOUNT-ED
009420         DELIMITED BY SIZE INTO RPT-LINE.
009430     WRITE RPT-LINE-RECORD.
009440     MOVE SPACES TO RPT-LINE.
009450     WRITE RPT-LINE-RECORD.
009460     IF WS-BALANCED
009470         MOVE 'CONTROL TOTALS BALANCE TO THE AUDIT RECORDS'
009480             TO RPT-LINE
009490     ELSE
009500         MOVE '*** CONTROL TOTALS OUT OF BALANCE ***' TO RPT-LINE
009510         DISPLAY 'HELLO-BILL - CONTROL TOTALS OUT OF BALANCE FOR '
009520             WS-BILL-MONTH ' - SEE BILLSTMT'
009530         IF RETURN-CODE < 4
009540             MOVE 4 TO RETURN-CODE
009550         END-IF
009560     END-IF.
009570     WRITE RPT-LINE-RECORD.
009580     MOVE SPACES TO BIL-TRAILER-RECORD.
009590     MOVE 'BTR' TO BIL-TRL-ID.
009600     MOVE WS-BILL-MONTH TO BIL-TRL-MONTH.
009610     MOVE WS-BILL-COUNT TO BIL-TRL-PARTNER-COUNT.
009620     MOVE WS-AUD-MONTH TO BIL-TRL-AUDIT-COUNT.
009630     MOVE WS-BILL-TOTAL TO BIL-TRL-AMOUNT.
009640     WRITE BIL-TRAILER-RECORD.
009650 5000-EXIT.
009660     EXIT.
009670*****************************************************************
009680* 5100-WRITE-TOTAL - PRINT ONE LABELLED CONTROL COUNT           *
009690*****************************************************************
009700 5100-WRITE-TOTAL.
009710     MOVE WS-TOT-COUNT TO WS-TOT-COUNT-ED.
009720     MOVE SPACES TO RPT-LINE.
009730     STRING WS-TOT-LABEL WS-TOT-COUNT-ED
009740         DELIMITED BY SIZE INTO RPT-LINE.
009750     WRITE RPT-LINE-RECORD.
009760 5100-EXIT.
009770     EXIT.
009780*****************************************************************
009790* 9000-TERMINATE - CLOSE THE FILES AND SIGN OFF                 *
009800*****************************************************************
009810 9000-TERMINATE.
009820     IF WS-FILES-OPEN
009830         CLOSE RAT-FILE STM-FILE BIL-FILE
009840     END-IF.
009850     DISPLAY 'HELLO-BILL - MONTH ' WS-BILL-MONTH ' - '
009860         WS-BILL-COUNT ' PARTNERS BILLED - '
009870         WS-AUD-MONTH ' AUDIT RECORDS'.
009880 9000-EXIT.
009890     EXIT.
