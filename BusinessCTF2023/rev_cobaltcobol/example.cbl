000473*                    PARTNER '0001') IS NOW CARRIED ONTO EVERY   *
000474*                    POUTFILE DETAIL AND AUDIT RECORD SO         *
000475*                    HELLO-XMIT CAN BATCH THE DAY PER PARTNER    *
000476*   2026-10-15  DLM  THE RUN DATE (POUTFILE HEADER, RUN ID AND   *
000477*                    AUDIT TIMESTAMPS) IS NOW THE BUSINESS DATE  *
000478*                    FROM THE PROCDATE CONTROL RECORD THROUGH    *
000479*                    HELLO-PDAT, NOT THE SYSTEM CLOCK.  A DATE   *
000480*                    THAT IS UNAVAILABLE OR ALREADY CLOSED STOPS *
000481*                    THE RUN RC 8.                               *
000482*   2026-10-15  DLM  A VALID P WHOSE P2 SERIAL WAS ASSIGNED BY  *
000483*                    2080-ASSIGN-SERIAL IS NOW AUDITED WITH FLAG*
000484*                    'A' INSTEAD OF 'Y', SO DOWNSTREAM REPORTING*
000485*                    CAN TELL A SYSTEM-ASSIGNED SERIAL FROM ONE *
000486*                    THE PARTNER SUPPLIED                       *
000487*   2026-10-15  DLM  P VALUES ISSUED AT A TERMINAL BY HELLO-ISS *
000488*                    SINCE THE LAST CYCLE ARE COPIED FROM THE   *
000489*                    ONLISSUE LOG INTO TODAY'S POUTFILE AND     *
000490*                    AUDFILE AHEAD OF THE PINFILE RECORDS, AND  *
000491*                    COUNTED IN THE TRAILER.  A PINFILE RECORD  *
000492*                    WHOSE P WAS ALREADY ISSUED ONLINE IS       *
000493*                    REJECTED                                   *
000494*   2026-10-15  DLM  TYPE-1 AND TYPE-3 P1 NOW LOOKED UP ON THE  *
000495*                    P1 REFERENCE MASTER (P1MASTER) AND EDITED  *
000496*                    BY HELLO-BLD FOR STATUS, EFFECTIVE DATES   *
000497*                    AND OWNING PARTNER.  NO MASTER STOPS THE   *
000498*                    RUN RC 8 BEFORE ANYTHING IS WRITTEN        *
000499*   2026-10-15  DLM  EXCFILE RECORDS NOW CARRY THE PARTNER THE  *
000500*                    PAIR CAME IN UNDER (EXC-PARTNER-ID), SO    *
000501*                    HELLO-FIX RESUBMITS A REPAIR FOR THAT      *
000502*                    PARTNER.  EXCFILE LRECL 49 (WAS 45)        *
000503*****************************************************************
000504 ENVIRONMENT DIVISION.
000505 CONFIGURATION SECTION.
000506 SOURCE-COMPUTER.    IBM-370.
000507 OBJECT-COMPUTER.    IBM-370.
000508 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT PIN-FILE ASSIGN TO PINFILE
000530         ORGANIZATION IS SEQUENTIAL
000726         ACCESS MODE IS RANDOM
000727         RECORD KEY IS REG-P
000728         FILE STATUS IS WS-REG-STATUS.
000729     SELECT ONL-FILE ASSIGN TO ONLISSUE
000730         ORGANIZATION IS INDEXED
000731         ACCESS MODE IS SEQUENTIAL
000732         RECORD KEY IS ONL-P
000733         FILE STATUS IS WS-ONL-STATUS.
000734     SELECT P1M-FILE ASSIGN TO P1MASTER
000735         ORGANIZATION IS INDEXED
000736         ACCESS MODE IS RANDOM
000737         RECORD KEY IS P1M-P1
000738         FILE STATUS IS WS-P1M-STATUS.
000739 DATA DIVISION.
000740 FILE SECTION.
000750 FD  PIN-FILE
000760     RECORDING MODE IS F
001022 FD  REG-FILE
001024     LABEL RECORDS ARE STANDARD.
001026 COPY REGREC.
001027 FD  ONL-FILE
001028     LABEL RECORDS ARE STANDARD.
001029 COPY AUDREC REPLACING ==AUD-RECORD== BY ==ONL-RECORD==
001030                       ==AUD-RUN-ID-PARTS==
001031                           BY ==ONL-RUN-ID-PARTS==
001032                       ==AUD-RUN-ID== BY ==ONL-RUN-ID==
001033                       ==AUD-RUN-SOURCE== BY ==ONL-RUN-SOURCE==
001034                       ==AUD-ONLINE-ISSUE==
001035                           BY ==ONL-ONLINE-ISSUE==
001036                       ==AUD-TIMESTAMP== BY ==ONL-TIMESTAMP==
001037                       ==AUD-P1== BY ==ONL-P1==
001038                       ==AUD-P2== BY ==ONL-P2==
001039                       ==AUD-P== BY ==ONL-P==
001040                       ==AUD-VALID-FLAG== BY ==ONL-VALID-FLAG==
001041                       ==AUD-PARTNER-ID== BY ==ONL-PARTNER-ID==.
001042 FD  P1M-FILE
001043     LABEL RECORDS ARE STANDARD.
001044 COPY P1MREC.
001046 WORKING-STORAGE SECTION.
001048 01  WS-PIN-STATUS               PIC X(02) VALUE SPACES.
001050     88  WS-PIN-OK               VALUE '00'.
001060     88  WS-PIN-EOF              VALUE '10'.
001070 01  WS-POUT-STATUS              PIC X(02) VALUE SPACES.
001182 01  WS-REG-STATUS               PIC X(02) VALUE SPACES.
001184     88  WS-REG-OK               VALUE '00'.
001186     88  WS-REG-NOT-FOUND        VALUE '23'.
001187 01  WS-ONL-STATUS               PIC X(02) VALUE SPACES.
001188     88  WS-ONL-OK               VALUE '00'.
001189 01  WS-P1M-STATUS               PIC X(02) VALUE SPACES.
001190     88  WS-P1M-OK               VALUE '00'.
001191     88  WS-P1M-NOT-FOUND        VALUE '23'.
001192 01  WS-P1M-RESULT               PIC X(01) VALUE SPACE.
001196 01  WS-SWITCHES.
001200     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001210         88  WS-EOF              VALUE 'Y'.
001220     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001272         88  WS-ASSIGNED         VALUE 'Y'.
001273     05  WS-SER-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001274         88  WS-SER-FOUND        VALUE 'Y'.
001275     05  WS-ONL-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
001276         88  WS-ONL-AVAIL        VALUE 'Y'.
001277     05  WS-ONL-EOF-SWITCH       PIC X(01) VALUE 'N'.
001278         88  WS-ONL-EOF          VALUE 'Y'.
001279     05  WS-P1M-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
001280         88  WS-P1M-AVAIL        VALUE 'Y'.
001281 01  WS-RUN-DATE                 PIC X(08).
001282 01  WS-PDAT-STATUS              PIC X(01) VALUE SPACE.
001283     88  WS-PDAT-OPEN            VALUE 'O'.
001284     88  WS-PDAT-CLOSED          VALUE 'C'.
001287 01  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
001290 01  WS-RUN-ID                   PIC X(14) VALUE SPACES.
001300 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001310 01  WS-AUD-TIMESTAMP            PIC X(14) VALUE SPACES.
001516 01  WS-SER-P2                   PIC 9(08) VALUE ZERO.
001517 01  WS-ASSIGN-COUNT             PIC 9(09) COMP VALUE ZERO.
001518 01  WS-ASSIGN-COUNT-ED          PIC 9(09).
001519 01  WS-ONL-COUNT                PIC 9(09) COMP VALUE ZERO.
001520 01  WS-ONL-COUNT-ED             PIC 9(09).
001521 01  WS-PTBL-MAX                 PIC 9(05) COMP VALUE 20000.
001522 01  WS-PTBL-COUNT               PIC 9(05) COMP VALUE ZERO.
001523 01  WS-PTBL.
001524     05  WS-PTBL-ENTRY OCCURS 20000 TIMES
001525             INDEXED BY WS-PTB-IDX WS-PSC-IDX.
001526         10  TBL-RUN-P           PIC X(15).
001528 01  P                           PIC X(15).
001529 01  WS-STAT-PROGRAM             PIC X(08) VALUE 'HELLOWLD'.
001620* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ                *
001621*****************************************************************
001630 1000-INITIALIZE.
001631*    THE RUN IS STAMPED WITH THE BUSINESS DATE, NOT THE CLOCK -
001632*    A LATE RUN THAT CROSSES MIDNIGHT STILL BELONGS TO ITS DAY.
001633*    A CLOSED DATE HAS HAD ITS RUN ALREADY; THE DECK'S HELLOEOD
001634*    GATE SHOULD HAVE REFUSED IT, BUT THE BUILD CHECKS AGAIN.
001635     CALL 'HELLO-PDAT' USING WS-RUN-DATE WS-PDAT-STATUS.
001636     IF NOT WS-PDAT-OPEN
001637         IF WS-PDAT-CLOSED
001638             DISPLAY 'HELLO-WORLD - BUSINESS DATE ' WS-RUN-DATE
001639                 ' ALREADY CLOSED - RUN REFUSED'
001640         ELSE
001641             DISPLAY 'HELLO-WORLD - PROCESSING DATE NOT AVAILABLE'
001642         END-IF
001643         MOVE 'Y' TO WS-EOF-SWITCH
001644         MOVE 8 TO RETURN-CODE
001645         GO TO 1000-EXIT
001646     END-IF.
001647*    EVERY TYPE-1 P1 IS EDITED AGAINST THE REFERENCE MASTER, SO A
001648*    RUN WITHOUT IT WOULD ONLY REJECT THE WHOLE FEED - IT IS
001649*    REFUSED INSTEAD, AND RERUN ONCE HELOP1LD HAS LOADED IT.
001650     OPEN INPUT P1M-FILE.
001651     IF NOT WS-P1M-OK
001652         DISPLAY 'HELLO-WORLD - P1MASTER OPEN FAILED - STATUS '
001653             WS-P1M-STATUS ' - RUN REFUSED'
001654         MOVE 'Y' TO WS-EOF-SWITCH
001655         MOVE 8 TO RETURN-CODE
001656         GO TO 1000-EXIT
001657     END-IF.
001658     MOVE 'Y' TO WS-P1M-AVAIL-SWITCH.
001659     ACCEPT WS-RUN-TIME FROM TIME.
001660     MOVE WS-RUN-DATE TO WS-RUN-ID(1:8).
001670     MOVE WS-RUN-TIME TO WS-RUN-ID(9:6).
001680     PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
001890         DISPLAY 'HELLO-WORLD - PREGSTRY NOT AVAILABLE - '
001891             'SERIAL ASSIGNMENT RECORDS WILL BE REJECTED'
001892     END-IF.
001893*    THE ONLINE ISSUANCE LOG IS NOT GIVEN TO THE PARTITION STEPS -
001894*    HELLO-MRGE COPIES IT THERE - SO NO LOG MEANS NOTHING TO COPY.
001895     OPEN INPUT ONL-FILE.
001896     IF WS-ONL-OK
001897         MOVE 'Y' TO WS-ONL-AVAIL-SWITCH
001898         PERFORM 1060-READ-ONL-FILE THRU 1060-EXIT
001899     ELSE
001900         MOVE 'Y' TO WS-ONL-EOF-SWITCH
001901     END-IF.
001904     IF NOT WS-PIN-OK
001907         DISPLAY 'HELLO-WORLD - PINFILE OPEN FAILED - STATUS '
001910             WS-PIN-STATUS
001920         MOVE 'Y' TO WS-EOF-SWITCH
001930         MOVE 4 TO RETURN-CODE
002010         ELSE
002020             MOVE 'Y' TO WS-FILES-OPEN-SWITCH
002030             IF WS-RESTART-FLAG = 'Y' AND WS-RESTART-COUNT > 0
002033                 PERFORM 1050-RECOUNT-ONLINE-ISSUE THRU 1050-EXIT
002036                     UNTIL WS-ONL-EOF
002040                 PERFORM 1030-SKIP-PROCESSED-RECORD THRU 1030-EXIT
002050                     UNTIL WS-RECS-READ >= WS-RESTART-COUNT
002060                         OR WS-EOF
002130                 MOVE 'HDR' TO POUT-HDR-ID
002140                 MOVE WS-RUN-DATE TO POUT-HDR-RUN-DATE
002150                 WRITE POUT-HEADER-RECORD
002153                 PERFORM 1040-COPY-ONLINE-ISSUE THRU 1040-EXIT
002156                     UNTIL WS-ONL-EOF
002160             END-IF
002170             PERFORM 2100-READ-PIN-FILE THRU 2100-EXIT
002180         END-IF
002830         END-IF
002840     END-IF.
002850 1020-EXIT.
002851     EXIT.
002852*****************************************************************
002853* 1030-SKIP-PROCESSED-RECORD - ON RESTART, SKIP PAST A RECORD    *
002854*   THAT WAS ALREADY PROCESSED BEFORE THE LAST ABEND.  THE      *
002855*   RECORD IS STILL RUN BACK THROUGH HELLO-BLD SO THE RUN'S P   *
002856*   TABLE (AND THE INTRA-RUN DUPLICATE COUNT) ARE REBUILT - A   *
002857*   P BUILT BEFORE THE ABEND MUST STILL SUPPRESS ITS DUPLICATE  *
002858*   AFTER THE RESTART.  NOTHING IS REWRITTEN TO THE OUTPUT      *
002859*   FILES - THE FIRST ATTEMPT ALREADY WROTE THESE RECORDS.      *
002860*****************************************************************
002861 1030-SKIP-PROCESSED-RECORD.
002862     PERFORM 2100-READ-PIN-FILE THRU 2100-EXIT.
002863*    AN ALREADY-PROCESSED ASSIGNMENT RECORD CANNOT BE REPLAYED -
002864*    THE SERIAL IT RECEIVED IS ON THE FIRST ATTEMPT'S OUTPUT,
002865*    NOT ON THE INPUT RECORD - SO IT IS SKIPPED WITHOUT ENTERING
002866*    THE RUN P TABLE.  ITS P IS A FRESHLY ISSUED SERIAL THAT WAS
002867*    CHECKED AGAINST THE REGISTRY WHEN IT WAS ASSIGNED, SO THE
002868*    TABLE LOSES ONLY THE COINCIDENTAL-MATCH CASE.
002869     IF NOT WS-EOF
002870         IF PIN-TYPE-3 OR (PIN-TYPE-1 AND PIN-P2 = SPACES)
002871             GO TO 1030-EXIT
002872         END-IF
002873         IF PIN-PARTNER-ID = SPACES
002874             MOVE '0001' TO WS-CUR-PARTNER
002875         ELSE
002876             MOVE PIN-PARTNER-ID TO WS-CUR-PARTNER
002877         END-IF
002878         PERFORM 2010-LOOKUP-P1-MASTER THRU 2010-EXIT
002879         CALL 'HELLO-BLD' USING PIN-REC-TYPE PIN-TYPE-1-DATA
002880             WS-P1-WIDTH WS-P2-WIDTH WS-P2-START
002881             WS-CUR-P1 WS-CUR-P2 P WS-VALID-SWITCH
002882             WS-EXC-REASON WS-CUR-PARTNER WS-RUN-DATE
002883             WS-P1M-RESULT P1M-RECORD
002884         IF WS-VALID AND WS-REG-AVAIL
002885             PERFORM 2020-CHECK-ONLINE-ISSUE THRU 2020-EXIT
002886         END-IF
002887         IF WS-VALID
002888             PERFORM 2030-CHECK-RUN-DUP THRU 2030-EXIT
002889             IF WS-DUP-FOUND
002890                 ADD 1 TO WS-DUP-COUNT
002891             END-IF
002892         END-IF
002893     END-IF.
002894 1030-EXIT.
002895     EXIT.
002896*****************************************************************
002897* 1040-COPY-ONLINE-ISSUE - ONE P ISSUED AT A TERMINAL BY        *
002898*   HELLO-ISS SINCE THE LAST CYCLE.  IT IS ALREADY ON THE       *
002899*   REGISTRY AND ITS AUDIT RECORD IS ALREADY BUILT, SO IT GOES  *
002900*   STRAIGHT ONTO POUTFILE FOR TRANSMISSION AND ONTO AUDFILE AS *
002901*   WRITTEN, AND INTO THE RUN P TABLE SO A PINFILE RECORD FOR   *
002902*   THE SAME P CANNOT SEND IT AGAIN.  THE KEY OF ALL NINES IS   *
002903*   THE RECORD THE CYCLE PRIMES THE EMPTY LOG WITH.             *
002904*****************************************************************
002905 1040-COPY-ONLINE-ISSUE.
002906     IF ONL-P NOT = ALL '9'
002907         MOVE ONL-P TO P
002908         MOVE ONL-P TO POUT-DET-P
002909         MOVE ONL-PARTNER-ID TO POUT-DET-PARTNER
002910         WRITE POUT-DETAIL-RECORD
002911         MOVE ONL-RECORD TO AUD-RECORD
002912         WRITE AUD-RECORD
002913         PERFORM 2050-STORE-RUN-P THRU 2050-EXIT
002914         ADD 1 TO WS-ONL-COUNT
002915     END-IF.
002916     PERFORM 1060-READ-ONL-FILE THRU 1060-EXIT.
002917 1040-EXIT.
002918     EXIT.
002919*****************************************************************
002920* 1050-RECOUNT-ONLINE-ISSUE - ON RESTART THE FIRST ATTEMPT HAS  *
002921*   ALREADY COPIED THE LOG - ONLY THE COUNT AND THE RUN P TABLE *
002922*   ARE REBUILT                                                 *
002923*****************************************************************
002924 1050-RECOUNT-ONLINE-ISSUE.
002925     IF ONL-P NOT = ALL '9'
002926         MOVE ONL-P TO P
002927         PERFORM 2050-STORE-RUN-P THRU 2050-EXIT
002928         ADD 1 TO WS-ONL-COUNT
002929     END-IF.
002930     PERFORM 1060-READ-ONL-FILE THRU 1060-EXIT.
002931 1050-EXIT.
002932     EXIT.
002933*****************************************************************
002934* 1060-READ-ONL-FILE - READ THE NEXT ONLINE ISSUANCE LOG RECORD *
002935*****************************************************************
002936 1060-READ-ONL-FILE.
002937     READ ONL-FILE
002938         AT END
002939             MOVE 'Y' TO WS-ONL-EOF-SWITCH
002940     END-READ.
002941 1060-EXIT.
002948     EXIT.
002950*****************************************************************
002960* 2000-PROCESS-RECORD - BUILD P FROM THE CURRENT P1/P2 PAIR      *
002987     ELSE
002988         MOVE PIN-PARTNER-ID TO WS-CUR-PARTNER
002989     END-IF.
002990     PERFORM 2010-LOOKUP-P1-MASTER THRU 2010-EXIT.
002992     IF PIN-TYPE-3 OR (PIN-TYPE-1 AND PIN-P2 = SPACES)
002994         PERFORM 2080-ASSIGN-SERIAL THRU 2080-EXIT
002996     ELSE
002998         CALL 'HELLO-BLD' USING PIN-REC-TYPE PIN-TYPE-1-DATA
003000             WS-P1-WIDTH WS-P2-WIDTH WS-P2-START
003001             WS-CUR-P1 WS-CUR-P2 P WS-VALID-SWITCH WS-EXC-REASON
003002             WS-CUR-PARTNER WS-RUN-DATE WS-P1M-RESULT P1M-RECORD
003003     END-IF.
003004     IF WS-VALID AND WS-REG-AVAIL
003005         PERFORM 2020-CHECK-ONLINE-ISSUE THRU 2020-EXIT
003011     END-IF.
003012     IF WS-VALID
003014         PERFORM 2030-CHECK-RUN-DUP THRU 2030-EXIT
003022             MOVE WS-CUR-P1 TO EXC-P1
003023             MOVE WS-CUR-P2 TO EXC-P2
003024             MOVE 'DUPLICATE P WITHIN RUN' TO EXC-REASON
003025             MOVE WS-CUR-PARTNER TO EXC-PARTNER-ID
003026             WRITE EXC-RECORD
003027             ADD 1 TO WS-DUP-COUNT
003028         WHEN WS-VALID
003030             DISPLAY P
003040             MOVE P TO POUT-DET-P
003045             MOVE WS-CUR-PARTNER TO POUT-DET-PARTNER
003080             MOVE WS-CUR-P1 TO EXC-P1
003090             MOVE WS-CUR-P2 TO EXC-P2
003100             MOVE WS-EXC-REASON TO EXC-REASON
003105             MOVE WS-CUR-PARTNER TO EXC-PARTNER-ID
003110             WRITE EXC-RECORD
003120             ADD 1 TO WS-EXC-COUNT
003130     END-EVALUATE.
003170             DIVIDE WS-RECS-READ BY WS-CHKPT-INTERVAL
003180                 GIVING WS-CHKPT-QUOTIENT
003190                 REMAINDER WS-CHKPT-REMAINDER
003191             IF WS-CHKPT-REMAINDER = 0
003192                 PERFORM 2070-WRITE-CHECKPOINT THRU 2070-EXIT
003193             END-IF
003194         END-IF
003195     END-IF.
003196     PERFORM 2100-READ-PIN-FILE THRU 2100-EXIT.
003197 2000-EXIT.
003198     EXIT.
003199*****************************************************************
003200* 2010-LOOKUP-P1-MASTER - READ THE RECORD'S P1 FROM THE P1       *
003201*   REFERENCE MASTER FOR HELLO-BLD'S ACCOUNT-STATUS EDIT.  ONLY  *
003202*   TYPE-1 AND TYPE-3 RECORDS CARRY A REAL P1 - A TYPE-2 P1      *
003203*   EQUIVALENT IS NOT A CUSTOMER CODE AND IS NOT LOOKED UP.  A   *
003204*   SERIAL ASSIGNMENT REUSES THE ONE LOOKUP FOR EVERY SERIAL IT  *
003205*   TRIES.  ANY READ FAILURE OTHER THAN NOT-FOUND IS PASSED ON   *
003206*   AS UNAVAILABLE AND THE RECORD IS REJECTED.                   *
003207*****************************************************************
003208 2010-LOOKUP-P1-MASTER.
003209     MOVE 'U' TO WS-P1M-RESULT.
003210     IF NOT PIN-TYPE-1 AND NOT PIN-TYPE-3
003211         GO TO 2010-EXIT
003212     END-IF.
003213     MOVE PIN-P1 TO P1M-P1.
003214     READ P1M-FILE
003215         INVALID KEY
003216             MOVE 'N' TO WS-P1M-RESULT
003217         NOT INVALID KEY
003218             MOVE 'F' TO WS-P1M-RESULT
003219     END-READ.
003220     IF NOT WS-P1M-OK AND NOT WS-P1M-NOT-FOUND
003221         MOVE 'U' TO WS-P1M-RESULT
003222     END-IF.
003223 2010-EXIT.
003224     EXIT.
003225*****************************************************************
003226* 2020-CHECK-ONLINE-ISSUE - WAS THIS P ALREADY ISSUED AT A       *
003227*   TERMINAL BY HELLO-ISS?  THE PARTNER HAS IT ALREADY, TODAY'S  *
003228*   OR AN EARLIER DAY'S TRANSMISSION CARRIES IT, AND IT MUST     *
003229*   NOT GO OUT A SECOND TIME, SO THE RECORD IS REJECTED.  OTHER  *
003230*   REGISTRY HITS ARE HELLO-RECON'S FINDINGS, AS BEFORE.         *
003231*****************************************************************
003232 2020-CHECK-ONLINE-ISSUE.
003233     MOVE P TO REG-P.
003234     READ REG-FILE
003235         INVALID KEY
003236             GO TO 2020-EXIT
003237     END-READ.
003238     IF WS-REG-OK AND REG-RUN-ID(1:6) = 'ONLINE'
003239         MOVE 'N' TO WS-VALID-SWITCH
003240         MOVE 'P ALREADY ISSUED ONLINE' TO WS-EXC-REASON
003241     END-IF.
003242 2020-EXIT.
003243     EXIT.
003252*****************************************************************
003253* 2030-CHECK-RUN-DUP - HAS THIS P ALREADY BEEN BUILT EARLIER    *
003254*   IN THIS RUN?  THE RUN TABLE IS BOUNDED AT WS-PTBL-MAX       *
003301*****************************************************************
003302* 2060-WRITE-AUDIT-RECORD - APPEND THIS P1/P2/P COMBINATION TO   *
003303*   THE DURABLE AUDIT LOG.  FLAG 'Y' IS A VALID, RELEASED P;    *
003304*   'A' THE SAME BUT WITH A P2 SERIAL THE BUILD ASSIGNED;       *
003305*   'N' FAILED THE EDITS; 'D' BUILT CLEAN BUT DUPLICATED A P    *
003306*   ALREADY BUILT THIS RUN AND WAS SUPPRESSED FROM POUTFILE.    *
003307*****************************************************************
003308 2060-WRITE-AUDIT-RECORD.
003310     ACCEPT WS-CURRENT-TIME FROM TIME.
003320     MOVE WS-RUN-DATE TO WS-AUD-TIMESTAMP(1:8).
003390     EVALUATE TRUE
003400         WHEN WS-VALID AND WS-DUP-FOUND
003405             MOVE 'D' TO AUD-VALID-FLAG
003406         WHEN WS-VALID AND WS-ASSIGNED
003407             MOVE 'A' TO AUD-VALID-FLAG
003410         WHEN WS-VALID
003415             MOVE 'Y' TO AUD-VALID-FLAG
003420         WHEN OTHER
003688     MOVE WS-SER-P2 TO PIN-P2.
003689     CALL 'HELLO-BLD' USING PIN-REC-TYPE PIN-TYPE-1-DATA
003690         WS-P1-WIDTH WS-P2-WIDTH WS-P2-START
003691         WS-CUR-P1 WS-CUR-P2 P WS-VALID-SWITCH WS-EXC-REASON
003692         WS-CUR-PARTNER WS-RUN-DATE WS-P1M-RESULT P1M-RECORD.
003693     IF NOT WS-VALID
003694         MOVE 'Y' TO WS-SER-FOUND-SWITCH
003695         GO TO 2090-EXIT
003696     END-IF.
003697     MOVE P TO REG-P.
003698     READ REG-FILE
003699         INVALID KEY
003700             MOVE 'Y' TO WS-SER-FOUND-SWITCH
003701     END-READ.
003702 2090-EXIT.
003703     EXIT.
003710*****************************************************************
003720* 2100-READ-PIN-FILE - READ THE NEXT P1/P2 PAIR                  *
003730*****************************************************************
003880     IF WS-FILES-OPEN
003890         MOVE SPACES TO POUT-TRAILER-RECORD
003900         MOVE 'TRL' TO POUT-TRL-ID
003910         COMPUTE POUT-TRL-P-COUNT = WS-P-COUNT + WS-ONL-COUNT
003920         WRITE POUT-TRAILER-RECORD
003930         PERFORM 9010-WRITE-SUMMARY THRU 9010-EXIT
003940         CLOSE PIN-FILE POUT-FILE EXC-FILE AUD-FILE SUM-FILE
003944         IF WS-REG-AVAIL
003946             CLOSE REG-FILE
003948         END-IF
003949         IF WS-ONL-AVAIL
003950             CLOSE ONL-FILE
003951         END-IF
003954     END-IF.
003957     IF WS-P1M-AVAIL
003958         CLOSE P1M-FILE
003959     END-IF.
003960     DISPLAY 'HELLO-WORLD - RUN ' WS-RUN-ID ' COMPLETE'.
003970 9000-EXIT.
003980     EXIT.
004306     STRING 'SERIALS ASSIGNED  : ' WS-ASSIGN-COUNT-ED
004307         DELIMITED BY SIZE INTO RPT-LINE.
004308     WRITE RPT-LINE-RECORD.
004309     MOVE WS-ONL-COUNT TO WS-ONL-COUNT-ED.
004310     MOVE SPACES TO RPT-LINE.
004311     STRING 'ONLINE ISSUES     : ' WS-ONL-COUNT-ED
004312         DELIMITED BY SIZE INTO RPT-LINE.
004313     WRITE RPT-LINE-RECORD.
004316     IF WS-PTBL-OVFL
004320         MOVE SPACES TO RPT-LINE
004330         STRING 'DUPLICATE CHECK INCOMPLETE - RUN P TABLE '
004340             'OVERFLOWED'
