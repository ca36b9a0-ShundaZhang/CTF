000310*                    STAMPED ONTO THE SHARED RUN-STATUS FILE     *
000311*                    THROUGH HELLO-STAT, FOR THE HSTS OPERATOR   *
000312*                    SCREEN                                      *
000313*   2026-10-15  DLM  P VALUES ISSUED AT A TERMINAL BY HELLO-ISS  *
000314*                    ARE COPIED FROM THE ONLISSUE LOG INTO THE   *
000315*                    COMBINED POUTFILE AND AUDFILE ONCE EVERY    *
000316*                    PARTITION HAS MERGED CLEAN (THE PARTITION   *
000317*                    RUNS DO NOT SEE THE LOG), COUNTED IN THE    *
000318*                    TRAILER AND REPORTED ON A LINE OF THEIR OWN *
000319*   2026-10-15  DLM  EXCIN PARTITION RECORDS ARE NOW 49 BYTES  *
000320*                    (EXCREC CARRIES THE PARTNER ID)           *
000321*****************************************************************
000322 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.    IBM-370.
000350 OBJECT-COMPUTER.    IBM-370.
000680     SELECT SUM-FILE ASSIGN TO SUMFILE
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-SUM-STATUS.
000701     SELECT ONL-FILE ASSIGN TO ONLISSUE
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS SEQUENTIAL
000704         RECORD KEY IS ONL-P
000705         FILE STATUS IS WS-ONL-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  PT1-FILE
000890 FD  EXC-IN-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 01  EXC-IN-RECORD               PIC X(49).
000930 FD  AUD-IN-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 COPY RPTLINE.
001161 FD  ONL-FILE
001162     LABEL RECORDS ARE STANDARD.
001163 COPY AUDREC REPLACING ==AUD-RECORD== BY ==ONL-RECORD==
001164                       ==AUD-RUN-ID-PARTS==
001165                           BY ==ONL-RUN-ID-PARTS==
001166                       ==AUD-RUN-ID== BY ==ONL-RUN-ID==
001167                       ==AUD-RUN-SOURCE== BY ==ONL-RUN-SOURCE==
001168                       ==AUD-ONLINE-ISSUE==
001169                           BY ==ONL-ONLINE-ISSUE==
001170                       ==AUD-TIMESTAMP== BY ==ONL-TIMESTAMP==
001171                       ==AUD-P1== BY ==ONL-P1==
001172                       ==AUD-P2== BY ==ONL-P2==
001173                       ==AUD-P== BY ==ONL-P==
001174                       ==AUD-VALID-FLAG== BY ==ONL-VALID-FLAG==
001175                       ==AUD-PARTNER-ID== BY ==ONL-PARTNER-ID==.
001176 WORKING-STORAGE SECTION.
001180 01  WS-PT1-STATUS               PIC X(02) VALUE SPACES.
001190     88  WS-PT1-OK               VALUE '00'.
001200 01  WS-PT2-STATUS               PIC X(02) VALUE SPACES.
001370     88  WS-AUD-OK               VALUE '00'.
001380 01  WS-SUM-STATUS               PIC X(02) VALUE SPACES.
001390     88  WS-SUM-OK               VALUE '00'.
001393 01  WS-ONL-STATUS               PIC X(02) VALUE SPACES.
001396     88  WS-ONL-OK               VALUE '00'.
001400 01  WS-SWITCHES.
001410     05  WS-PART-EOF-SWITCH      PIC X(01) VALUE 'N'.
001420         88  WS-PART-EOF         VALUE 'Y'.
001520         88  WS-MERGE-OK         VALUE 'Y'.
001530     05  WS-HDR-WRITTEN-SWITCH   PIC X(01) VALUE 'N'.
001540         88  WS-HDR-WRITTEN      VALUE 'Y'.
001541     05  WS-ONL-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
001542         88  WS-ONL-AVAIL        VALUE 'Y'.
001543     05  WS-ONL-EOF-SWITCH       PIC X(01) VALUE 'Y'.
001544         88  WS-ONL-EOF          VALUE 'Y'.
001550 01  WS-PART-NO                  PIC 9(01) VALUE ZERO.
001560 01  WS-CUR-REC                  PIC X(19) VALUE SPACES.
001570 01  WS-HELD-REC                 PIC X(19) VALUE SPACES.
001680 01  WS-EXC-COUNT                PIC 9(09) COMP VALUE ZERO.
001690 01  WS-AUD-COUNT                PIC 9(09) COMP VALUE ZERO.
001700 01  WS-TOT-DET-COUNT-ED         PIC 9(09).
001702 01  WS-EXC-COUNT-ED             PIC 9(09).
001704 01  WS-ONL-COUNT                PIC 9(09) COMP VALUE ZERO.
001706 01  WS-ONL-COUNT-ED             PIC 9(09).
001711 01  WS-STAT-PROGRAM             PIC X(08) VALUE 'HELLOMRG'.
001712 01  WS-STAT-EVENT               PIC X(01) VALUE 'S'.
001713 01  WS-STAT-RUN-ID              PIC X(14) VALUE SPACES.
001812*    WOULD CARRY THE WHOLE DAY'S AUDIT RECORDS TWICE, AND
001814*    FROM THERE INTO MSTFILE, AUDARCH AND EVERY RETRIEVAL.
001816     IF WS-FILES-OPEN AND WS-MERGE-OK
001817         PERFORM 2800-COPY-ONLINE-ISSUE THRU 2800-EXIT
001818             UNTIL WS-ONL-EOF
001820         PERFORM 2500-COPY-EXCEPTIONS THRU 2500-EXIT
001830             UNTIL WS-EXCI-EOF
001840         PERFORM 2600-COPY-AUDIT THRU 2600-EXIT
002170         PERFORM 2510-READ-EXCEPTION THRU 2510-EXIT
002180         PERFORM 2610-READ-AUDIT THRU 2610-EXIT
002190         PERFORM 2710-READ-SUMMARY THRU 2710-EXIT
002194         PERFORM 1010-OPEN-ONLINE-LOG THRU 1010-EXIT
002200     END-IF.
002210 1000-EXIT.
002220     EXIT.
002230*****************************************************************
002231* 1010-OPEN-ONLINE-LOG - THE ONLINE ISSUANCE LOG IS OPTIONAL -  *
002232*   A DECK WITHOUT IT SIMPLY HAS NO ONLINE ISSUES TO COPY       *
002233*****************************************************************
002234 1010-OPEN-ONLINE-LOG.
002235     OPEN INPUT ONL-FILE.
002236     IF WS-ONL-OK
002237         MOVE 'Y' TO WS-ONL-AVAIL-SWITCH
002238         MOVE 'N' TO WS-ONL-EOF-SWITCH
002239         PERFORM 2810-READ-ONLINE-ISSUE THRU 2810-EXIT
002240     ELSE
002241         DISPLAY 'HELLO-MRGE - ONLISSUE NOT AVAILABLE - STATUS '
002242             WS-ONL-STATUS ' - NO ONLINE ISSUES COPIED'
002243     END-IF.
002244 1010-EXIT.
002245     EXIT.
002246*****************************************************************
002247* 2000-MERGE-PARTITION - FOLD ONE PARTITION POUTFILE INTO THE   *
002250*   COMBINED FILE: CHECK ITS HEADER, COPY ITS DETAILS (HELD     *
002260*   BACK ONE RECORD SO THE TRAILER IS NEVER MISTAKEN FOR A      *
002270*   DETAIL), THEN CHECK ITS TRAILER COUNT                       *
003810     END-READ.
003820 2710-EXIT.
003830     EXIT.
003831*****************************************************************
003832* 2800-COPY-ONLINE-ISSUE - ONE P ISSUED AT A TERMINAL BY        *
003833*   HELLO-ISS SINCE THE LAST CYCLE.  IT IS ALREADY REGISTERED   *
003834*   AND AUDITED, SO IT GOES ONTO THE COMBINED POUTFILE FOR      *
003835*   TRANSMISSION AND ONTO AUDFILE AS WRITTEN.  THE KEY OF ALL   *
003836*   NINES IS THE RECORD THE CYCLE PRIMES THE EMPTY LOG WITH.    *
003837*****************************************************************
003838 2800-COPY-ONLINE-ISSUE.
003839     IF ONL-P NOT = ALL '9'
003840         MOVE ONL-P TO POUT-DET-P
003841         MOVE ONL-PARTNER-ID TO POUT-DET-PARTNER
003842         WRITE POUT-DETAIL-RECORD
003843         MOVE ONL-RECORD TO AUD-RECORD
003844         WRITE AUD-RECORD
003845         ADD 1 TO WS-ONL-COUNT
003846     END-IF.
003847     PERFORM 2810-READ-ONLINE-ISSUE THRU 2810-EXIT.
003848 2800-EXIT.
003849     EXIT.
003850*****************************************************************
003851* 2810-READ-ONLINE-ISSUE - READ THE NEXT ONLINE ISSUANCE LOG    *
003852*   RECORD                                                      *
003853*****************************************************************
003854 2810-READ-ONLINE-ISSUE.
003855     READ ONL-FILE
003856         AT END
003857             MOVE 'Y' TO WS-ONL-EOF-SWITCH
003858     END-READ.
003859 2810-EXIT.
003860     EXIT.
003861*****************************************************************
003862* 9000-TERMINATE - WRITE THE COMBINED TRAILER AND MERGE TOTALS, *
003863*   CLOSE EVERYTHING AND SIGN OFF                               *
003870*****************************************************************
003880 9000-TERMINATE.
003890     IF WS-FILES-OPEN
003900         MOVE SPACES TO POUT-TRAILER-RECORD
003910         MOVE 'TRL' TO POUT-TRL-ID
003920         COMPUTE POUT-TRL-P-COUNT = WS-TOT-DET-COUNT
003924             + WS-ONL-COUNT
003930         WRITE POUT-TRAILER-RECORD
003940         MOVE WS-TOT-DET-COUNT TO WS-TOT-DET-COUNT-ED
003950         MOVE WS-EXC-COUNT TO WS-EXC-COUNT-ED
004030             WS-EXC-COUNT-ED
004040             DELIMITED BY SIZE INTO RPT-LINE
004050         WRITE RPT-LINE-RECORD
004051         MOVE WS-ONL-COUNT TO WS-ONL-COUNT-ED
004052         MOVE SPACES TO RPT-LINE
004053         STRING 'HELLO-MRGE ONLINE ISSUES    : '
004054             WS-ONL-COUNT-ED
004055             DELIMITED BY SIZE INTO RPT-LINE
004056         WRITE RPT-LINE-RECORD
004060         CLOSE PT1-FILE PT2-FILE PT3-FILE PT4-FILE
004070             EXC-IN-FILE AUD-IN-FILE SUM-IN-FILE
004080             POUT-FILE EXC-FILE AUD-FILE SUM-FILE
004082         IF WS-ONL-AVAIL
004084             CLOSE ONL-FILE
004086         END-IF
004090     END-IF.
004100     DISPLAY 'HELLO-MRGE - MERGE COMPLETE - DETAILS '
004110         WS-TOT-DET-COUNT ' REJECTS ' WS-EXC-COUNT
004120         ' AUDIT ' WS-AUD-COUNT ' ONLINE ' WS-ONL-COUNT.
004130 9000-EXIT.
004140     EXIT.
