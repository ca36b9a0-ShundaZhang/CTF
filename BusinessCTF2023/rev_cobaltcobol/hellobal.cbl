000110* NOT THAT THE DATASETS AGREE WITH EACH OTHER, AND TWICE A      *
000120* SHORT POUTFILE HAS PASSED BECAUSE THE SUMMARY WAS SHORT TOO.  *
000130* THIS PROGRAM READS THE ACTUAL FILES AND PROVES THE CHAIN:     *
000140*   - PINFILE RECORDS IN, PLUS THE P VALUES ISSUED ONLINE ON    *
000144*     ONLISSUE, = POUTFILE DETAILS + EXCFILE RECORDS            *
000150*     (EXCFILE HOLDS BOTH THE EDIT REJECTS AND THE SUPPRESSED   *
000160*     INTRA-RUN DUPLICATES), AND THE POUTFILE TRAILER AGREES    *
000170*     WITH THE DETAILS ACTUALLY PRESENT                         *
000220*   - EVERY BATCH'S SENT-BATCH LOG ENTRY AGREES WITH THAT      *
000230*     BATCH'S XMITFILE TRAILER (ONE BATCH PER PARTNER)          *
000240*   - THE RECFILE CLEAN COUNT (COMPARED LESS FINDINGS AND      *
000250*     RERUN SKIPS AND ONLINE ISSUES) AGREES WITH THE REGISTRY   *
000254*     ADDS                                                      *
000260* EVERY OUT-OF-BALANCE LEG NAMES THE TWO FILES THAT DISAGREE    *
000270* AND BY HOW MUCH, AND THE STEP ENDS RC 12 - THE SAME RETURN    *
000280* CODE HELLO-VRFY USES - SO THE DECKS HOLD THE RELEASE.         *
000372*                    OVER AN ALREADY-REGISTERED AUDFILE, THE    *
000373*                    SKIPPED RECORDS ARE NEITHER FINDINGS NOR   *
000374*                    ADDS AND MUST NOT HOLD A GOOD DAY          *
000375*   2026-10-15  DLM  P VALUES ISSUED ONLINE BY HELLO-ISS ARE    *
000376*                    A SEPARATE INPUT STREAM - THE ONLISSUE     *
000377*                    LOG IS COUNTED WITH PINFILE IN THE FIRST   *
000378*                    LEG, AND THE ONLINE ISSUES HELLO-RECON     *
000379*                    REPORTS ARE SUBTRACTED IN THE RECFILE LEG  *
000380*                    - THEY WERE REGISTERED WHEN ISSUED         *
000381*****************************************************************
000382 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.    IBM-370.
000410 OBJECT-COMPUTER.    IBM-370.
000590     SELECT REC-FILE ASSIGN TO RECFILE
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-REC-STATUS.
000611     SELECT ONL-FILE ASSIGN TO ONLISSUE
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS SEQUENTIAL
000614         RECORD KEY IS ONL-P
000615         FILE STATUS IS WS-ONL-STATUS.
000620     SELECT RPT-FILE ASSIGN TO BALRPT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-RPT-STATUS.
000890     LABEL RECORDS ARE STANDARD.
000900 COPY RPTLINE REPLACING ==RPT-LINE-RECORD== BY ==REC-IN-RECORD==
000910                        ==RPT-LINE== BY ==REC-IN-LINE==.
000911 FD  ONL-FILE
000912     LABEL RECORDS ARE STANDARD.
000913 COPY AUDREC REPLACING ==AUD-RECORD== BY ==ONL-RECORD==
000914                       ==AUD-RUN-ID== BY ==ONL-RUN-ID==
000915                       ==AUD-TIMESTAMP== BY ==ONL-TIMESTAMP==
000916                       ==AUD-P1== BY ==ONL-P1==
000917                       ==AUD-P2== BY ==ONL-P2==
000918                       ==AUD-P== BY ==ONL-P==
000919                       ==AUD-VALID-FLAG== BY ==ONL-VALID-FLAG==
000920                       ==AUD-PARTNER-ID== BY ==ONL-PARTNER-ID==.
000921 FD  RPT-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 COPY RPTLINE.
001060     88  WS-SENT-OK              VALUE '00'.
001070 01  WS-REC-STATUS               PIC X(02) VALUE SPACES.
001080     88  WS-REC-OK               VALUE '00'.
001083 01  WS-ONL-STATUS               PIC X(02) VALUE SPACES.
001086     88  WS-ONL-OK               VALUE '00'.
001090 01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
001100     88  WS-RPT-OK               VALUE '00'.
001110 01  WS-SWITCHES.
001210         88  WS-SENT-EOF         VALUE 'Y'.
001220     05  WS-REC-EOF-SWITCH       PIC X(01) VALUE 'N'.
001230         88  WS-REC-EOF          VALUE 'Y'.
001233     05  WS-ONL-EOF-SWITCH       PIC X(01) VALUE 'N'.
001236         88  WS-ONL-EOF          VALUE 'Y'.
001240     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001250         88  WS-FILES-OPEN       VALUE 'Y'.
001260     05  WS-BALANCED-SWITCH      PIC X(01) VALUE 'Y'.
001350 01  WS-POUT-DET-COUNT           PIC 9(09) COMP VALUE ZERO.
001360 01  WS-POUT-TRL-COUNT           PIC 9(09) VALUE ZERO.
001370 01  WS-EXC-COUNT                PIC 9(09) COMP VALUE ZERO.
001374 01  WS-ONL-COUNT                PIC 9(09) COMP VALUE ZERO.
001380 01  WS-XMIT-DET-COUNT           PIC 9(09) COMP VALUE ZERO.
001385 01  WS-BAT-MAX                  PIC 9(03) COMP VALUE 20.
001390 01  WS-BAT-COUNT                PIC 9(03) COMP VALUE ZERO.
001500 01  WS-REC-COLLS                PIC 9(09) VALUE ZERO.
001510 01  WS-REC-VOIDS                PIC 9(09) VALUE ZERO.
001511 01  WS-REC-SKIPS                PIC 9(09) VALUE ZERO.
001515 01  WS-REC-ONLINE               PIC 9(09) VALUE ZERO.
001520 01  WS-REC-ADDS                 PIC 9(09) VALUE ZERO.
001530 01  WS-REC-CLEAN                PIC S9(09) COMP VALUE ZERO.
001540 01  WS-HELD-REC                 PIC X(19) VALUE SPACES.
001820             UNTIL WS-SENT-EOF
001830         PERFORM 2900-SCAN-RECFILE THRU 2900-EXIT
001840             UNTIL WS-REC-EOF
001843         PERFORM 2950-COUNT-ONLISSUE THRU 2950-EXIT
001846             UNTIL WS-ONL-EOF
001850         PERFORM 3000-JUDGE-THE-CHAIN THRU 3000-EXIT
001860     END-IF.
001870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001930*****************************************************************
001940 1000-INITIALIZE.
001950     OPEN INPUT PIN-FILE POUT-FILE EXC-FILE XMIT-FILE
001960         SENT-FILE REC-FILE ONL-FILE.
001970     OPEN OUTPUT RPT-FILE.
001980     IF NOT WS-PIN-OK OR NOT WS-POUT-OK OR NOT WS-EXC-OK
001990         OR NOT WS-XMIT-OK OR NOT WS-SENT-OK OR NOT WS-REC-OK
002000         OR NOT WS-RPT-OK OR NOT WS-ONL-OK
002010         DISPLAY 'HELLO-BAL - FILE OPEN FAILED - STATUS '
002020             WS-PIN-STATUS WS-POUT-STATUS WS-EXC-STATUS
002030             WS-XMIT-STATUS WS-SENT-STATUS WS-REC-STATUS
002040             WS-RPT-STATUS WS-ONL-STATUS
002050         MOVE 12 TO RETURN-CODE
002060     ELSE
002070         MOVE 'Y' TO WS-FILES-OPEN-SWITCH
002120         PERFORM 2700-READ-XMIT THRU 2700-EXIT
002130         PERFORM 2810-READ-SENT THRU 2810-EXIT
002140         PERFORM 2910-READ-REC THRU 2910-EXIT
002144         PERFORM 2960-READ-ONL THRU 2960-EXIT
002150     END-IF.
002160 1000-EXIT.
002170     EXIT.
003911         WHEN REC-IN-LINE(1:20) = 'RERUN SKIPS       : '
003912             AND REC-IN-LINE(21:9) NUMERIC
003913             MOVE REC-IN-LINE(21:9) TO WS-REC-SKIPS
003914         WHEN REC-IN-LINE(1:20) = 'ONLINE ISSUES     : '
003915             AND REC-IN-LINE(21:9) NUMERIC
003916             MOVE REC-IN-LINE(21:9) TO WS-REC-ONLINE
003920         WHEN REC-IN-LINE(1:20) = 'NEW P REGISTERED  : '
003930             AND REC-IN-LINE(21:9) NUMERIC
003940             MOVE REC-IN-LINE(21:9) TO WS-REC-ADDS
004060     END-READ.
004070 2910-EXIT.
004080     EXIT.
004081*****************************************************************
004082* 2950-COUNT-ONLISSUE - COUNT THE P VALUES ISSUED ONLINE SINCE  *
004083*   THE LAST CYCLE.  THE KEY OF ALL NINES IS THE RECORD THE     *
004084*   CYCLE PRIMES THE EMPTY LOG WITH, NOT AN ISSUE.              *
004085*****************************************************************
004086 2950-COUNT-ONLISSUE.
004087     IF ONL-P NOT = ALL '9'
004088         ADD 1 TO WS-ONL-COUNT
004089     END-IF.
004090     PERFORM 2960-READ-ONL THRU 2960-EXIT.
004091 2950-EXIT.
004092     EXIT.
004093*****************************************************************
004094* 2960-READ-ONL - READ THE NEXT ONLINE ISSUANCE LOG RECORD      *
004095*****************************************************************
004096 2960-READ-ONL.
004097     READ ONL-FILE
004098         AT END
004099             MOVE 'Y' TO WS-ONL-EOF-SWITCH
004100     END-READ.
004101 2960-EXIT.
004102     EXIT.
004103*****************************************************************
004104* 3000-JUDGE-THE-CHAIN - TEST EVERY LEG.  EVERY LEG IS TESTED   *
004110*   AND REPORTED EVEN AFTER ONE FAILS - THE OPERATOR SHOULD     *
004120*   SEE THE WHOLE PICTURE, NOT THE FIRST BREAK.                 *
004130*****************************************************************
004140 3000-JUDGE-THE-CHAIN.
004150     COMPUTE WS-LEG-A = WS-POUT-DET-COUNT + WS-EXC-COUNT.
004155     COMPUTE WS-LEG-B = WS-PIN-COUNT + WS-ONL-COUNT.
004160     IF WS-LEG-B NOT = WS-LEG-A
004180         MOVE 'PINFILE+ONLISSUE / POUTFILE+EXCFILE'
004184             TO WS-LEG-NAMES
004190         PERFORM 3100-REPORT-IMBALANCE THRU 3100-EXIT
004200     END-IF.
004210     IF NOT WS-POUT-TRL-SEEN
004370             UNTIL WS-BAT-IDX > WS-BAT-COUNT
004380     END-IF.
004750     COMPUTE WS-REC-CLEAN = WS-REC-COMPARED - WS-REC-DUPS
004760         - WS-REC-COLLS - WS-REC-VOIDS - WS-REC-SKIPS
004764         - WS-REC-ONLINE.
004770     IF WS-REC-CLEAN NOT = WS-REC-ADDS
004780         MOVE WS-REC-CLEAN TO WS-LEG-A
004790         MOVE WS-REC-ADDS TO WS-LEG-B
005260         END-IF
005270         WRITE RPT-LINE-RECORD
005280         CLOSE PIN-FILE POUT-FILE EXC-FILE XMIT-FILE
005290             SENT-FILE REC-FILE ONL-FILE RPT-FILE
005300     END-IF.
005310     IF NOT WS-BALANCED
005320         MOVE 12 TO RETURN-CODE
