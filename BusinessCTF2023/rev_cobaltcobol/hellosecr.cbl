000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLO-SECR.
000030 AUTHOR.         D L MILLER.
000040 INSTALLATION.   FEDORA DATA CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*****************************************************************
000080* HELLO-SECR IS THE DAILY SECURITY VIOLATIONS REPORT.  EVERY    *
000090* HELLO ONLINE TRANSACTION ASKS HELLO-AUT WHETHER THE SIGNED-ON *
000100* USER MAY RUN IT, AND HELLO-AUT LOGS EVERY REFUSAL AND EVERY   *
000110* UPDATE MADE UNDER GRANTED AUTHORITY TO THE SECURITY LOG       *
000120* (SECLREC LAYOUT).  THE HELOSECR DECK SORTS THE LOG BY USER    *
000130* AND TIMESTAMP (SRTSECL) AND THIS PROGRAM PRINTS, FOR ONE      *
000140* DAY, ON SECRRPT:                                              *
000150*   - EVERY DENIED ATTEMPT, GROUPED BY USER - THE TIME,         *
000160*     TERMINAL, TRANSACTION, LEVEL ASKED FOR AND THE REASON     *
000170*   - A LINE PER USER GIVING THEIR DENIALS AND GRANTED UPDATES  *
000180*   - THE DAY'S TOTALS                                          *
000190* THE DAY IS THE BUSINESS DATE FROM HELLO-PDAT, OR THE DATE ON  *
000200* THE OPTIONAL SECRCTL CARD (SEE SECRCARD) TO REPRINT AN        *
000210* EARLIER DAY.  LOG RECORDS FOR OTHER DAYS ARE READ PAST.       *
000220*                                                                *
000230* ANY DENIAL ON THE DAY ENDS THE STEP RC 4 SO THE SECURITY      *
000240* ADMINISTRATOR IS TOLD TO LOOK.  A BAD REPORT DATE OR AN       *
000250* UNAVAILABLE FILE ENDS RC 8.                                   *
000260*                                                                *
000270* MODIFICATION HISTORY                                          *
000280*   DATE       INIT  DESCRIPTION                                *
000290*   2026-10-15  DLM  ORIGINAL                                   *
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.    IBM-370.
000340 OBJECT-COMPUTER.    IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SRC-FILE ASSIGN TO SECRCTL
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-SRC-STATUS.
000400     SELECT SCL-FILE ASSIGN TO SRTSECL
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-SCL-STATUS.
000430     SELECT RPT-FILE ASSIGN TO SECRRPT
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-RPT-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  SRC-FILE
000490     RECORDING MODE IS F
000500     LABEL RECORDS ARE STANDARD.
000510*THE CARD ARRIVES AS AN 80-BYTE CARD IMAGE - THE SECRCARD
000520*LAYOUT IS MAPPED OVER ITS FIRST 8 BYTES IN WORKING-STORAGE.
000530 01  SRC-CARD                    PIC X(80).
000540 FD  SCL-FILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570 COPY SECLREC.
000580 FD  RPT-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 COPY RPTLINE.
000620 WORKING-STORAGE SECTION.
000630 01  WS-SRC-STATUS               PIC X(02) VALUE SPACES.
000640     88  WS-SRC-OK               VALUE '00'.
000650 01  WS-SCL-STATUS               PIC X(02) VALUE SPACES.
000660     88  WS-SCL-OK               VALUE '00'.
000670 01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
000680     88  WS-RPT-OK               VALUE '00'.
000690 COPY SECRCARD.
000700 01  WS-SWITCHES.
000710     05  WS-SCL-EOF-SWITCH       PIC X(01) VALUE 'N'.
000720         88  WS-SCL-EOF          VALUE 'Y'.
000730     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000740         88  WS-FILES-OPEN       VALUE 'Y'.
000750     05  WS-RUN-OK-SWITCH        PIC X(01) VALUE 'Y'.
000760         88  WS-RUN-OK           VALUE 'Y'.
000770 01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
000780 01  WS-PDAT-STATUS              PIC X(01) VALUE SPACE.
000790     88  WS-PDAT-UNAVAIL         VALUE 'U'.
000800 01  WS-REPORT-DATE              PIC X(08) VALUE SPACES.
000810 01  WS-REPORT-DATE-N REDEFINES WS-REPORT-DATE
000820                                 PIC 9(08).
000830 01  WS-CHECK-DATE               PIC 9(08) VALUE ZERO.
000840 01  WS-DAY-NUMBER               PIC 9(09) COMP VALUE ZERO.
000850*    THE USER BEING REPORTED
000860 01  WS-CUR-USER                 PIC X(08) VALUE SPACES.
000870 01  WS-USER-DENIED              PIC 9(09) COMP VALUE ZERO.
000880 01  WS-USER-UPDATES             PIC 9(09) COMP VALUE ZERO.
000890 01  WS-DENIED-ED                PIC ZZZZ9.
000900 01  WS-UPDATES-ED               PIC ZZZZ9.
000910 01  WS-DETAIL-LINE.
000920     05  FILLER                  PIC X(02) VALUE SPACES.
000930     05  WS-DTL-HH               PIC X(02).
000940     05  FILLER                  PIC X(01) VALUE ':'.
000950     05  WS-DTL-MM               PIC X(02).
000960     05  FILLER                  PIC X(01) VALUE ':'.
000970     05  WS-DTL-SS               PIC X(02).
000980     05  FILLER                  PIC X(01) VALUE SPACE.
000990     05  WS-DTL-TERM             PIC X(04).
001000     05  FILLER                  PIC X(01) VALUE SPACE.
001010     05  WS-DTL-TRAN             PIC X(04).
001020     05  FILLER                  PIC X(01) VALUE SPACE.
001030     05  WS-DTL-LEVEL            PIC X(01).
001040     05  FILLER                  PIC X(01) VALUE SPACE.
001050     05  WS-DTL-REASON           PIC X(30).
001060     05  FILLER                  PIC X(01) VALUE SPACE.
001070     05  WS-DTL-DETAIL           PIC X(18).
001080     05  FILLER                  PIC X(08) VALUE SPACES.
001090*    RUN TOTALS
001100 01  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
001110 01  WS-DAY-COUNT                PIC 9(09) COMP VALUE ZERO.
001120 01  WS-DENIED-COUNT             PIC 9(09) COMP VALUE ZERO.
001130 01  WS-UPDATE-COUNT             PIC 9(09) COMP VALUE ZERO.
001140 01  WS-USER-COUNT               PIC 9(09) COMP VALUE ZERO.
001150 01  WS-VIOLATOR-COUNT           PIC 9(09) COMP VALUE ZERO.
001160*    ONE LINE OF THE CLOSING TOTALS - SEE 9100-WRITE-TOTAL
001170 01  WS-TOT-LABEL                PIC X(28) VALUE SPACES.
001180 01  WS-TOT-COUNT                PIC 9(09) COMP VALUE ZERO.
001190 01  WS-TOT-COUNT-ED             PIC 9(09).
001200 PROCEDURE DIVISION.
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001230     IF WS-RUN-OK
001240         PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
001250             UNTIL WS-SCL-EOF
001260         PERFORM 3000-USER-BREAK THRU 3000-EXIT
001270     END-IF.
001280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001290     STOP RUN.
001300*****************************************************************
001310* 1000-INITIALIZE - FETCH THE BUSINESS DATE, SETTLE THE REPORT  *
001320*   DATE, OPEN THE FILES AND PRIME THE FIRST READ               *
001330*****************************************************************
001340 1000-INITIALIZE.
001350     CALL 'HELLO-PDAT' USING WS-RUN-DATE WS-PDAT-STATUS.
001360     IF WS-PDAT-UNAVAIL
001370         DISPLAY 'HELLO-SECR - PROCESSING DATE NOT AVAILABLE'
001380         MOVE 'N' TO WS-RUN-OK-SWITCH
001390         MOVE 8 TO RETURN-CODE
001400         GO TO 1000-EXIT
001410     END-IF.
001420     PERFORM 1100-SETTLE-REPORT-DATE THRU 1100-EXIT.
001430     IF NOT WS-RUN-OK
001440         GO TO 1000-EXIT
001450     END-IF.
001460     OPEN INPUT SCL-FILE.
001470     OPEN OUTPUT RPT-FILE.
001480     IF NOT WS-SCL-OK OR NOT WS-RPT-OK
001490         DISPLAY 'HELLO-SECR - FILE OPEN FAILED - STATUS '
001500             WS-SCL-STATUS WS-RPT-STATUS
001510         MOVE 'N' TO WS-RUN-OK-SWITCH
001520         MOVE 8 TO RETURN-CODE
001530         GO TO 1000-EXIT
001540     END-IF.
001550     MOVE 'Y' TO WS-FILES-OPEN-SWITCH.
001560     MOVE SPACES TO RPT-LINE.
001570     STRING 'SECURITY VIOLATIONS REPORT - ' WS-REPORT-DATE
001580         '   BUSINESS DATE ' WS-RUN-DATE
001590         DELIMITED BY SIZE INTO RPT-LINE.
001600     WRITE RPT-LINE-RECORD.
001610     MOVE SPACES TO RPT-LINE.
001620     WRITE RPT-LINE-RECORD.
001630     MOVE SPACES TO RPT-LINE.
001640     MOVE '  TIME     TERM TRAN L REASON' TO RPT-LINE.
001650     MOVE 'DETAIL' TO RPT-LINE(55:6).
001660     WRITE RPT-LINE-RECORD.
001670     PERFORM 2900-READ-LOG THRU 2900-EXIT.
001680 1000-EXIT.
001690     EXIT.
001700*****************************************************************
001710* 1100-SETTLE-REPORT-DATE - THE SECRCTL CARD'S DATE, OR WHEN    *
001720*   THERE IS NO CARD OR IT IS BLANK THE BUSINESS DATE.  THE     *
001730*   DATE MUST BE A REAL CALENDAR DATE (IT MUST SURVIVE THE      *
001740*   DAY-NUMBER ROUND TRIP) NOT AFTER THE BUSINESS DATE.         *
001750*****************************************************************
001760 1100-SETTLE-REPORT-DATE.
001770     MOVE SPACES TO SRC-RECORD.
001780     OPEN INPUT SRC-FILE.
001790     IF WS-SRC-OK
001800         READ SRC-FILE
001810             NOT AT END
001820                 MOVE SRC-CARD(1:8) TO SRC-RECORD
001830         END-READ
001840         CLOSE SRC-FILE
001850     END-IF.
001860     IF SRC-REPORT-DATE NOT = SPACES
001870         MOVE SRC-REPORT-DATE TO WS-REPORT-DATE
001880     ELSE
001890         MOVE WS-RUN-DATE TO WS-REPORT-DATE
001900     END-IF.
001910     IF WS-REPORT-DATE NOT NUMERIC
001920         OR WS-REPORT-DATE > WS-RUN-DATE
001930         OR WS-REPORT-DATE < '16010101'
001940         GO TO 1100-REFUSE
001950     END-IF.
001960     COMPUTE WS-DAY-NUMBER =
001970         FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE-N).
001980     COMPUTE WS-CHECK-DATE =
001990         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
002000     IF WS-CHECK-DATE = WS-REPORT-DATE-N
002010         GO TO 1100-EXIT
002020     END-IF.
002030 1100-REFUSE.
002040     DISPLAY 'HELLO-SECR - REPORT DATE ' WS-REPORT-DATE
002050         ' INVALID OR AFTER BUSINESS DATE ' WS-RUN-DATE
002060         ' - NOTHING REPORTED'.
002070     MOVE 'N' TO WS-RUN-OK-SWITCH.
002080     MOVE 8 TO RETURN-CODE.
002090 1100-EXIT.
002100     EXIT.
002110*****************************************************************
002120* 2000-PROCESS-LOG - TAKE ONE LOG RECORD OF THE REPORT DATE.  A *
002130*   NEW USER CLOSES OFF THE LAST ONE'S LINE FIRST.  A DENIAL IS *
002140*   LISTED; A GRANTED UPDATE IS ONLY COUNTED.                   *
002150*****************************************************************
002160 2000-PROCESS-LOG.
002170     IF SCL-USER-ID NOT = WS-CUR-USER
002180         PERFORM 3000-USER-BREAK THRU 3000-EXIT
002190         MOVE SCL-USER-ID TO WS-CUR-USER
002200         ADD 1 TO WS-USER-COUNT
002210     END-IF.
002220     IF SCL-DENIED
002230         ADD 1 TO WS-USER-DENIED
002240         ADD 1 TO WS-DENIED-COUNT
002250         PERFORM 2100-LIST-DENIAL THRU 2100-EXIT
002260     ELSE
002270         ADD 1 TO WS-USER-UPDATES
002280         ADD 1 TO WS-UPDATE-COUNT
002290     END-IF.
002300     PERFORM 2900-READ-LOG THRU 2900-EXIT.
002310 2000-EXIT.
002320     EXIT.
002330*****************************************************************
002340* 2100-LIST-DENIAL - ONE DETAIL LINE FOR A DENIED ATTEMPT.  THE *
002350*   FIRST DENIAL OF A USER IS HEADED BY THEIR USER ID.          *
002360*****************************************************************
002370 2100-LIST-DENIAL.
002380     IF WS-USER-DENIED = 1
002390         MOVE SPACES TO RPT-LINE
002400         STRING 'USER ' WS-CUR-USER
002410             DELIMITED BY SIZE INTO RPT-LINE
002420         WRITE RPT-LINE-RECORD
002430     END-IF.
002440     MOVE SCL-TS(9:2) TO WS-DTL-HH.
002450     MOVE SCL-TS(11:2) TO WS-DTL-MM.
002460     MOVE SCL-TS(13:2) TO WS-DTL-SS.
002470     MOVE SCL-TERM-ID TO WS-DTL-TERM.
002480     MOVE SCL-TRAN-ID TO WS-DTL-TRAN.
002490     MOVE SCL-LEVEL TO WS-DTL-LEVEL.
002500     MOVE SCL-REASON TO WS-DTL-REASON.
002510     MOVE SCL-DETAIL TO WS-DTL-DETAIL.
002520     MOVE WS-DETAIL-LINE TO RPT-LINE.
002530     WRITE RPT-LINE-RECORD.
002540 2100-EXIT.
002550     EXIT.
002560*****************************************************************
002570* 2900-READ-LOG - READ THE NEXT SORTED LOG RECORD OF THE REPORT *
002580*   DATE, READING PAST ANY OTHER DAY'S RECORDS                  *
002590*****************************************************************
002600 2900-READ-LOG.
002610     READ SCL-FILE
002620         AT END
002630             MOVE 'Y' TO WS-SCL-EOF-SWITCH
002640             GO TO 2900-EXIT
002650     END-READ.
002660     ADD 1 TO WS-READ-COUNT.
002670     IF SCL-TS(1:8) NOT = WS-REPORT-DATE
002680         GO TO 2900-READ-LOG
002690     END-IF.
002700     ADD 1 TO WS-DAY-COUNT.
002710 2900-EXIT.
002720     EXIT.
002730*****************************************************************
002740* 3000-USER-BREAK - CLOSE OFF THE CURRENT USER WITH A LINE OF   *
002750*   THEIR DENIALS AND GRANTED UPDATES FOR THE DAY               *
002760*****************************************************************
002770 3000-USER-BREAK.
002780     IF WS-CUR-USER = SPACES
002790         AND WS-USER-DENIED = 0 AND WS-USER-UPDATES = 0
002800         GO TO 3000-EXIT
002810     END-IF.
002820     IF WS-USER-DENIED > 0
002830         ADD 1 TO WS-VIOLATOR-COUNT
002840     END-IF.
002850     MOVE WS-USER-DENIED TO WS-DENIED-ED.
002860     MOVE WS-USER-UPDATES TO WS-UPDATES-ED.
002870     MOVE SPACES TO RPT-LINE.
002880     STRING 'USER ' WS-CUR-USER '  DENIED ' WS-DENIED-ED
002890         '  GRANTED UPDATES ' WS-UPDATES-ED
002900         DELIMITED BY SIZE INTO RPT-LINE.
002910     WRITE RPT-LINE-RECORD.
002920     MOVE ZERO TO WS-USER-DENIED.
002930     MOVE ZERO TO WS-USER-UPDATES.
002940 3000-EXIT.
002950     EXIT.
002960*****************************************************************
002970* 9000-TERMINATE - WRITE THE DAY'S TOTALS, CLOSE THE FILES AND  *
002980*   SET THE RETURN CODE                                         *
002990*****************************************************************
003000 9000-TERMINATE.
003010     IF WS-FILES-OPEN
003020         MOVE SPACES TO RPT-LINE
003030         WRITE RPT-LINE-RECORD
003040         MOVE 'LOG RECORDS READ          : ' TO WS-TOT-LABEL
003050         MOVE WS-READ-COUNT TO WS-TOT-COUNT
003060         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
003070         MOVE 'LOG RECORDS FOR THE DAY   : ' TO WS-TOT-LABEL
003080         MOVE WS-DAY-COUNT TO WS-TOT-COUNT
003090         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
003100         MOVE 'USERS ACTIVE              : ' TO WS-TOT-LABEL
003110         MOVE WS-USER-COUNT TO WS-TOT-COUNT
003120         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
003130         MOVE 'USERS WITH DENIALS        : ' TO WS-TOT-LABEL
003140         MOVE WS-VIOLATOR-COUNT TO WS-TOT-COUNT
003150         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
003160         MOVE 'DENIED ATTEMPTS           : ' TO WS-TOT-LABEL
003170         MOVE WS-DENIED-COUNT TO WS-TOT-COUNT
003180         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
003190         MOVE 'GRANTED UPDATES           : ' TO WS-TOT-LABEL
003200         MOVE WS-UPDATE-COUNT TO WS-TOT-COUNT
003210         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
003220         CLOSE SCL-FILE RPT-FILE
003230     END-IF.
003240     IF RETURN-CODE < 4 AND WS-DENIED-COUNT > 0
003250         MOVE 4 TO RETURN-CODE
003260     END-IF.
003270     DISPLAY 'HELLO-SECR - REPORT COMPLETE - DENIED '
003280         WS-DENIED-COUNT ' GRANTED UPDATES ' WS-UPDATE-COUNT.
003290 9000-EXIT.
003300     EXIT.
003310*****************************************************************
003320* 9100-WRITE-TOTAL - ONE LABELLED COUNT ON THE CLOSING TOTALS   *
003330*****************************************************************
003340 9100-WRITE-TOTAL.
003350     MOVE WS-TOT-COUNT TO WS-TOT-COUNT-ED.
003360     MOVE SPACES TO RPT-LINE.
003370     STRING WS-TOT-LABEL WS-TOT-COUNT-ED
003380         DELIMITED BY SIZE INTO RPT-LINE.
003390     WRITE RPT-LINE-RECORD.
003400 9100-EXIT.
003410     EXIT.
