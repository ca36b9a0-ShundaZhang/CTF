000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLO-EOD.
000030 AUTHOR.         D L MILLER.
000040 INSTALLATION.   FEDORA DATA CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*****************************************************************
000080* HELLO-EOD IS THE ONLY PROGRAM THAT CHANGES THE BUSINESS       *
000090* PROCESSING DATE (PROCDATE, PDATEREC).  ONE EODCTL CARD NAMES  *
000100* THE ACTION:                                                   *
000110*   V - VERIFY.  FIRST STEP OF HELODAY, HELODAYP AND HELODAYR.  *
000120*       RC 0 WHEN THE BUSINESS DATE IS OPEN; RC 12 WHEN IT IS   *
000130*       ALREADY CLOSED, SO THE DECK'S IF/THEN GATE REFUSES THE  *
000140*       WHOLE RUN - THE DAY HAS BEEN PROCESSED ONCE ALREADY,    *
000150*       AND RUNNING IT AGAIN WOULD ISSUE AND TRANSMIT IT TWICE. *
000160*   C - CLOSE.  LAST STEP OF THE DAY'S CHAIN, AFTER THE AUDIT   *
000170*       CYCLE.  MARKS THE DATE CLOSED AND STAMPS THE CLOSE      *
000180*       TIME.  CLOSING A DATE ALREADY CLOSED IS RC 4.           *
000190*   A - ADVANCE.  THE HELOEOD DECK, RUN BEFORE THE NEXT DAY'S   *
000200*       WINDOW.  ONLY A CLOSED DATE MAY BE ADVANCED (RC 12      *
000210*       OTHERWISE - AN OPEN DATE HAS NOT HAD ITS DAILY RUN).    *
000220*       THE NEW DATE IS THE CARD'S EOD-NEW-DATE WHEN GIVEN, OR  *
000230*       THE NEXT CALENDAR DAY, AND MUST BE LATER THAN THE DATE  *
000240*       IT REPLACES.  IT IS OPENED WITH THE OLD DATE KEPT AS    *
000250*       THE PRIOR DATE.                                         *
000260* A MISSING CARD, UNKNOWN ACTION OR UNUSABLE PROCDATE IS RC 8.  *
000270*                                                                *
000280* MODIFICATION HISTORY                                          *
000290*   DATE       INIT  DESCRIPTION                                *
000300*   2026-10-15  DLM  ORIGINAL                                   *
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.    IBM-370.
000350 OBJECT-COMPUTER.    IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT EOD-FILE ASSIGN TO EODCTL
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-EOD-STATUS.
000410     SELECT PDT-FILE ASSIGN TO PROCDATE
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS PDT-KEY
000450         FILE STATUS IS WS-PDT-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  EOD-FILE
000490     RECORDING MODE IS F
000500     LABEL RECORDS ARE STANDARD.
000510*THE CARD ARRIVES AS AN 80-BYTE CARD IMAGE - THE EODCARD
000520*LAYOUT IS MAPPED OVER ITS FIRST 9 BYTES IN WORKING-STORAGE.
000530 01  EOD-CARD                    PIC X(80).
000540 FD  PDT-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 COPY PDATEREC.
000570 WORKING-STORAGE SECTION.
000580 01  WS-EOD-STATUS               PIC X(02) VALUE SPACES.
000590     88  WS-EOD-OK               VALUE '00'.
000600 01  WS-PDT-STATUS               PIC X(02) VALUE SPACES.
000610     88  WS-PDT-OK               VALUE '00'.
000620     88  WS-PDT-NOT-FOUND        VALUE '23'.
000630 COPY EODCARD.
000640 01  WS-SWITCHES.
000650     05  WS-PDT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000660         88  WS-PDT-IS-OPEN      VALUE 'Y'.
000670 01  WS-NOW-DATE                 PIC X(08).
000680 01  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
000690 01  WS-NOW-TS                   PIC X(14) VALUE SPACES.
000700 01  WS-OLD-DATE                 PIC X(08) VALUE SPACES.
000710 01  WS-NEW-DATE                 PIC 9(08) VALUE ZERO.
000720 01  WS-NEW-DATE-X REDEFINES WS-NEW-DATE.
000730     05  WS-NEW-YYYY             PIC 9(04).
000740     05  WS-NEW-MM               PIC 9(02).
000750     05  WS-NEW-DD               PIC 9(02).
000760 01  WS-CHECK-DATE               PIC 9(08) VALUE ZERO.
000770 01  WS-DAY-NUMBER               PIC 9(09) COMP VALUE ZERO.
000780 PROCEDURE DIVISION.
000790 0000-MAINLINE.
000800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000810     IF RETURN-CODE = ZERO
000820         EVALUATE TRUE
000830             WHEN EOD-VERIFY
000840                 PERFORM 2000-VERIFY-DATE THRU 2000-EXIT
000850             WHEN EOD-CLOSE
000860                 PERFORM 3000-CLOSE-DATE THRU 3000-EXIT
000870             WHEN EOD-ADVANCE
000880                 PERFORM 4000-ADVANCE-DATE THRU 4000-EXIT
000890         END-EVALUATE
000900     END-IF.
000910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000920     STOP RUN.
000930*****************************************************************
000940* 1000-INITIALIZE - READ THE ACTION CARD, OPEN PROCDATE I-O AND *
000950*   FETCH THE CONTROL RECORD.  ANY FAILURE HERE IS RC 8 - THE   *
000960*   DATE CANNOT BE PROVED OPEN, SO NOTHING DOWNSTREAM RUNS.     *
000970*****************************************************************
000980 1000-INITIALIZE.
000985     MOVE SPACES TO EOD-RECORD.
000990     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
001000     ACCEPT WS-NOW-TIME FROM TIME.
001010     MOVE WS-NOW-DATE TO WS-NOW-TS(1:8).
001020     MOVE WS-NOW-TIME TO WS-NOW-TS(9:6).
001030     OPEN INPUT EOD-FILE.
001040     IF NOT WS-EOD-OK
001050         DISPLAY 'HELLO-EOD - EODCTL OPEN FAILED - STATUS '
001060             WS-EOD-STATUS
001070         MOVE 8 TO RETURN-CODE
001080         GO TO 1000-EXIT
001090     END-IF.
001100     READ EOD-FILE
001110         AT END
001120             DISPLAY 'HELLO-EOD - EODCTL EMPTY - NO ACTION'
001130             CLOSE EOD-FILE
001140             MOVE 8 TO RETURN-CODE
001150             GO TO 1000-EXIT
001160     END-READ.
001170     MOVE EOD-CARD(1:9) TO EOD-RECORD.
001180     CLOSE EOD-FILE.
001190     IF NOT EOD-VERIFY AND NOT EOD-CLOSE AND NOT EOD-ADVANCE
001200         DISPLAY 'HELLO-EOD - INVALID EODCTL ACTION ' EOD-ACTION
001210         MOVE 8 TO RETURN-CODE
001220         GO TO 1000-EXIT
001230     END-IF.
001240     OPEN I-O PDT-FILE.
001250     IF NOT WS-PDT-OK
001260         DISPLAY 'HELLO-EOD - PROCDATE OPEN FAILED - STATUS '
001270             WS-PDT-STATUS
001280         MOVE 8 TO RETURN-CODE
001290         GO TO 1000-EXIT
001300     END-IF.
001310     MOVE 'Y' TO WS-PDT-OPEN-SWITCH.
001320     MOVE 'PROCDATE' TO PDT-KEY.
001330     READ PDT-FILE
001340         INVALID KEY
001350             DISPLAY 'HELLO-EOD - PROCDATE CONTROL RECORD '
001360                 'NOT FOUND'
001370             MOVE 8 TO RETURN-CODE
001380             GO TO 1000-EXIT
001390     END-READ.
001400     IF PDT-BUS-DATE NOT NUMERIC OR PDT-BUS-DATE-N = ZERO
001410         OR (NOT PDT-OPEN AND NOT PDT-CLOSED)
001420         DISPLAY 'HELLO-EOD - PROCDATE CONTROL RECORD INVALID - '
001430             PDT-BUS-DATE ' ' PDT-STATUS
001440         MOVE 8 TO RETURN-CODE
001450     END-IF.
001460 1000-EXIT.
001470     EXIT.
001480*****************************************************************
001490* 2000-VERIFY-DATE - GATE THE DAILY RUN ON AN OPEN DATE         *
001500*****************************************************************
001510 2000-VERIFY-DATE.
001520     IF PDT-CLOSED
001530         DISPLAY 'HELLO-EOD - BUSINESS DATE ' PDT-BUS-DATE
001540             ' ALREADY CLOSED - RUN REFUSED'
001550         MOVE 12 TO RETURN-CODE
001560     ELSE
001570         DISPLAY 'HELLO-EOD - BUSINESS DATE ' PDT-BUS-DATE
001580             ' OPEN - RUN MAY PROCEED'
001590     END-IF.
001600 2000-EXIT.
001610     EXIT.
001620*****************************************************************
001630* 3000-CLOSE-DATE - MARK THE DAY'S RUN COMPLETE                 *
001640*****************************************************************
001650 3000-CLOSE-DATE.
001660     IF PDT-CLOSED
001670         DISPLAY 'HELLO-EOD - BUSINESS DATE ' PDT-BUS-DATE
001680             ' WAS ALREADY CLOSED'
001690         MOVE 4 TO RETURN-CODE
001700         GO TO 3000-EXIT
001710     END-IF.
001720     MOVE 'C' TO PDT-STATUS.
001730     MOVE WS-NOW-TS TO PDT-CLOSE-TS.
001740     REWRITE PDT-RECORD
001750         INVALID KEY
001760             DISPLAY 'HELLO-EOD - PROCDATE REWRITE FAILED - '
001770                 'STATUS ' WS-PDT-STATUS
001780             MOVE 8 TO RETURN-CODE
001790             GO TO 3000-EXIT
001800     END-REWRITE.
001810     DISPLAY 'HELLO-EOD - BUSINESS DATE ' PDT-BUS-DATE ' CLOSED'.
001820 3000-EXIT.
001830     EXIT.
001840*****************************************************************
001850* 4000-ADVANCE-DATE - OPEN THE NEXT BUSINESS DATE.  AN EXPLICIT *
001860*   DATE ON THE CARD MUST BE A REAL CALENDAR DATE - IT IS RUN   *
001870*   THROUGH THE DAY-NUMBER CONVERSION AND BACK, AND A DATE THAT *
001880*   DOES NOT SURVIVE THE ROUND TRIP (E.G. 20260230) IS REFUSED. *
001890*****************************************************************
001900 4000-ADVANCE-DATE.
001910     IF PDT-OPEN
001920         DISPLAY 'HELLO-EOD - BUSINESS DATE ' PDT-BUS-DATE
001930             ' IS STILL OPEN - ADVANCE REFUSED'
001940         MOVE 12 TO RETURN-CODE
001950         GO TO 4000-EXIT
001960     END-IF.
001970     IF EOD-NEW-DATE = SPACES
001980         COMPUTE WS-DAY-NUMBER =
001990             FUNCTION INTEGER-OF-DATE(PDT-BUS-DATE-N) + 1
002000         COMPUTE WS-NEW-DATE =
002010             FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
002020     ELSE
002030         IF EOD-NEW-DATE NOT NUMERIC
002040             DISPLAY 'HELLO-EOD - INVALID NEW DATE ' EOD-NEW-DATE
002050             MOVE 8 TO RETURN-CODE
002060             GO TO 4000-EXIT
002070         END-IF
002080         MOVE EOD-NEW-DATE-N TO WS-NEW-DATE
002090         IF WS-NEW-YYYY < 1601 OR WS-NEW-MM < 1 OR WS-NEW-MM > 12
002100             OR WS-NEW-DD < 1 OR WS-NEW-DD > 31
002110             DISPLAY 'HELLO-EOD - INVALID NEW DATE ' EOD-NEW-DATE
002120             MOVE 8 TO RETURN-CODE
002130             GO TO 4000-EXIT
002140         END-IF
002150         COMPUTE WS-DAY-NUMBER =
002160             FUNCTION INTEGER-OF-DATE(WS-NEW-DATE)
002170         COMPUTE WS-CHECK-DATE =
002180             FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
002190         IF WS-CHECK-DATE NOT = WS-NEW-DATE
002200             DISPLAY 'HELLO-EOD - INVALID NEW DATE ' EOD-NEW-DATE
002210             MOVE 8 TO RETURN-CODE
002220             GO TO 4000-EXIT
002230         END-IF
002240     END-IF.
002250     IF WS-NEW-DATE NOT > PDT-BUS-DATE-N
002260         DISPLAY 'HELLO-EOD - NEW DATE ' WS-NEW-DATE
002270             ' NOT LATER THAN ' PDT-BUS-DATE ' - ADVANCE REFUSED'
002280         MOVE 8 TO RETURN-CODE
002290         GO TO 4000-EXIT
002300     END-IF.
002310     MOVE PDT-BUS-DATE TO WS-OLD-DATE.
002320     MOVE WS-OLD-DATE TO PDT-PRIOR-DATE.
002330     MOVE WS-NEW-DATE TO PDT-BUS-DATE-N.
002340     MOVE 'O' TO PDT-STATUS.
002350     MOVE WS-NOW-TS TO PDT-OPEN-TS.
002360     MOVE SPACES TO PDT-CLOSE-TS.
002370     REWRITE PDT-RECORD
002380         INVALID KEY
002390             DISPLAY 'HELLO-EOD - PROCDATE REWRITE FAILED - '
002400                 'STATUS ' WS-PDT-STATUS
002410             MOVE 8 TO RETURN-CODE
002420             GO TO 4000-EXIT
002430     END-REWRITE.
002440     DISPLAY 'HELLO-EOD - BUSINESS DATE ADVANCED FROM '
002450         WS-OLD-DATE ' TO ' PDT-BUS-DATE ' AND OPENED'.
002460 4000-EXIT.
002470     EXIT.
002480*****************************************************************
002490* 9000-TERMINATE - CLOSE PROCDATE AND SIGN OFF                  *
002500*****************************************************************
002510 9000-TERMINATE.
002520     IF WS-PDT-IS-OPEN
002530         CLOSE PDT-FILE
002540     END-IF.
002550     DISPLAY 'HELLO-EOD - ACTION ' EOD-ACTION ' ENDED RC '
002560         RETURN-CODE.
002570 9000-EXIT.
002580     EXIT.
