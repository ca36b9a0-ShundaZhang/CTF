000407*                    STAMPED ONTO THE SHARED RUN-STATUS FILE     *
000408*                    THROUGH HELLO-STAT, FOR THE HSTS OPERATOR   *
000409*                    SCREEN                                      *
000410*   2026-10-15  DLM  THE RUN DATE (AGING BASE, FIRST-SEEN DATE   *
000411*                    AND REPORT HEADER) IS NOW THE BUSINESS DATE *
000412*                    FROM THE PROCDATE CONTROL RECORD THROUGH    *
000413*                    HELLO-PDAT.  AN UNAVAILABLE DATE STOPS THE  *
000414*                    RUN RC 8.                                   *
000415*   2026-10-15  DLM  A CORRECTED PAIR IS NOW ALSO EDITED AGAINST *
000416*                    THE P1 REFERENCE MASTER (P1MASTER) BEFORE   *
000417*                    IT IS RECYCLED, FOR THE PARTNER THE NEXT    *
000418*                    BUILD WILL SUBMIT IT UNDER.  NO MASTER      *
000419*                    STOPS THE RUN RC 8.                         *
000420*   2026-10-15  DLM  EXCREC AND EXCAGE NOW CARRY THE PARTNER THE *
000421*                    PAIR CAME IN UNDER.  IT IS PASSED TO        *
000422*                    HELLO-BLD FOR THE REVALIDATION, WRITTEN TO  *
000423*                    PIN-PARTNER-ID ON THE RECYCLED RECORD AND   *
000424*                    CARRIED FORWARD ON NEWAGE, SO A REPAIR NO   *
000425*                    LONGER FALLS TO THE HOUSE PARTNER '0001'.   *
000426*                    A BLANK PARTNER (A RECORD WRITTEN BEFORE    *
000427*                    THIS CHANGE) IS STILL TAKEN AS '0001'.      *
000428*****************************************************************
000429 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000431 SOURCE-COMPUTER.    IBM-370.
000440 OBJECT-COMPUTER.    IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000650     SELECT AGE-FILE ASSIGN TO AGERPT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-AGE-STATUS.
000671     SELECT P1M-FILE ASSIGN TO P1MASTER
000672         ORGANIZATION IS INDEXED
000673         ACCESS MODE IS RANDOM
000674         RECORD KEY IS P1M-P1
000675         FILE STATUS IS WS-P1M-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  EXC-FILE
000780                       ==EXO-P1== BY ==OLD-P1==
000790                       ==EXO-P2== BY ==OLD-P2==
000800                       ==EXO-REASON== BY ==OLD-REASON==
000810                       ==EXO-FIRST-DATE== BY ==OLD-FIRST-DATE==
000815                       ==EXO-PARTNER-ID== BY ==OLD-PARTNER-ID==.
000820 FD  COR-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 COPY RPTLINE.
001012 FD  P1M-FILE
001014     LABEL RECORDS ARE STANDARD.
001016 COPY P1MREC.
001020 WORKING-STORAGE SECTION.
001030 01  WS-EXC-STATUS               PIC X(02) VALUE SPACES.
001040     88  WS-EXC-OK               VALUE '00'.
001140     88  WS-NEW-OK               VALUE '00'.
001150 01  WS-AGE-STATUS               PIC X(02) VALUE SPACES.
001160     88  WS-AGE-OK               VALUE '00'.
001162 01  WS-P1M-STATUS               PIC X(02) VALUE SPACES.
001164     88  WS-P1M-OK               VALUE '00'.
001166     88  WS-P1M-NOT-FOUND        VALUE '23'.
001170 01  WS-SWITCHES.
001180     05  WS-EXC-EOF-SWITCH       PIC X(01) VALUE 'N'.
001190         88  WS-EXC-EOF          VALUE 'Y'.
001298         88  WS-OUT-OVERFLOW     VALUE 'Y'.
001300     05  WS-VALID-SWITCH         PIC X(01) VALUE 'Y'.
001310         88  WS-VALID            VALUE 'Y'.
001311     05  WS-P1M-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
001312         88  WS-P1M-AVAIL        VALUE 'Y'.
001313 01  WS-P1M-RESULT               PIC X(01) VALUE SPACE.
001314 01  WS-HOUSE-PARTNER            PIC X(04) VALUE '0001'.
001320 01  WS-RUN-DATE                 PIC X(08).
001330 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
001340                                 PIC 9(08).
001343 01  WS-PDAT-STATUS              PIC X(01) VALUE SPACE.
001346     88  WS-PDAT-UNAVAIL         VALUE 'U'.
001350 01  WS-AGE-LIMIT-DAYS           PIC 9(03) VALUE 003.
001360 01  WS-COR-MAX                  PIC 9(05) COMP VALUE 500.
001370 01  WS-COR-COUNT                PIC 9(05) COMP VALUE ZERO.
001480 01  WS-WRK-FIRST-DATE           PIC X(08) VALUE SPACES.
001490 01  WS-WRK-FIRST-DATE-N REDEFINES WS-WRK-FIRST-DATE
001500                                 PIC 9(08).
001505 01  WS-WRK-PARTNER             PIC X(04) VALUE SPACES.
001510 01  WS-DAYS-OUT                 PIC S9(05) COMP VALUE ZERO.
001520 01  WS-DAYS-OUT-ED              PIC 9(03).
001530 01  WS-PIN-REC-TYPE             PIC X(01).
001820*   THIS PASS HAS NOTHING TO CARRY FORWARD YET.                 *
001830*****************************************************************
001840 1000-INITIALIZE.
001841     CALL 'HELLO-PDAT' USING WS-RUN-DATE WS-PDAT-STATUS.
001842     IF WS-PDAT-UNAVAIL
001843         DISPLAY 'HELLO-FIX - PROCESSING DATE NOT AVAILABLE'
001844         MOVE 'Y' TO WS-EXC-EOF-SWITCH
001845         MOVE 'Y' TO WS-OLD-EOF-SWITCH
001846         MOVE 8 TO RETURN-CODE
001847         GO TO 1000-EXIT
001848     END-IF.
001849*    A CORRECTION THAT CANNOT BE EDITED AGAINST THE MASTER WOULD
001850*    ONLY BE CARRIED FORWARD AND LOST WHEN THE QUEUE IS CLEARED -
001851*    THE PASS IS REFUSED INSTEAD AND RERUN ONCE THE MASTER IS UP.
001852     OPEN INPUT P1M-FILE.
001853     IF NOT WS-P1M-OK
001854         DISPLAY 'HELLO-FIX - P1MASTER OPEN FAILED - STATUS '
001855             WS-P1M-STATUS ' - RUN REFUSED'
001856         MOVE 'Y' TO WS-EXC-EOF-SWITCH
001857         MOVE 'Y' TO WS-OLD-EOF-SWITCH
001858         MOVE 8 TO RETURN-CODE
001859         GO TO 1000-EXIT
001860     END-IF.
001861     MOVE 'Y' TO WS-P1M-AVAIL-SWITCH.
001862     PERFORM 1010-READ-FIX-CARD THRU 1010-EXIT.
001870     OPEN INPUT EXC-FILE.
001880     OPEN OUTPUT RCY-FILE.
001890     OPEN OUTPUT NEW-FILE.
003090     MOVE OLD-P2 TO WS-WRK-P2.
003100     MOVE OLD-REASON TO WS-WRK-REASON.
003110     MOVE OLD-FIRST-DATE TO WS-WRK-FIRST-DATE.
003115     MOVE OLD-PARTNER-ID TO WS-WRK-PARTNER.
003120     PERFORM 3000-REPAIR-AND-ROUTE THRU 3000-EXIT.
003130     PERFORM 2100-READ-OLD THRU 2100-EXIT.
003140 2000-EXIT.
003320     MOVE EXC-P2 TO WS-WRK-P2.
003330     MOVE EXC-REASON TO WS-WRK-REASON.
003340     MOVE WS-RUN-DATE TO WS-WRK-FIRST-DATE.
003345     MOVE EXC-PARTNER-ID TO WS-WRK-PARTNER.
003350     PERFORM 3000-REPAIR-AND-ROUTE THRU 3000-EXIT.
003360     PERFORM 2600-READ-EXC THRU 2600-EXIT.
003370 2500-EXIT.
003510*   WORK PAIR, REVALIDATE THROUGH HELLO-BLD, AND ROUTE THE      *
003520*   RESULT: SURVIVORS TO RCYFILE, EVERYTHING ELSE CARRIED       *
003530*   FORWARD (AND AGED) ON THE NEW OUTSTANDING FILE.             *
003532*   A RECORD WRITTEN BEFORE THE PARTNER WAS CARRIED HAS IT BLANK*
003534*   - THE BUILD HAD TAKEN SUCH A PAIR AS THE HOUSE PARTNER, SO  *
003536*   THAT IS THE PARTNER IT KEEPS.                               *
003540*****************************************************************
003550 3000-REPAIR-AND-ROUTE.
003552     IF WS-WRK-PARTNER = SPACES
003554         MOVE WS-HOUSE-PARTNER TO WS-WRK-PARTNER
003556     END-IF.
003560     MOVE 'N' TO WS-COR-FOUND-SWITCH.
003570     IF WS-COR-COUNT > 0
003580         PERFORM 3100-FIND-CORRECTION THRU 3100-EXIT
003940*****************************************************************
003950* 3200-REVALIDATE - RE-RUN THE CORRECTED PAIR THROUGH THE SAME  *
003960*   HELLO-BLD EDITS THE BATCH BUILD APPLIES, AS A TYPE-1 RECORD *
003964*   OF THE PARTNER THE PAIR ORIGINALLY CAME IN UNDER            *
003970*****************************************************************
003980 3200-REVALIDATE.
003990     MOVE '1' TO WS-PIN-REC-TYPE.
004000     MOVE WS-WRK-P1 TO WS-PIN-P1.
004010     MOVE WS-WRK-P2 TO WS-PIN-P2.
004011     MOVE WS-WRK-P1 TO P1M-P1.
004012     READ P1M-FILE
004013         INVALID KEY
004014             MOVE 'N' TO WS-P1M-RESULT
004015         NOT INVALID KEY
004016             MOVE 'F' TO WS-P1M-RESULT
004017     END-READ.
004018     IF NOT WS-P1M-OK AND NOT WS-P1M-NOT-FOUND
004019         MOVE 'U' TO WS-P1M-RESULT
004020     END-IF.
004021     CALL 'HELLO-BLD' USING WS-PIN-REC-TYPE WS-PIN-DATA
004030         WS-P1-WIDTH WS-P2-WIDTH WS-P2-START
004040         WS-OUT-P1 WS-OUT-P2 WS-OUT-P WS-VALID-SWITCH
004050         WS-WRK-REASON WS-WRK-PARTNER WS-RUN-DATE
004054         WS-P1M-RESULT P1M-RECORD.
004060 3200-EXIT.
004070     EXIT.
004080*****************************************************************
004090* 3300-WRITE-RECYCLE - WRITE A REPAIRED PAIR TO RCYFILE IN      *
004100*   PINREC FORMAT SO THE HELOFIX DECK CAN APPEND IT TO THE      *
004110*   NEXT RUN'S PINFILE, UNDER THE PAIR'S OWN PARTNER            *
004120*****************************************************************
004130 3300-WRITE-RECYCLE.
004140     MOVE SPACES TO PIN-RECORD.
004150     MOVE '1' TO PIN-REC-TYPE.
004160     MOVE WS-WRK-P1 TO PIN-P1.
004170     MOVE WS-WRK-P2 TO PIN-P2.
004175     MOVE WS-WRK-PARTNER TO PIN-PARTNER-ID.
004180     WRITE PIN-RECORD.
004190     ADD 1 TO WS-RCY-COUNT.
004200 3300-EXIT.
004300     MOVE WS-WRK-P2 TO EXO-P2.
004310     MOVE WS-WRK-REASON TO EXO-REASON.
004320     MOVE WS-WRK-FIRST-DATE TO EXO-FIRST-DATE.
004325     MOVE WS-WRK-PARTNER TO EXO-PARTNER-ID.
004330     WRITE EXO-RECORD.
004340     ADD 1 TO WS-OUT-COUNT.
004350     IF WS-WRK-FIRST-DATE NUMERIC
004850         END-IF
004860         CLOSE EXC-FILE RCY-FILE NEW-FILE AGE-FILE
004870     END-IF.
004872     IF WS-P1M-AVAIL
004874         CLOSE P1M-FILE
004876     END-IF.
004880     DISPLAY 'HELLO-FIX - REPAIR PASS COMPLETE - RECYCLED '
004890         WS-RCY-COUNT ' OUTSTANDING ' WS-OUT-COUNT.
004900 9000-EXIT.
