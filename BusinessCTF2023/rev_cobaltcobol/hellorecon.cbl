000372*                    REPORTED AS A RERUN SKIP, SO HELLO-BAL     *
000373*                    CAN BALANCE COMPARED = FINDINGS + ADDS +   *
000374*                    SKIPS ON A RESTARTED DAY                   *
000375*   2026-10-15  DLM  AUDIT FLAG 'A' (ISSUED WITH A SYSTEM-      *
000376*                    ASSIGNED P2 SERIAL) IS AN ISSUED P AND IS  *
000377*                    COMPARED AND REGISTERED THE SAME AS 'Y'    *
000378*   2026-10-15  DLM  A P ISSUED ONLINE BY HELLO-ISS IS ALREADY  *
000379*                    ON THE REGISTRY UNDER ITS 'ONLINE' RUN ID  *
000380*                    WHEN HELLO-WORLD COPIES IT INTO AUDFILE -  *
000381*                    IT IS COUNTED AND REPORTED AS AN ONLINE    *
000382*                    ISSUE, NOT A FINDING OR A RERUN SKIP, AND  *
000383*                    ITS RUN ID IS NOT THE BATCH RUN'S          *
000384*****************************************************************
000385 ENVIRONMENT DIVISION.
000386 CONFIGURATION SECTION.
000387 SOURCE-COMPUTER.    IBM-370.
000390 OBJECT-COMPUTER.    IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000720                       ==AUD-P1== BY ==CUR-P1==
000730                       ==AUD-P2== BY ==CUR-P2==
000740                       ==AUD-P== BY ==CUR-P==
000744                       ==AUD-ONLINE-ISSUE==
000746                           BY ==CUR-ONLINE-ISSUE==
000750                       ==AUD-VALID-FLAG== BY ==CUR-VALID-FLAG==.
000760 FD  RPT-FILE
000770     RECORDING MODE IS F
001155 01  WS-ADD-COUNT                PIC 9(09) COMP VALUE ZERO.
001157 01  WS-VOID-COUNT               PIC 9(09) COMP VALUE ZERO.
001158 01  WS-SKIP-COUNT               PIC 9(09) COMP VALUE ZERO.
001159 01  WS-ONL-COUNT                PIC 9(09) COMP VALUE ZERO.
001160 01  WS-CUR-COUNT-ED             PIC 9(09).
001170 01  WS-DUP-COUNT-ED             PIC 9(09).
001180 01  WS-COLL-COUNT-ED            PIC 9(09).
001185 01  WS-ADD-COUNT-ED             PIC 9(09).
001186 01  WS-VOID-COUNT-ED            PIC 9(09).
001187 01  WS-SKIP-COUNT-ED            PIC 9(09).
001188 01  WS-ONL-COUNT-ED             PIC 9(09).
001189 01  WS-STAT-PROGRAM             PIC X(08) VALUE 'HELLORCN'.
001190 01  WS-STAT-EVENT               PIC X(01) VALUE 'S'.
001191 01  WS-STAT-RUN-ID              PIC X(14) VALUE SPACES.
001980*   SAME AUDFILE (A RERUN OF THIS STEP) AND IS NOT REPORTED.    *
001982*****************************************************************
001990 2000-COMPARE-CURRENT.
002000     IF CUR-VALID-FLAG = 'Y' OR 'A'
002010         ADD 1 TO WS-CUR-COUNT
002011         IF NOT CUR-ONLINE-ISSUE
002013             MOVE CUR-RUN-ID TO WS-STAT-RUN-ID
002015         END-IF
002020         MOVE CUR-P TO REG-P
002030         READ REG-FILE
002040             INVALID KEY
002120* 2100-CHECK-REGISTRY-HIT - THE CURRENT RECORD'S P IS ALREADY   *
002130*   REGISTERED.  DECIDE WHETHER THAT IS THIS RECORD'S OWN       *
002140*   RERUN REGISTRATION, AN EXACT DUPLICATE, OR A COLLISION.     *
002142*   A P ISSUED ONLINE CARRIES THE SAME 'ONLINE' RUN ID ON THE   *
002144*   REGISTRY AND ON AUDFILE - IT WAS REGISTERED WHEN HELLO-ISS  *
002146*   ISSUED IT AND IS COUNTED AS AN ONLINE ISSUE.                *
002150*****************************************************************
002190 2100-CHECK-REGISTRY-HIT.
002191     IF CUR-ONLINE-ISSUE AND REG-RUN-ID = CUR-RUN-ID
002192         ADD 1 TO WS-ONL-COUNT
002193         GO TO 2100-EXIT
002194     END-IF.
002200     IF REG-RUN-ID = CUR-RUN-ID
002201         ADD 1 TO WS-SKIP-COUNT
002210         GO TO 2100-EXIT
002930         MOVE WS-ADD-COUNT TO WS-ADD-COUNT-ED
002940         MOVE WS-VOID-COUNT TO WS-VOID-COUNT-ED
002941         MOVE WS-SKIP-COUNT TO WS-SKIP-COUNT-ED
002945         MOVE WS-ONL-COUNT TO WS-ONL-COUNT-ED
002950         MOVE SPACES TO RPT-LINE
002960         STRING 'RECORDS COMPARED : ' WS-CUR-COUNT-ED
002970             DELIMITED BY SIZE INTO RPT-LINE
003102         STRING 'RERUN SKIPS       : ' WS-SKIP-COUNT-ED
003103             DELIMITED BY SIZE INTO RPT-LINE
003104         WRITE RPT-LINE-RECORD
003105         MOVE SPACES TO RPT-LINE
003106         STRING 'ONLINE ISSUES     : ' WS-ONL-COUNT-ED
003107             DELIMITED BY SIZE INTO RPT-LINE
003108         WRITE RPT-LINE-RECORD
003110         MOVE SPACES TO RPT-LINE
003120         STRING 'NEW P REGISTERED  : ' WS-ADD-COUNT-ED
003130             DELIMITED BY SIZE INTO RPT-LINE
003462     STRING 'RERUN SKIPS       : ' WS-SKIP-COUNT-ED
003463         DELIMITED BY SIZE INTO SUM-LINE.
003464     WRITE SUM-LINE-RECORD.
003465     MOVE SPACES TO SUM-LINE.
003466     STRING 'ONLINE ISSUES     : ' WS-ONL-COUNT-ED
003467         DELIMITED BY SIZE INTO SUM-LINE.
003468     WRITE SUM-LINE-RECORD.
003470     MOVE SPACES TO SUM-LINE.
003480     STRING 'NEW P REGISTERED  : ' WS-ADD-COUNT-ED
003490         DELIMITED BY SIZE INTO SUM-LINE.
