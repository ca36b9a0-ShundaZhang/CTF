000160* (FROM A CONTROL CARD, OR A FIXED DEFAULT FOR CALLERS THAT      *
000170* HAVE NO CONTROL CARD OF THEIR OWN).                            *
000180*                                                                *
000181* LK-PARTNER-ID, LK-BUS-DATE, LK-P1M-RESULT AND P1M-RECORD       *
000182* CARRY THE P1 REFERENCE MASTER EDIT.  HELLO-BLD DOES NO I/O OF  *
000183* ITS OWN (IT RUNS UNDER CICS AS WELL AS IN BATCH), SO THE       *
000184* CALLER READS P1MASTER BY THE RECORD'S P1 AND PASSES WHAT IT    *
000185* FOUND: LK-P1M-RESULT 'F' FOUND (P1M-RECORD HOLDS IT), 'N' NOT  *
000186* ON FILE, 'U' MASTER NOT AVAILABLE.  LK-PARTNER-ID IS THE       *
000187* PARTNER SUBMITTING THE RECORD AND LK-BUS-DATE THE BUSINESS     *
000188* DATE (YYYYMMDD) THE EFFECTIVE DATES ARE MEASURED AGAINST.      *
000189*                                                                *
000190* MODIFICATION HISTORY                                          *
000200*   DATE       INIT  DESCRIPTION                                *
000210*   2026-08-09  DLM  ORIGINAL - FACTORED OUT OF HELLO-WORLD SO   *
000370*                    P1/8-BYTE P2 FIELDS INTO THE SPLIT          *
000380*                    INDEPENDENTLY, WHICH SILENTLY DROPPED REAL  *
000390*                    DATA FOR ANY SPLIT OTHER THAN 7+8           *
000391*   2026-10-15  DLM  TYPE-1 P1 NOW ALSO EDITED AGAINST THE P1    *
000392*                    REFERENCE MASTER (P1MREC) - UNKNOWN, NOT    *
000393*                    YET / NO LONGER EFFECTIVE, CLOSED,          *
000394*                    SUSPENDED OR OWNED BY ANOTHER PARTNER EACH  *
000395*                    REJECT WITH THEIR OWN REASON.  MASTER NOT   *
000396*                    AVAILABLE REJECTS TOO (FAILS CLOSED)        *
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000680 01  LK-VALID-FLAG               PIC X(01).
000690     88  LK-VALID                VALUE 'Y'.
000700 01  LK-EXC-REASON               PIC X(30).
000701 01  LK-PARTNER-ID               PIC X(04).
000702 01  LK-BUS-DATE                 PIC X(08).
000703 01  LK-P1M-RESULT               PIC X(01).
000704     88  LK-P1M-FOUND            VALUE 'F'.
000705     88  LK-P1M-NOT-FOUND        VALUE 'N'.
000706     88  LK-P1M-UNAVAILABLE      VALUE 'U'.
000707 COPY P1MREC.
000710 PROCEDURE DIVISION USING LK-PIN-REC-TYPE LK-PIN-DATA
000720     LK-P1-WIDTH LK-P2-WIDTH LK-P2-START
000730     LK-OUT-P1 LK-OUT-P2 LK-OUT-P LK-VALID-FLAG LK-EXC-REASON
000734     LK-PARTNER-ID LK-BUS-DATE LK-P1M-RESULT P1M-RECORD.
000740 0000-MAINLINE.
000750     PERFORM 1000-EXTRACT-FIELDS-BY-TYPE THRU 1000-EXIT.
000760     PERFORM 2000-VALIDATE-FIELDS THRU 2000-EXIT.
001240*****************************************************************
001250* 2010-VALIDATE-TYPE-1 - P1 MUST BE 7 FULLY-POPULATED ALPHABETIC *
001260*   CHARACTERS; P2 MUST BE 8 FULLY-POPULATED NUMERIC CHARACTERS. *
001264*   A WELL-FORMED P1 MUST THEN PASS THE REFERENCE MASTER EDIT.   *
001270*****************************************************************
001280 2010-VALIDATE-TYPE-1.
001290     MOVE ZERO TO WS-P1-SPACE-COUNT WS-P2-SPACE-COUNT.
001400             MOVE 'P2 NOT 8 NUMERIC CHARACTERS' TO LK-EXC-REASON
001410         END-IF
001420     END-IF.
001422     IF LK-VALID
001424         PERFORM 2015-EDIT-P1-MASTER THRU 2015-EXIT
001426     END-IF.
001430 2010-EXIT.
001440     EXIT.
001441*****************************************************************
001442* 2015-EDIT-P1-MASTER - THE P1 MUST BE A LIVE ACCOUNT OF THE     *
001443*   SUBMITTING PARTNER ON THE BUSINESS DATE.  THE FIRST FAILING  *
001444*   TEST GIVES THE REASON.  A MASTER THE CALLER COULD NOT READ   *
001445*   REJECTS THE RECORD RATHER THAN LETTING IT THROUGH UNEDITED - *
001446*   THE RECORD CAN BE REPROCESSED ONCE THE MASTER IS BACK.       *
001447*****************************************************************
001448 2015-EDIT-P1-MASTER.
001449     IF NOT LK-P1M-FOUND
001450         MOVE 'N' TO LK-VALID-FLAG
001451         IF LK-P1M-NOT-FOUND
001452             MOVE 'P1 NOT ON REFERENCE MASTER' TO LK-EXC-REASON
001453         ELSE
001454             MOVE 'P1 MASTER NOT AVAILABLE' TO LK-EXC-REASON
001455         END-IF
001456         GO TO 2015-EXIT
001457     END-IF.
001458     IF P1M-EFF-DATE > LK-BUS-DATE
001459         MOVE 'N' TO LK-VALID-FLAG
001460         MOVE 'P1 NOT YET EFFECTIVE' TO LK-EXC-REASON
001461         GO TO 2015-EXIT
001462     END-IF.
001463     IF P1M-CLOSED
001464         MOVE 'N' TO LK-VALID-FLAG
001465         MOVE 'P1 ACCOUNT CLOSED' TO LK-EXC-REASON
001466         GO TO 2015-EXIT
001467     END-IF.
001468     IF P1M-SUSPENDED
001469         MOVE 'N' TO LK-VALID-FLAG
001470         MOVE 'P1 ACCOUNT SUSPENDED' TO LK-EXC-REASON
001471         GO TO 2015-EXIT
001472     END-IF.
001473     IF P1M-END-DATE NOT = SPACES
001474         AND P1M-END-DATE < LK-BUS-DATE
001475         MOVE 'N' TO LK-VALID-FLAG
001476         MOVE 'P1 NO LONGER EFFECTIVE' TO LK-EXC-REASON
001477         GO TO 2015-EXIT
001478     END-IF.
001479     IF P1M-PARTNER-ID NOT = LK-PARTNER-ID
001480         MOVE 'N' TO LK-VALID-FLAG
001481         MOVE 'P1 OWNED BY ANOTHER PARTNER' TO LK-EXC-REASON
001482     END-IF.
001483 2015-EXIT.
001484     EXIT.
001485*****************************************************************
001486* 2020-VALIDATE-GENERIC - FOR TYPE-2, WHOSE P1/P2-EQUIVALENT     *
001487*   COMES FROM AN UPSTREAM FEED WITH NO GUARANTEED CHARACTER     *
001488*   CLASS.  BOTH FIELDS MUST STILL BE FULLY POPULATED - NO       *
001490*   EMBEDDED OR TRAILING SPACES - AT THEIR FULL LENGTH.          *
001500*****************************************************************
001510 2020-VALIDATE-GENERIC.
