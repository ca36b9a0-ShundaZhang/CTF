000290* MODIFICATION HISTORY                                          *
000300*   DATE       INIT  DESCRIPTION                                *
000310*   2026-08-22  DLM  ORIGINAL                                   *
000311*   2026-10-15  DLM  SIGNED-ON USER MUST HOLD HCTL ON THE       *
000312*                    AUTHORITY FILE (SEE HELLO-AUT) - VIEW TO   *
000313*                    SEE THE CARD, UPDATE TO REWRITE IT.  EACH  *
000314*                    REWRITE IS ALSO ON THE SECURITY LOG        *
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000720     05  WS-CHG-NEW-RSTF         PIC X(01).
000730     05  FILLER                  PIC X(19) VALUE SPACES.
000735 01  WS-CHG-LINE-LEN             PIC S9(04) COMP VALUE 80.
000736 COPY AUTHCOMM.
000737 01  WS-AUC-LEN                  PIC S9(04) COMP VALUE 80.
000740 LINKAGE SECTION.
000750 01  DFHCOMMAREA                 PIC X(01).
000760 PROCEDURE DIVISION.
000800         NOTFND(8100-NO-CARD)
000810         ERROR(9000-ABEND)
000820     END-EXEC.
000821     MOVE SPACES TO AUC-COMMAREA.
000822     MOVE 'V' TO AUC-LEVEL.
000823     PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT.
000824     IF NOT AUC-GRANTED
000825         PERFORM 8200-NOT-AUTHORIZED THRU 8200-EXIT
000826     END-IF.
000830     IF EIBCALEN = 0
000840         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
000850     ELSE
000890         TRANSID('HCTL')
000900         COMMAREA(DFHCOMMAREA)
000910     END-EXEC.
000911*****************************************************************
000912* 0500-CHECK-AUTHORITY - ASK HELLO-AUT WHETHER THE SIGNED-ON    *
000913*   USER MAY RUN THIS TRANSACTION AT AUC-LEVEL.  A DENIAL IS    *
000914*   ALREADY ON THE SECURITY LOG WHEN THIS RETURNS.              *
000915*****************************************************************
000916 0500-CHECK-AUTHORITY.
000917     MOVE 'C' TO AUC-FUNCTION.
000918     MOVE SPACE TO AUC-RESULT.
000919     EXEC CICS LINK PROGRAM('HELLOAUT')
000920         COMMAREA(AUC-COMMAREA)
000921         LENGTH(WS-AUC-LEN)
000922     END-EXEC.
000923 0500-EXIT.
000924     EXIT.
000925*****************************************************************
000926* 0600-LOG-UPDATE - HAVE HELLO-AUT LOG THE UPDATE JUST MADE -   *
000927*   WHAT WAS DONE IN AUC-REASON, TO WHICH KEY IN AUC-DETAIL     *
000928*****************************************************************
000929 0600-LOG-UPDATE.
000930     MOVE 'L' TO AUC-FUNCTION.
000931     EXEC CICS LINK PROGRAM('HELLOAUT')
000932         COMMAREA(AUC-COMMAREA)
000933         LENGTH(WS-AUC-LEN)
000934     END-EXEC.
000935 0600-EXIT.
000936     EXIT.
000937*****************************************************************
000938* 1000-SEND-INITIAL-MAP - FIRST ENTRY INTO THE TRANSACTION -    *
000940*   SHOW THE OPERATOR THE CONTROL CARD AS IT STANDS             *
000950*****************************************************************
000960 1000-SEND-INITIAL-MAP.
001220     MOVE P2WI TO WS-NEW-P2-WIDTH.
001230     MOVE CHKII TO WS-NEW-CHKPT-INT.
001240     MOVE RSTFI TO WS-NEW-RESTART-FLAG.
001242     MOVE 'U' TO AUC-LEVEL.
001244     PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT.
001246     IF AUC-GRANTED
001250         PERFORM 2100-EDIT-INPUT THRU 2100-EXIT
001252     ELSE
001254         MOVE AUC-REASON TO WS-EDIT-MSG
001256     END-IF.
001260     IF WS-EDIT-MSG NOT = SPACES
001270         MOVE SPACES TO HCTLMAPO
001280         MOVE P1WI TO P1WO
002200         FROM(WS-CHG-LINE)
002202         LENGTH(WS-CHG-LINE-LEN)
002204     END-EXEC.
002205     MOVE 'CONTROL CARD REWRITTEN' TO AUC-REASON.
002206     MOVE WS-CTL-KEY TO AUC-DETAIL.
002207     PERFORM 0600-LOG-UPDATE THRU 0600-EXIT.
002208 2200-EXIT.
002210     EXIT.
002220*****************************************************************
002230* 3000-SHOW-CARD - MOVE THE CARD AS IT STANDS TO THE SCREEN     *
002630 8100-EXIT.
002640     EXIT.
002650*****************************************************************
002651* 8200-NOT-AUTHORIZED - HELLO-AUT REFUSED THE SIGNED-ON USER    *
002652*   THIS TRANSACTION - THE DENIAL IS ON THE SECURITY LOG; END   *
002653*   THE CONVERSATION WITHOUT SHOWING ANYTHING                   *
002654*****************************************************************
002655 8200-NOT-AUTHORIZED.
002656     EXEC CICS SEND TEXT
002657         FROM('HELLO-CTL - NOT AUTHORIZED FOR THIS TRANSACTION')
002658         ERASE
002659     END-EXEC.
002660     EXEC CICS RETURN
002661     END-EXEC.
002662 8200-EXIT.
002663     EXIT.
002664*****************************************************************
002665* 9000-ABEND - ANYTHING UNEXPECTED FROM CICS - SIGN OFF CLEANLY *
002670*****************************************************************
002680 9000-ABEND.
002690     EXEC CICS SEND TEXT
