000240* HELLO-FIX 3200-REVALIDATE), SO A CORRECTION THAT WOULD DIE   *
000250* IN THE BATCH DIES ON THE SCREEN INSTEAD, IN FRONT OF THE     *
000260* CLERK WHO CAN FIX IT.                                        *
000261* THAT INCLUDES THE P1 REFERENCE MASTER EDIT, MADE AS OF THE   *
000262* BUSINESS DATE FOR THE PARTNER THE EXCEPTION CAME IN UNDER -  *
000263* THE PARTNER THE NEXT BUILD WILL SUBMIT THE RECYCLED PAIR     *
000264* UNDER.                                                       *
000270*                                                                *
000280* KEY AN OLD P1/P2 ALONE TO SEE THAT EXCEPTION AND THE LIST    *
000290* FROM IT ONWARD; KEY REPLACEMENT FIELDS TOO AND THE          *
000366*                    CONTENT TESTS SENT A PLAIN LOOKUP DOWN     *
000367*                    THE CORRECTION PATH WITH LOW-VALUES        *
000368*                    REPLACEMENT FIELDS                         *
000369*   2026-10-15  DLM  SIGNED-ON USER MUST HOLD HFIX ON THE       *
000370*                    AUTHORITY FILE (SEE HELLO-AUT) - VIEW TO   *
000371*                    BROWSE, UPDATE TO QUEUE A CORRECTION.      *
000372*                    EACH QUEUED CORRECTION IS ALSO ON THE      *
000373*                    SECURITY LOG                               *
000374*   2026-10-15  DLM  REPLACEMENT P1 IS NOW ALSO EDITED AGAINST  *
000375*                    THE P1 REFERENCE MASTER (P1MASTER) AS OF   *
000376*                    THE PROCDATE BUSINESS DATE                 *
000377*   2026-10-15  DLM  THE EDIT NOW USES THE EXCEPTION'S OWN      *
000378*                    PARTNER (EXO-PARTNER-ID, BLANK TAKEN AS    *
000379*                    THE HOUSE PARTNER '0001'), AND THE QUEUED  *
000380*                    CORRECTION CARRIES IT IN CQ-PARTNER-ID     *
000381*****************************************************************
000382 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.    IBM-370.
000410 OBJECT-COMPUTER.    IBM-370.
000550 01  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
000560 01  WS-WRK-P1                   PIC X(07) VALUE SPACES.
000570 01  WS-WRK-P2                   PIC X(08) VALUE SPACES.
000575 01  WS-WRK-PARTNER              PIC X(04) VALUE SPACES.
000580 01  WS-PIN-REC-TYPE             PIC X(01).
000590 01  WS-PIN-DATA.
000600     05  WS-PIN-P1               PIC X(07).
000680 01  WS-VALID-FLAG               PIC X(01).
000690     88  WS-VALID                VALUE 'Y'.
000700 01  WS-EXC-REASON               PIC X(30).
000701 01  WS-HOUSE-PARTNER            PIC X(04) VALUE '0001'.
000702 01  WS-BUS-DATE                 PIC X(08).
000703 01  WS-P1M-RESULT               PIC X(01).
000704 COPY PDATEREC.
000705 COPY P1MREC.
000706 COPY AUTHCOMM.
000707 01  WS-AUC-LEN                  PIC S9(04) COMP VALUE 80.
000710 LINKAGE SECTION.
000720 01  DFHCOMMAREA                 PIC X(01).
000730 PROCEDURE DIVISION.
000760         MAPFAIL(8000-NO-INPUT)
000770         ERROR(9000-ABEND)
000780     END-EXEC.
000781     MOVE SPACES TO AUC-COMMAREA.
000782     MOVE 'V' TO AUC-LEVEL.
000783     PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT.
000784     IF NOT AUC-GRANTED
000785         PERFORM 8200-NOT-AUTHORIZED THRU 8200-EXIT
000786     END-IF.
000790     IF EIBCALEN = 0
000800         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
000810     ELSE
000850         TRANSID('HFIX')
000860         COMMAREA(DFHCOMMAREA)
000870     END-EXEC.
000871*****************************************************************
000872* 0500-CHECK-AUTHORITY - ASK HELLO-AUT WHETHER THE SIGNED-ON    *
000873*   USER MAY RUN THIS TRANSACTION AT AUC-LEVEL.  A DENIAL IS    *
000874*   ALREADY ON THE SECURITY LOG WHEN THIS RETURNS.              *
000875*****************************************************************
000876 0500-CHECK-AUTHORITY.
000877     MOVE 'C' TO AUC-FUNCTION.
000878     MOVE SPACE TO AUC-RESULT.
000879     EXEC CICS LINK PROGRAM('HELLOAUT')
000880         COMMAREA(AUC-COMMAREA)
000881         LENGTH(WS-AUC-LEN)
000882     END-EXEC.
000883 0500-EXIT.
000884     EXIT.
000885*****************************************************************
000886* 0600-LOG-UPDATE - HAVE HELLO-AUT LOG THE UPDATE JUST MADE -   *
000887*   WHAT WAS DONE IN AUC-REASON, TO WHICH KEY IN AUC-DETAIL     *
000888*****************************************************************
000889 0600-LOG-UPDATE.
000890     MOVE 'L' TO AUC-FUNCTION.
000891     EXEC CICS LINK PROGRAM('HELLOAUT')
000892         COMMAREA(AUC-COMMAREA)
000893         LENGTH(WS-AUC-LEN)
000894     END-EXEC.
000895 0600-EXIT.
000896     EXIT.
000897*****************************************************************
000898* 1000-SEND-INITIAL-MAP - FIRST ENTRY - SHOW THE OUTSTANDING    *
000900*   EXCEPTIONS FROM THE TOP, NOTHING KEYED YET                  *
000910*****************************************************************
000920 1000-SEND-INITIAL-MAP.
001800     MOVE EXO-P1 TO OP1O.
001810     MOVE EXO-P2 TO OP2O.
001820     MOVE EXO-REASON TO RSNO.
001821     MOVE EXO-FIRST-DATE TO FSDO.
001822     MOVE 'U' TO AUC-LEVEL.
001823     PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT.
001824     IF NOT AUC-GRANTED
001825         MOVE NP1I TO NP1O
001826         MOVE NP2I TO NP2O
001827         MOVE AUC-REASON TO STATO
001828         GO TO 3000-EXIT
001829     END-IF.
001835*    A REPLACEMENT FIELD THE CLERK NEVER KEYED (LENGTH ZERO)
001837*    KEEPS THE ORIGINAL VALUE, AS A BLANK CORCARD FIELD DOES.
001840     IF NP1L = 0
001930     END-IF.
001940     MOVE '1' TO WS-PIN-REC-TYPE.
001950     MOVE WS-WRK-P1 TO WS-PIN-P1.
001951     MOVE WS-WRK-P2 TO WS-PIN-P2.
001952     MOVE EXO-PARTNER-ID TO WS-WRK-PARTNER.
001953     IF WS-WRK-PARTNER = SPACES
001954         MOVE WS-HOUSE-PARTNER TO WS-WRK-PARTNER
001955     END-IF.
001961     MOVE WS-WRK-P1 TO NP1O.
001962     MOVE WS-WRK-P2 TO NP2O.
001963     PERFORM 3100-LOOKUP-P1-MASTER THRU 3100-EXIT.
001964     IF WS-BUS-DATE = SPACES
001965         MOVE 'PROCDATE NOT AVAILABLE' TO STATO
001966         GO TO 3000-EXIT
001967     END-IF.
001970     CALL 'HELLO-BLD' USING WS-PIN-REC-TYPE WS-PIN-DATA
001980         WS-P1-WIDTH WS-P2-WIDTH WS-P2-START
001990         WS-OUT-P1 WS-OUT-P2 WS-OUT-P WS-VALID-FLAG
002000         WS-EXC-REASON WS-WRK-PARTNER WS-BUS-DATE
002010         WS-P1M-RESULT P1M-RECORD.
002030     IF NOT WS-VALID
002040         MOVE WS-EXC-REASON TO STATO
002050         GO TO 3000-EXIT
002090     MOVE EXO-P2 TO CQ-OLD-P2.
002100     MOVE WS-WRK-P1 TO CQ-NEW-P1.
002110     MOVE WS-WRK-P2 TO CQ-NEW-P2.
002115     MOVE WS-WRK-PARTNER TO CQ-PARTNER-ID.
002120     EXEC CICS WRITE FILE('CORQUEUE')
002130         FROM(CQ-RECORD)
002140         RIDFLD(CQ-KEY)
002192         IF WS-RESP = DFHRESP(NORMAL)
002194             MOVE WS-WRK-P1 TO CQ-NEW-P1
002196             MOVE WS-WRK-P2 TO CQ-NEW-P2
002198             MOVE WS-WRK-PARTNER TO CQ-PARTNER-ID
002200             EXEC CICS REWRITE FILE('CORQUEUE')
002210                 FROM(CQ-RECORD)
002220                 RESP(WS-RESP)
002240     END-IF.
002250     IF WS-RESP = DFHRESP(NORMAL)
002260         MOVE 'QUEUED FOR NEXT HELOFIX RUN' TO STATO
002261         MOVE 'CORRECTION QUEUED' TO AUC-REASON
002262         MOVE CQ-OLD-P1 TO AUC-DETAIL(1:7)
002263         MOVE CQ-OLD-P2 TO AUC-DETAIL(8:8)
002264         PERFORM 0600-LOG-UPDATE THRU 0600-EXIT
002270     ELSE
002280         MOVE 'CORQUEUE WRITE FAILED' TO STATO
002290     END-IF.
002300 3000-EXIT.
002310     EXIT.
002311*****************************************************************
002312* 3100-LOOKUP-P1-MASTER - GET THE BUSINESS DATE FROM PROCDATE   *
002313*   (SPACES WHEN IT CANNOT BE READ) AND READ THE REPLACEMENT P1 *
002314*   FROM THE P1 REFERENCE MASTER FOR HELLO-BLD: 'F' FOUND, 'N'  *
002315*   NOT ON FILE, 'U' ANY OTHER FAILURE.                         *
002316*****************************************************************
002317 3100-LOOKUP-P1-MASTER.
002318     MOVE SPACES TO WS-BUS-DATE.
002319     MOVE 'PROCDATE' TO PDT-KEY.
002320     EXEC CICS READ FILE('PROCDATE')
002321         INTO(PDT-RECORD)
002322         RIDFLD(PDT-KEY)
002323         RESP(WS-RESP)
002324     END-EXEC.
002325     IF WS-RESP NOT = DFHRESP(NORMAL)
002326         GO TO 3100-EXIT
002327     END-IF.
002328     MOVE PDT-BUS-DATE TO WS-BUS-DATE.
002329     MOVE WS-PIN-P1 TO P1M-P1.
002330     EXEC CICS READ FILE('P1MASTER')
002331         INTO(P1M-RECORD)
002332         RIDFLD(P1M-P1)
002333         RESP(WS-RESP)
002334     END-EXEC.
002335     EVALUATE TRUE
002336         WHEN WS-RESP = DFHRESP(NORMAL)
002337             MOVE 'F' TO WS-P1M-RESULT
002338         WHEN WS-RESP = DFHRESP(NOTFND)
002339             MOVE 'N' TO WS-P1M-RESULT
002340         WHEN OTHER
002341             MOVE 'U' TO WS-P1M-RESULT
002342     END-EVALUATE.
002343 3100-EXIT.
002344     EXIT.
002345*****************************************************************
002346* 4000-BUILD-LIST - BROWSE UP TO SIX OUTSTANDING EXCEPTIONS     *
002347*   FROM THE CURRENT KEY ONWARD                                 *
002350*****************************************************************
002360 4000-BUILD-LIST.
002370     PERFORM 4100-CLEAR-LINES THRU 4100-EXIT
003150 8000-EXIT.
003160     EXIT.
003170*****************************************************************
003171* 8200-NOT-AUTHORIZED - HELLO-AUT REFUSED THE SIGNED-ON USER    *
003172*   THIS TRANSACTION - THE DENIAL IS ON THE SECURITY LOG; END   *
003173*   THE CONVERSATION WITHOUT SHOWING ANYTHING                   *
003174*****************************************************************
003175 8200-NOT-AUTHORIZED.
003176     EXEC CICS SEND TEXT
003177         FROM('HELLO-WKB - NOT AUTHORIZED FOR THIS TRANSACTION')
003178         ERASE
003179     END-EXEC.
003180     EXEC CICS RETURN
003181     END-EXEC.
003182 8200-EXIT.
003183     EXIT.
003184*****************************************************************
003185* 9000-ABEND - ANYTHING UNEXPECTED FROM CICS - SIGN OFF CLEANLY *
003190*****************************************************************
003200 9000-ABEND.
003210     EXEC CICS SEND TEXT
