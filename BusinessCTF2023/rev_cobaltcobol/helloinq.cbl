000210* OPERATOR-ENTERABLE FIELD.  THE RECORD TYPE PASSED TO HELLO-BLD *
000220* IS ALWAYS FORCED TO '1' REGARDLESS OF WHAT IS ON THE SCREEN.   *
000230*                                                                *
000231* THE P1 IS EDITED AGAINST THE P1 REFERENCE MASTER (P1MASTER) AS *
000232* OF THE BUSINESS DATE ON PROCDATE, FOR THE PARTNER KEYED IN PID *
000233* (BLANK MEANS THE HOUSE PARTNER 0001, AS IN THE BATCH), SO THE  *
000234* ANSWER IS THE ONE THE NEXT BATCH BUILD WOULD GIVE.             *
000235*                                                                *
000240* MODIFICATION HISTORY                                          *
000250*   DATE       INIT  DESCRIPTION                                *
000260*   2026-08-09  DLM  ORIGINAL                                   *
000310*                    MAP SO THE EXISTING MOVE -1 TO P1L ACTUALLY *
000320*                    POSITIONS THE CURSOR ON P1 INSTEAD OF       *
000330*                    HAVING NO EFFECT                            *
000333*   2026-10-15  DLM  SIGNED-ON USER MUST HOLD HINQ ON THE        *
000336*                    AUTHORITY FILE (SEE HELLO-AUT)              *
000337*   2026-10-15  DLM  P1 REFERENCE MASTER EDIT - READS PROCDATE   *
000338*                    AND P1MASTER FOR HELLO-BLD; NEW PID FIELD   *
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000530 01  WS-VALID-FLAG               PIC X(01).
000540     88  WS-VALID                VALUE 'Y'.
000550 01  WS-EXC-REASON               PIC X(30).
000551 01  WS-PARTNER-ID               PIC X(04).
000552 01  WS-BUS-DATE                 PIC X(08).
000553 01  WS-P1M-RESULT               PIC X(01).
000554 01  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
000555 COPY PDATEREC.
000556 COPY P1MREC.
000557 COPY AUTHCOMM.
000558 01  WS-AUC-LEN                  PIC S9(04) COMP VALUE 80.
000560 LINKAGE SECTION.
000570 01  DFHCOMMAREA                 PIC X(01).
000580 PROCEDURE DIVISION.
000610         MAPFAIL(8000-NO-INPUT)
000620         ERROR(9000-ABEND)
000630     END-EXEC.
000631     MOVE SPACES TO AUC-COMMAREA.
000632     MOVE 'V' TO AUC-LEVEL.
000633     PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT.
000634     IF NOT AUC-GRANTED
000635         PERFORM 8200-NOT-AUTHORIZED THRU 8200-EXIT
000636     END-IF.
000640     IF EIBCALEN = 0
000650         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
000660     ELSE
000710         COMMAREA(DFHCOMMAREA)
000720     END-EXEC.
000730*****************************************************************
000731* 0500-CHECK-AUTHORITY - ASK HELLO-AUT WHETHER THE SIGNED-ON     *
000732*   USER MAY RUN THIS TRANSACTION AT AUC-LEVEL.  A DENIAL IS     *
000733*   ALREADY ON THE SECURITY LOG WHEN THIS RETURNS.               *
000734*****************************************************************
000735 0500-CHECK-AUTHORITY.
000736     MOVE 'C' TO AUC-FUNCTION.
000737     MOVE SPACE TO AUC-RESULT.
000738     EXEC CICS LINK PROGRAM('HELLOAUT')
000739         COMMAREA(AUC-COMMAREA)
000740         LENGTH(WS-AUC-LEN)
000741     END-EXEC.
000742 0500-EXIT.
000743     EXIT.
000744*****************************************************************
000745* 1000-SEND-INITIAL-MAP - FIRST ENTRY INTO THE TRANSACTION,      *
000750*   BEFORE THE OPERATOR HAS KEYED ANYTHING                       *
000760*****************************************************************
000770 1000-SEND-INITIAL-MAP.
000960     MOVE '1' TO WS-PIN-REC-TYPE.
000970     MOVE P1I TO WS-PIN-P1.
000980     MOVE P2I TO WS-PIN-P2.
000981     IF PIDL = ZERO OR PIDI = SPACES OR PIDI = LOW-VALUES
000982         MOVE '0001' TO WS-PARTNER-ID
000983     ELSE
000984         MOVE PIDI TO WS-PARTNER-ID
000985     END-IF.
000986     PERFORM 2100-READ-BUS-DATE THRU 2100-EXIT.
000987     IF WS-BUS-DATE = SPACES
000988         MOVE SPACES TO WS-OUT-P
000989         MOVE 'N' TO WS-VALID-FLAG
000990         MOVE 'PROCDATE NOT AVAILABLE' TO WS-EXC-REASON
000991     ELSE
000992         PERFORM 2200-LOOKUP-P1-MASTER THRU 2200-EXIT
000993         CALL 'HELLO-BLD' USING WS-PIN-REC-TYPE WS-PIN-DATA
001000             WS-P1-WIDTH WS-P2-WIDTH WS-P2-START
001010             WS-OUT-P1 WS-OUT-P2 WS-OUT-P WS-VALID-FLAG
001012             WS-EXC-REASON WS-PARTNER-ID WS-BUS-DATE
001014             WS-P1M-RESULT P1M-RECORD
001016     END-IF.
001020     MOVE SPACES TO HELOMAPO.
001030     MOVE '1' TO TYPEO.
001040     MOVE P1I TO P1O.
001050     MOVE P2I TO P2O.
001054     MOVE WS-PARTNER-ID TO PIDO.
001060     MOVE WS-OUT-P TO PVALO.
001070     IF WS-VALID
001080         MOVE 'VALID - P BUILT SUCCESSFULLY' TO STATO
001150     END-EXEC.
001160 2000-EXIT.
001170     EXIT.
001171*****************************************************************
001172* 2100-READ-BUS-DATE - THE BUSINESS DATE THE P1'S EFFECTIVE      *
001173*   DATES ARE MEASURED AGAINST.  AN INQUIRY IS ANSWERED WHETHER  *
001174*   THE DATE IS OPEN OR CLOSED; WS-BUS-DATE IS LEFT AS SPACES    *
001175*   WHEN PROCDATE CANNOT BE READ.                                *
001176*****************************************************************
001177 2100-READ-BUS-DATE.
001178     MOVE SPACES TO WS-BUS-DATE.
001179     MOVE 'PROCDATE' TO PDT-KEY.
001180     EXEC CICS READ FILE('PROCDATE')
001181         INTO(PDT-RECORD)
001182         RIDFLD(PDT-KEY)
001183         RESP(WS-RESP)
001184     END-EXEC.
001185     IF WS-RESP = DFHRESP(NORMAL)
001186         MOVE PDT-BUS-DATE TO WS-BUS-DATE
001187     END-IF.
001188 2100-EXIT.
001189     EXIT.
001190*****************************************************************
001191* 2200-LOOKUP-P1-MASTER - READ THE KEYED P1 FROM THE P1          *
001192*   REFERENCE MASTER FOR HELLO-BLD: 'F' FOUND, 'N' NOT ON FILE,  *
001193*   'U' ANY OTHER FAILURE (HELLO-BLD THEN REFUSES THE P1)        *
001194*****************************************************************
001195 2200-LOOKUP-P1-MASTER.
001196     MOVE WS-PIN-P1 TO P1M-P1.
001197     EXEC CICS READ FILE('P1MASTER')
001198         INTO(P1M-RECORD)
001199         RIDFLD(P1M-P1)
001200         RESP(WS-RESP)
001201     END-EXEC.
001202     EVALUATE TRUE
001203         WHEN WS-RESP = DFHRESP(NORMAL)
001204             MOVE 'F' TO WS-P1M-RESULT
001205         WHEN WS-RESP = DFHRESP(NOTFND)
001206             MOVE 'N' TO WS-P1M-RESULT
001207         WHEN OTHER
001208             MOVE 'U' TO WS-P1M-RESULT
001209     END-EVALUATE.
001210 2200-EXIT.
001211     EXIT.
001212*****************************************************************
001213* 8000-NO-INPUT - THE OPERATOR PRESSED ENTER WITHOUT KEYING P1   *
001214*   AND P2 - ASK AGAIN                                           *
001215*****************************************************************
001220 8000-NO-INPUT.
001230     MOVE SPACES TO HELOMAPO.
001240     MOVE '1' TO TYPEO.
001340 8000-EXIT.
001350     EXIT.
001360*****************************************************************
001361* 8200-NOT-AUTHORIZED - HELLO-AUT REFUSED THE SIGNED-ON USER     *
001362*   THIS TRANSACTION - THE DENIAL IS ON THE SECURITY LOG; END    *
001363*   THE CONVERSATION WITHOUT SHOWING ANYTHING                    *
001364*****************************************************************
001365 8200-NOT-AUTHORIZED.
001366     EXEC CICS SEND TEXT
001367         FROM('HELLO-INQ - NOT AUTHORIZED FOR THIS TRANSACTION')
001368         ERASE
001369     END-EXEC.
001370     EXEC CICS RETURN
001371     END-EXEC.
001372 8200-EXIT.
001373     EXIT.
001374*****************************************************************
001375* 9000-ABEND - ANYTHING UNEXPECTED FROM CICS - SIGN OFF CLEANLY  *
001380*****************************************************************
001390 9000-ABEND.
001400     EXEC CICS SEND TEXT
