000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLO-ISS.
000030 AUTHOR.         D L MILLER.
000040 INSTALLATION.   FEDORA DATA CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*****************************************************************
000080* HELLO-ISS IS A PSEUDO-CONVERSATIONAL CICS TRANSACTION (HISS)  *
000090* FOR ISSUING A SINGLE P IMMEDIATELY, WITHOUT WAITING FOR THE   *
000100* NIGHTLY CHAIN.  THE OPERATOR KEYS P1 AND P2 (OR P1 ALONE FOR  *
000110* THE NEXT FREE SERIAL, AS A P1-ONLY PINFILE RECORD GETS IN     *
000120* HELLO-WORLD 2080-ASSIGN-SERIAL) AND THE REQUESTING PARTNER.   *
000130*                                                               *
000140* THE P IS BUILT BY THE SAME HELLO-BLD CALL THE BATCH USES, AT  *
000150* THE SPLIT ON THE CONTROL CARD, AND IS WRITTEN STRAIGHT ONTO   *
000160* PREGSTRY.  THE REGISTRY WRITE ITSELF IS THE DUPLICATE CHECK - *
000170* A P (OR A P1/P2 PAIR, THROUGH THE UNIQUE PREGPATH PATH) THAT  *
000180* HAS EVER BEEN ISSUED, ACTIVE OR VOIDED, COMES BACK DUPREC AND *
000190* IS REFUSED, SO NO TWO TERMINALS AND NO TERMINAL AND BATCH RUN *
000200* CAN EVER ISSUE THE SAME P.                                    *
000202* HELLO-BLD'S EDIT INCLUDES THE P1 REFERENCE MASTER (P1MASTER): *
000204* THE P1 MUST BE A LIVE ACCOUNT OF THE REQUESTING PARTNER ON    *
000206* THE BUSINESS DATE.                                            *
000210*                                                               *
000220* EVERY P ISSUED HERE IS ALSO WRITTEN, IN AUDREC LAYOUT WITH    *
000230* RUN ID 'ONLINE'+BUSINESS DATE AND THE PARTNER ID, TO THE      *
000240* ONLISSUE LOG.  THE NEXT DAILY RUN (HELLO-WORLD, OR HELLO-MRGE *
000250* IN THE PARTITIONED CHAIN) COPIES THE LOG INTO THE DAY'S       *
000260* POUTFILE AND AUDFILE SO THE P IS TRANSMITTED AND BILLED WITH  *
000270* THE REST OF THE DAY'S WORK; HELLO-BAL COUNTS IT AS ITS OWN    *
000280* INPUT; THE CYCLE THEN EMPTIES THE LOG.  THE REGISTRY WRITE    *
000290* AND THE LOG WRITE ARE ONE UNIT OF WORK - IF THE LOG CANNOT BE *
000300* WRITTEN THE REGISTRY ENTRY IS BACKED OUT AND NOTHING IS       *
000310* ISSUED.  PREGSTRY AND ONLISSUE MUST THEREFORE BOTH BE DEFINED *
000320* RECOVERABLE TO CICS.                                          *
000330*                                                               *
000340* ISSUANCE IS ONLY OPEN WHILE THE BUSINESS DATE IS OPEN ON      *
000350* PROCDATE.  OPERATIONS CLOSE PREGSTRY AND ONLISSUE IN CICS FOR *
000360* THE BATCH WINDOW (SEE THE HELODAY DECKS); A CLOSED FILE IS    *
000370* REPORTED TO THE OPERATOR AS ISSUANCE CLOSED.                  *
000380*                                                               *
000390* THE ISSUED SCREEN IS SENT WITH ERASE, SO PRESSING ENTER AGAIN *
000400* SENDS NOTHING AND CANNOT ISSUE A SECOND SERIAL BY ACCIDENT.   *
000410*                                                               *
000420* MODIFICATION HISTORY                                          *
000430*   DATE       INIT  DESCRIPTION                                *
000440*   2026-10-15  DLM  ORIGINAL                                   *
000442*   2026-10-15  DLM  P1 READ FROM THE P1 REFERENCE MASTER AND   *
000444*                    PASSED TO HELLO-BLD FOR THE ACCOUNT-STATUS *
000446*                    AND OWNERSHIP EDIT                         *
000447*   2026-10-15  DLM  P1-ONLY ISSUES NOW START ABOVE THE HIGHEST *
000448*                    SERIAL REGISTERED FOR THE P1 (PREGPATH) AND*
000449*                    GIVE UP AFTER WS-SER-TRY-LIMIT COLLISIONS  *
000450*****************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.    IBM-370.
000490 OBJECT-COMPUTER.    IBM-370.
000500 DATA DIVISION.
000510 WORKING-STORAGE SECTION.
000520 COPY DFHAID.
000530 COPY HISSMAP.
000540 COPY PARTREC.
000550 COPY PDATEREC.
000560 COPY CTLCARD.
000570 COPY REGREC.
000580 COPY AUDREC.
000584 COPY P1MREC.
000590 COPY AUTHCOMM.
000600 01  WS-AUC-LEN                  PIC S9(04) COMP VALUE 80.
000610 01  WS-CTL-KEY                  PIC X(08) VALUE 'CTLCARD '.
000620 01  WS-HOUSE-PARTNER            PIC X(04) VALUE '0001'.
000630 01  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
000640 01  WS-ABS-TIME                 PIC S9(15) COMP-3 VALUE ZERO.
000650 01  WS-CLK-DATE                 PIC X(08) VALUE SPACES.
000660 01  WS-CLK-TIME                 PIC X(06) VALUE SPACES.
000670 01  WS-ISS-RUN-ID.
000680     05  FILLER                  PIC X(06) VALUE 'ONLINE'.
000690     05  WS-ISS-BUS-DATE         PIC X(08) VALUE SPACES.
000700 01  WS-ISS-TS.
000710     05  WS-ISS-TS-DATE          PIC X(08) VALUE SPACES.
000720     05  WS-ISS-TS-TIME          PIC X(06) VALUE SPACES.
000730 01  WS-IN-P1                    PIC X(07) VALUE SPACES.
000740 01  WS-IN-P2                    PIC X(08) VALUE SPACES.
000750 01  WS-IN-PID                   PIC X(04) VALUE SPACES.
000760 01  WS-PIN-REC-TYPE             PIC X(01).
000770 01  WS-PIN-DATA.
000780     05  WS-PIN-P1               PIC X(07).
000790     05  WS-PIN-P2               PIC X(08).
000800 01  WS-P1-WIDTH                 PIC 9(02) VALUE 07.
000810 01  WS-P2-WIDTH                 PIC 9(02) VALUE 08.
000820 01  WS-P2-START                 PIC 9(02) VALUE 08.
000830 01  WS-OUT-P1                   PIC X(07).
000840 01  WS-OUT-P2                   PIC X(08).
000850 01  WS-OUT-P                    PIC X(15).
000860 01  WS-VALID-FLAG               PIC X(01).
000870     88  WS-VALID                VALUE 'Y'.
000880 01  WS-EXC-REASON               PIC X(30).
000884 01  WS-P1M-RESULT               PIC X(01).
000890 01  WS-SER-P2                   PIC 9(08) VALUE ZERO.
000891 01  WS-SER-TRIES                PIC S9(04) COMP VALUE ZERO.
000892 01  WS-SER-TRY-LIMIT            PIC S9(04) COMP VALUE 50.
000893 01  WS-PATH-KEY.
000894     05  WS-PATH-P1              PIC X(07).
000895     05  WS-PATH-P2              PIC X(08).
000900 01  WS-ISSUE-FLAG               PIC X(01) VALUE SPACE.
000910     88  WS-SERIAL-ASSIGNED      VALUE 'A'.
000920 01  WS-EDIT-MSG                 PIC X(30) VALUE SPACES.
000930 01  WS-SWITCHES.
000940     05  WS-SER-FOUND-SWITCH     PIC X(01) VALUE 'N'.
000950         88  WS-SER-FOUND        VALUE 'Y'.
000960     05  WS-ISSUED-SWITCH        PIC X(01) VALUE 'N'.
000970         88  WS-ISSUED           VALUE 'Y'.
000980 LINKAGE SECTION.
000990 01  DFHCOMMAREA                 PIC X(01).
001000 PROCEDURE DIVISION.
001010 0000-MAINLINE.
001020     EXEC CICS HANDLE CONDITION
001030         MAPFAIL(8000-NO-INPUT)
001040         ERROR(9000-ABEND)
001050     END-EXEC.
001060     MOVE SPACES TO AUC-COMMAREA.
001070     MOVE 'V' TO AUC-LEVEL.
001080     PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT.
001090     IF NOT AUC-GRANTED
001100         PERFORM 8200-NOT-AUTHORIZED THRU 8200-EXIT
001110     END-IF.
001120     IF EIBCALEN = 0
001130         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001140     ELSE
001150         PERFORM 2000-RECEIVE-AND-PROCESS THRU 2000-EXIT
001160     END-IF.
001170     EXEC CICS RETURN
001180         TRANSID('HISS')
001190         COMMAREA(DFHCOMMAREA)
001200     END-EXEC.
001210*****************************************************************
001220* 0500-CHECK-AUTHORITY - ASK HELLO-AUT WHETHER THE SIGNED-ON     *
001230*   USER MAY RUN THIS TRANSACTION AT AUC-LEVEL.  A DENIAL IS     *
001240*   ALREADY ON THE SECURITY LOG WHEN THIS RETURNS.               *
001250*****************************************************************
001260 0500-CHECK-AUTHORITY.
001270     MOVE 'C' TO AUC-FUNCTION.
001280     MOVE SPACE TO AUC-RESULT.
001290     EXEC CICS LINK PROGRAM('HELLOAUT')
001300         COMMAREA(AUC-COMMAREA)
001310         LENGTH(WS-AUC-LEN)
001320     END-EXEC.
001330 0500-EXIT.
001340     EXIT.
001350*****************************************************************
001360* 0600-LOG-UPDATE - HAVE HELLO-AUT PUT THE ISSUE JUST MADE ON    *
001370*   THE SECURITY LOG.  THE CALLER SETS AUC-REASON/AUC-DETAIL.    *
001380*****************************************************************
001390 0600-LOG-UPDATE.
001400     MOVE 'L' TO AUC-FUNCTION.
001410     EXEC CICS LINK PROGRAM('HELLOAUT')
001420         COMMAREA(AUC-COMMAREA)
001430         LENGTH(WS-AUC-LEN)
001440     END-EXEC.
001450 0600-EXIT.
001460     EXIT.
001470*****************************************************************
001480* 1000-SEND-INITIAL-MAP - FIRST ENTRY INTO THE TRANSACTION,      *
001490*   BEFORE THE OPERATOR HAS KEYED ANYTHING                       *
001500*****************************************************************
001510 1000-SEND-INITIAL-MAP.
001520     MOVE SPACES TO HISSMAPO.
001530     MOVE 'KEY P1, P2 (OR BLANK), PARTNER' TO STATO.
001540     MOVE -1 TO P1L.
001550     EXEC CICS SEND MAP('HISSMAP')
001560         MAPSET('HISSSET')
001570         ERASE
001580         CURSOR
001590     END-EXEC.
001600 1000-EXIT.
001610     EXIT.
001620*****************************************************************
001630* 2000-RECEIVE-AND-PROCESS - RECEIVE THE OPERATOR'S INPUT, ISSUE *
001640*   THE P IF EVERYTHING PASSES, AND SEND THE RESULT BACK.  THE   *
001650*   RESULT GOES OUT WITH ERASE SO NOTHING IS LEFT MODIFIED ON    *
001660*   THE SCREEN FOR A SECOND ENTER TO RE-SEND.                    *
001670*****************************************************************
001680 2000-RECEIVE-AND-PROCESS.
001690     EXEC CICS RECEIVE MAP('HISSMAP')
001700         MAPSET('HISSSET')
001710     END-EXEC.
001720     PERFORM 2050-SAVE-INPUT THRU 2050-EXIT.
001730     MOVE SPACES TO WS-EDIT-MSG.
001740     MOVE 'N' TO WS-ISSUED-SWITCH.
001750     MOVE 'U' TO AUC-LEVEL.
001760     PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT.
001770     IF AUC-GRANTED
001780         PERFORM 3000-ISSUE-P THRU 3000-EXIT
001790     ELSE
001800         MOVE AUC-REASON TO WS-EDIT-MSG
001810     END-IF.
001820     PERFORM 6000-SHOW-RESULT THRU 6000-EXIT.
001830     EXEC CICS SEND MAP('HISSMAP')
001840         MAPSET('HISSSET')
001850         ERASE
001860         CURSOR
001870     END-EXEC.
001880 2000-EXIT.
001890     EXIT.
001900*****************************************************************
001910* 2050-SAVE-INPUT - PICK UP WHATEVER THE OPERATOR KEYED          *
001920*****************************************************************
001930 2050-SAVE-INPUT.
001940     MOVE SPACES TO WS-IN-P1 WS-IN-P2 WS-IN-PID.
001950     IF P1L > 0
001960         MOVE P1I TO WS-IN-P1
001970     END-IF.
001980     IF P2L > 0
001990         MOVE P2I TO WS-IN-P2
002000     END-IF.
002010     IF PIDL > 0
002020         MOVE PIDI TO WS-IN-PID
002030     END-IF.
002040 2050-EXIT.
002050     EXIT.
002060*****************************************************************
002070* 3000-ISSUE-P - EDIT THE REQUEST, WRITE THE P ONTO PREGSTRY     *
002080*   AND LOG IT ON ONLISSUE.  ANY REFUSAL LEAVES ITS REASON IN    *
002090*   WS-EDIT-MSG AND NOTHING WRITTEN.  A BLANK PARTNER IS THE     *
002100*   HOUSE PARTNER, AS IT IS ON A PINFILE RECORD.                 *
002110*****************************************************************
002120 3000-ISSUE-P.
002130     IF WS-IN-P1 = SPACES
002140         MOVE 'P1 REQUIRED' TO WS-EDIT-MSG
002150         GO TO 3000-EXIT
002160     END-IF.
002170     IF WS-IN-PID = SPACES
002180         MOVE WS-HOUSE-PARTNER TO WS-IN-PID
002190     END-IF.
002200     PERFORM 3100-CHECK-PARTNER THRU 3100-EXIT.
002210     IF WS-EDIT-MSG NOT = SPACES
002220         GO TO 3000-EXIT
002230     END-IF.
002240     PERFORM 3200-GET-BUSINESS-DATE THRU 3200-EXIT.
002250     IF WS-EDIT-MSG NOT = SPACES
002260         GO TO 3000-EXIT
002270     END-IF.
002280     PERFORM 3300-GET-SPLIT THRU 3300-EXIT.
002290     MOVE '1' TO WS-PIN-REC-TYPE.
002300     MOVE WS-IN-P1 TO WS-PIN-P1.
002304     PERFORM 3350-LOOKUP-P1-MASTER THRU 3350-EXIT.
002310     IF WS-IN-P2 = SPACES
002320         PERFORM 3500-ASSIGN-SERIAL THRU 3500-EXIT
002330     ELSE
002340         PERFORM 3400-ISSUE-KEYED-PAIR THRU 3400-EXIT
002350     END-IF.
002360     IF WS-EDIT-MSG NOT = SPACES
002370         GO TO 3000-EXIT
002380     END-IF.
002390     PERFORM 3700-LOG-ISSUE THRU 3700-EXIT.
002400     IF WS-EDIT-MSG NOT = SPACES
002410         GO TO 3000-EXIT
002420     END-IF.
002430     MOVE 'Y' TO WS-ISSUED-SWITCH.
002440     MOVE 'P ISSUED ONLINE' TO AUC-REASON.
002450     MOVE WS-OUT-P TO AUC-DETAIL.
002460     PERFORM 0600-LOG-UPDATE THRU 0600-EXIT.
002470     IF WS-SERIAL-ASSIGNED
002480         MOVE 'P ISSUED - SERIAL ASSIGNED' TO WS-EDIT-MSG
002490     ELSE
002500         MOVE 'P ISSUED' TO WS-EDIT-MSG
002510     END-IF.
002520 3000-EXIT.
002530     EXIT.
002540*****************************************************************
002550* 3100-CHECK-PARTNER - THE PARTNER MUST BE ON PARTFILE AND       *
002560*   ACTIVE                                                       *
002570*****************************************************************
002580 3100-CHECK-PARTNER.
002590     MOVE WS-IN-PID TO PPF-PARTNER-ID.
002600     EXEC CICS READ FILE('PARTFILE')
002610         INTO(PPF-RECORD)
002620         RIDFLD(PPF-PARTNER-ID)
002630         RESP(WS-RESP)
002640     END-EXEC.
002650     EVALUATE TRUE
002660         WHEN WS-RESP = DFHRESP(NOTFND)
002670             MOVE 'PARTNER NOT ON FILE' TO WS-EDIT-MSG
002680         WHEN WS-RESP NOT = DFHRESP(NORMAL)
002690             MOVE 'PARTFILE NOT AVAILABLE' TO WS-EDIT-MSG
002700         WHEN NOT PPF-ACTIVE
002710             MOVE 'PARTNER NOT ACTIVE' TO WS-EDIT-MSG
002720     END-EVALUATE.
002730 3100-EXIT.
002740     EXIT.
002750*****************************************************************
002760* 3200-GET-BUSINESS-DATE - ONLINE ISSUES BELONG TO THE OPEN      *
002770*   BUSINESS DATE ON PROCDATE.  ONCE HELLO-EOD HAS CLOSED THE    *
002780*   DATE NOTHING MORE IS ISSUED UNTIL IT IS ADVANCED.  THE       *
002790*   TIMESTAMP IS THE BUSINESS DATE AND THE CLOCK TIME, AS A      *
002800*   BATCH RUN'S IS.                                              *
002810*****************************************************************
002820 3200-GET-BUSINESS-DATE.
002830     MOVE 'PROCDATE' TO PDT-KEY.
002840     EXEC CICS READ FILE('PROCDATE')
002850         INTO(PDT-RECORD)
002860         RIDFLD(PDT-KEY)
002870         RESP(WS-RESP)
002880     END-EXEC.
002890     IF WS-RESP NOT = DFHRESP(NORMAL)
002900         MOVE 'PROCDATE NOT AVAILABLE' TO WS-EDIT-MSG
002910         GO TO 3200-EXIT
002920     END-IF.
002930     IF NOT PDT-OPEN
002940         MOVE 'BUSINESS DATE NOT OPEN' TO WS-EDIT-MSG
002950         GO TO 3200-EXIT
002960     END-IF.
002970     EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
002980     EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
002990         YYYYMMDD(WS-CLK-DATE)
003000         TIME(WS-CLK-TIME)
003010     END-EXEC.
003020     MOVE PDT-BUS-DATE TO WS-ISS-BUS-DATE.
003030     MOVE PDT-BUS-DATE TO WS-ISS-TS-DATE.
003040     MOVE WS-CLK-TIME TO WS-ISS-TS-TIME.
003050 3200-EXIT.
003060     EXIT.
003070*****************************************************************
003080* 3300-GET-SPLIT - USE THE P1/P2 SPLIT ON THE CONTROL CARD, SO   *
003090*   AN ONLINE P IS BUILT EXACTLY AS TONIGHT'S BATCH WOULD BUILD  *
003100*   IT.  A MISSING OR INVALID CARD MEANS THE STANDARD 7+8 SPLIT, *
003110*   AS IN HELLO-WORLD 1010-READ-CONTROL-CARD.                    *
003120*****************************************************************
003130 3300-GET-SPLIT.
003140     MOVE 07 TO WS-P1-WIDTH.
003150     MOVE 08 TO WS-P2-WIDTH.
003160     EXEC CICS READ FILE('CTLFILE')
003170         INTO(CTL-RECORD)
003180         RIDFLD(WS-CTL-KEY)
003190         RESP(WS-RESP)
003200     END-EXEC.
003210     IF WS-RESP = DFHRESP(NORMAL)
003220         IF CTL-P1-WIDTH + CTL-P2-WIDTH = 15
003230             AND CTL-P1-WIDTH > 0 AND CTL-P2-WIDTH > 0
003240             MOVE CTL-P1-WIDTH TO WS-P1-WIDTH
003250             MOVE CTL-P2-WIDTH TO WS-P2-WIDTH
003260         END-IF
003270     END-IF.
003280     COMPUTE WS-P2-START = WS-P1-WIDTH + 1.
003290 3300-EXIT.
003300     EXIT.
003301*****************************************************************
003302* 3350-LOOKUP-P1-MASTER - READ THE KEYED P1 FROM THE P1          *
003303*   REFERENCE MASTER FOR HELLO-BLD: 'F' FOUND, 'N' NOT ON FILE,  *
003304*   'U' ANY OTHER FAILURE (HELLO-BLD THEN REFUSES THE ISSUE).    *
003305*   ONE READ SERVES EVERY SERIAL A P1-ONLY REQUEST TRIES.        *
003306*****************************************************************
003307 3350-LOOKUP-P1-MASTER.
003308     MOVE WS-PIN-P1 TO P1M-P1.
003309     EXEC CICS READ FILE('P1MASTER')
003310         INTO(P1M-RECORD)
003311         RIDFLD(P1M-P1)
003312         RESP(WS-RESP)
003313     END-EXEC.
003314     EVALUATE TRUE
003315         WHEN WS-RESP = DFHRESP(NORMAL)
003316             MOVE 'F' TO WS-P1M-RESULT
003317         WHEN WS-RESP = DFHRESP(NOTFND)
003318             MOVE 'N' TO WS-P1M-RESULT
003319         WHEN OTHER
003320             MOVE 'U' TO WS-P1M-RESULT
003321     END-EVALUATE.
003322 3350-EXIT.
003323     EXIT.
003324*****************************************************************
003325* 3400-ISSUE-KEYED-PAIR - BUILD THE P FROM THE KEYED P1/P2 AND   *
003330*   WRITE IT ONTO THE REGISTRY                                   *
003340*****************************************************************
003350 3400-ISSUE-KEYED-PAIR.
003360     MOVE 'Y' TO WS-ISSUE-FLAG.
003370     MOVE WS-IN-P2 TO WS-PIN-P2.
003380     CALL 'HELLO-BLD' USING WS-PIN-REC-TYPE WS-PIN-DATA
003390         WS-P1-WIDTH WS-P2-WIDTH WS-P2-START
003400         WS-OUT-P1 WS-OUT-P2 WS-OUT-P WS-VALID-FLAG WS-EXC-REASON
003404         WS-IN-PID WS-ISS-BUS-DATE WS-P1M-RESULT P1M-RECORD.
003410     IF NOT WS-VALID
003420         MOVE WS-EXC-REASON TO WS-EDIT-MSG
003430         GO TO 3400-EXIT
003440     END-IF.
003450     PERFORM 3600-WRITE-REGISTRY THRU 3600-EXIT.
003460     EVALUATE TRUE
003470         WHEN WS-RESP = DFHRESP(NORMAL)
003480             CONTINUE
003490         WHEN WS-RESP = DFHRESP(DUPREC)
003500             MOVE 'P ALREADY ISSUED' TO WS-EDIT-MSG
003510         WHEN WS-RESP = DFHRESP(NOTOPEN)
003520             OR WS-RESP = DFHRESP(DISABLED)
003530             MOVE 'ISSUANCE CLOSED - BATCH WINDOW' TO WS-EDIT-MSG
003540         WHEN OTHER
003550             MOVE 'REGISTRY WRITE FAILED' TO WS-EDIT-MSG
003560     END-EVALUATE.
003570 3400-EXIT.
003580     EXIT.
003590*****************************************************************
003600* 3500-ASSIGN-SERIAL - P1 ONLY.  WALK THE 8-DIGIT SERIALS UP     *
003606*   FROM THE HIGHEST ONE ALREADY REGISTERED FOR THE P1 - THE     *
003612*   BATCH CARRIES ITS HIGH-WATER MARK THE SAME WAY - AND TAKE    *
003620*   THE FIRST ONE THE REGISTRY ACCEPTS.  THE WRITE IS THE TEST,  *
003630*   SO A SERIAL TAKEN BY ANOTHER TERMINAL OR THE BATCH A MOMENT  *
003640*   EARLIER IS JUST ANOTHER DUPREC AND THE WALK MOVES ON - BUT   *
003644*   ONLY WS-SER-TRY-LIMIT TIMES, SO ONE TASK NEVER RUNS AWAY.    *
003650*****************************************************************
003660 3500-ASSIGN-SERIAL.
003670     MOVE 'A' TO WS-ISSUE-FLAG.
003680     MOVE ZERO TO WS-SER-P2 WS-SER-TRIES.
003690     MOVE 'N' TO WS-SER-FOUND-SWITCH.
003691     PERFORM 3520-FIND-HIGH-SERIAL THRU 3520-EXIT.
003692     IF WS-EDIT-MSG NOT = SPACES
003693         GO TO 3500-EXIT
003694     END-IF.
003700     PERFORM 3510-TRY-NEXT-SERIAL THRU 3510-EXIT
003710         UNTIL WS-SER-FOUND
003720             OR WS-EDIT-MSG NOT = SPACES
003730             OR WS-SER-P2 >= 99999999
003734             OR WS-SER-TRIES >= WS-SER-TRY-LIMIT.
003740     IF WS-EDIT-MSG = SPACES AND NOT WS-SER-FOUND
003742         IF WS-SER-TRIES >= WS-SER-TRY-LIMIT
003744             MOVE 'NO FREE SERIAL - TRY AGAIN' TO WS-EDIT-MSG
003746         ELSE
003750             MOVE 'SERIAL RANGE EXHAUSTED' TO WS-EDIT-MSG
003754         END-IF
003760     END-IF.
003770 3500-EXIT.
003780     EXIT.
003790*****************************************************************
003800* 3510-TRY-NEXT-SERIAL - BUILD THE NEXT CANDIDATE THROUGH        *
003810*   HELLO-BLD AND TRY TO REGISTER IT.  A FAILED EDIT (A BAD P1   *
003820*   FAILS FOR EVERY SERIAL) ENDS THE WALK WITH HELLO-BLD'S OWN   *
003830*   REASON.                                                      *
003840*****************************************************************
003850 3510-TRY-NEXT-SERIAL.
003860     ADD 1 TO WS-SER-P2.
003864     ADD 1 TO WS-SER-TRIES.
003870     MOVE WS-SER-P2 TO WS-PIN-P2.
003880     CALL 'HELLO-BLD' USING WS-PIN-REC-TYPE WS-PIN-DATA
003890         WS-P1-WIDTH WS-P2-WIDTH WS-P2-START
003900         WS-OUT-P1 WS-OUT-P2 WS-OUT-P WS-VALID-FLAG WS-EXC-REASON
003904         WS-IN-PID WS-ISS-BUS-DATE WS-P1M-RESULT P1M-RECORD.
003910     IF NOT WS-VALID
003920         MOVE WS-EXC-REASON TO WS-EDIT-MSG
003930         GO TO 3510-EXIT
003940     END-IF.
003950     PERFORM 3600-WRITE-REGISTRY THRU 3600-EXIT.
003960     EVALUATE TRUE
003970         WHEN WS-RESP = DFHRESP(NORMAL)
003980             MOVE 'Y' TO WS-SER-FOUND-SWITCH
003990         WHEN WS-RESP = DFHRESP(DUPREC)
004000             CONTINUE
004010         WHEN WS-RESP = DFHRESP(NOTOPEN)
004020             OR WS-RESP = DFHRESP(DISABLED)
004030             MOVE 'ISSUANCE CLOSED - BATCH WINDOW' TO WS-EDIT-MSG
004040         WHEN OTHER
004050             MOVE 'REGISTRY WRITE FAILED' TO WS-EDIT-MSG
004060     END-EVALUATE.
004070 3510-EXIT.
004080     EXIT.
004081*****************************************************************
004082* 3520-FIND-HIGH-SERIAL - BROWSE BACK THROUGH PREGPATH (P1/P2    *
004083*   ORDER) FROM JUST PAST THE P1 TO ITS HIGHEST REGISTERED       *
004084*   SERIAL, AND START THE WALK THERE.  A P1 WITH NO ENTRY (OR A  *
004085*   NON-NUMERIC HIGHEST P2) STARTS FROM 1 AS BEFORE.  A P1 AT    *
004086*   THE END OF THE FILE HAS NOTHING PAST IT, SO THE BROWSE IS    *
004087*   RESTARTED FROM HIGH-VALUES, WHICH POSITIONS AT THE END.      *
004088*****************************************************************
004089 3520-FIND-HIGH-SERIAL.
004090     MOVE WS-PIN-P1 TO WS-PATH-P1.
004091     MOVE HIGH-VALUES TO WS-PATH-P2.
004092     EXEC CICS STARTBR FILE('PREGPATH')
004093         RIDFLD(WS-PATH-KEY)
004094         GTEQ
004095         RESP(WS-RESP)
004096     END-EXEC.
004097     IF WS-RESP = DFHRESP(NOTFND)
004098         MOVE HIGH-VALUES TO WS-PATH-KEY
004099         EXEC CICS STARTBR FILE('PREGPATH')
004100             RIDFLD(WS-PATH-KEY)
004101             GTEQ
004102             RESP(WS-RESP)
004103         END-EXEC
004104     END-IF.
004105     EVALUATE TRUE
004106         WHEN WS-RESP = DFHRESP(NORMAL)
004107             CONTINUE
004108         WHEN WS-RESP = DFHRESP(NOTFND)
004109             GO TO 3520-EXIT
004110         WHEN WS-RESP = DFHRESP(NOTOPEN)
004111             OR WS-RESP = DFHRESP(DISABLED)
004112             MOVE 'ISSUANCE CLOSED - BATCH WINDOW' TO WS-EDIT-MSG
004113             GO TO 3520-EXIT
004114         WHEN OTHER
004115             MOVE 'REGISTRY READ FAILED' TO WS-EDIT-MSG
004116             GO TO 3520-EXIT
004117     END-EVALUATE.
004118     PERFORM 3530-READ-BACK THRU 3530-EXIT.
004119*    THE FIRST READPREV CAN RETURN THE ENTRY THE BROWSE WAS
004120*    POSITIONED ON - THE NEXT P1'S FIRST - SO ONE MORE STEP BACK.
004121     IF WS-RESP = DFHRESP(NORMAL) AND REG-P1 > WS-PIN-P1
004122         PERFORM 3530-READ-BACK THRU 3530-EXIT
004123     END-IF.
004124     IF WS-RESP = DFHRESP(NORMAL) AND REG-P1 = WS-PIN-P1
004125         AND REG-P2 NUMERIC
004126         MOVE REG-P2 TO WS-SER-P2
004127     END-IF.
004128     EXEC CICS ENDBR FILE('PREGPATH')
004129         RESP(WS-RESP)
004130     END-EXEC.
004131 3520-EXIT.
004132     EXIT.
004133*****************************************************************
004134* 3530-READ-BACK - ONE STEP BACK THROUGH THE PREGPATH BROWSE     *
004135*****************************************************************
004136 3530-READ-BACK.
004137     EXEC CICS READPREV FILE('PREGPATH')
004138         INTO(REG-RECORD)
004139         RIDFLD(WS-PATH-KEY)
004140         RESP(WS-RESP)
004141     END-EXEC.
004142 3530-EXIT.
004143     EXIT.
004144*****************************************************************
004145* 3600-WRITE-REGISTRY - ADD THE CANDIDATE P TO PREGSTRY AS AN    *
004146*   ACTIVE ENTRY.  THE CALLER TESTS WS-RESP.                     *
004147*****************************************************************
004148 3600-WRITE-REGISTRY.
004149     MOVE SPACES TO REG-RECORD.
004150     MOVE WS-OUT-P TO REG-P.
004160     MOVE WS-OUT-P1 TO REG-P1.
004170     MOVE WS-OUT-P2 TO REG-P2.
004180     MOVE WS-ISS-RUN-ID TO REG-RUN-ID.
004190     MOVE WS-ISS-TS TO REG-TIMESTAMP.
004200     MOVE 'A' TO REG-STATUS.
004210     EXEC CICS WRITE FILE('PREGSTRY')
004220         FROM(REG-RECORD)
004230         RIDFLD(REG-P)
004240         RESP(WS-RESP)
004250     END-EXEC.
004260 3600-EXIT.
004270     EXIT.
004280*****************************************************************
004290* 3700-LOG-ISSUE - WRITE THE ISSUE TO ONLISSUE FOR THE NEXT      *
004300*   DAILY RUN.  IF IT CANNOT BE LOGGED THE BATCH WOULD NEVER     *
004310*   TRANSMIT IT, SO THE REGISTRY ENTRY IS BACKED OUT WITH IT.    *
004320*****************************************************************
004330 3700-LOG-ISSUE.
004340     MOVE SPACES TO AUD-RECORD.
004350     MOVE WS-ISS-RUN-ID TO AUD-RUN-ID.
004360     MOVE WS-ISS-TS TO AUD-TIMESTAMP.
004370     MOVE WS-OUT-P1 TO AUD-P1.
004380     MOVE WS-OUT-P2 TO AUD-P2.
004390     MOVE WS-OUT-P TO AUD-P.
004400     MOVE WS-ISSUE-FLAG TO AUD-VALID-FLAG.
004410     MOVE WS-IN-PID TO AUD-PARTNER-ID.
004420     EXEC CICS WRITE FILE('ONLISSUE')
004430         FROM(AUD-RECORD)
004440         RIDFLD(AUD-P)
004450         RESP(WS-RESP)
004460     END-EXEC.
004470     IF WS-RESP NOT = DFHRESP(NORMAL)
004480         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
004490         MOVE 'ISSUE LOG FAILED - NOT ISSUED' TO WS-EDIT-MSG
004500     END-IF.
004510 3700-EXIT.
004520     EXIT.
004530*****************************************************************
004540* 6000-SHOW-RESULT - PUT THE REQUEST AND ITS OUTCOME BACK ON     *
004550*   THE SCREEN.  P IS ONLY SHOWN WHEN ONE WAS ISSUED.            *
004560*****************************************************************
004570 6000-SHOW-RESULT.
004580     MOVE SPACES TO HISSMAPO.
004590     MOVE WS-IN-P1 TO P1O.
004600     MOVE WS-IN-P2 TO P2O.
004610     MOVE WS-IN-PID TO PIDO.
004620     IF WS-ISSUED
004630         MOVE WS-PIN-P2 TO P2O
004640         MOVE WS-OUT-P TO PVALO
004650     END-IF.
004660     MOVE WS-EDIT-MSG TO STATO.
004670     MOVE -1 TO P1L.
004680 6000-EXIT.
004690     EXIT.
004700*****************************************************************
004710* 8000-NO-INPUT - THE OPERATOR PRESSED ENTER WITHOUT KEYING      *
004720*   ANYTHING - ASK AGAIN                                         *
004730*****************************************************************
004740 8000-NO-INPUT.
004750     MOVE SPACES TO HISSMAPO.
004760     MOVE 'KEY P1, P2 (OR BLANK), PARTNER' TO STATO.
004770     MOVE -1 TO P1L.
004780     EXEC CICS SEND MAP('HISSMAP')
004790         MAPSET('HISSSET')
004800         ERASE
004810         CURSOR
004820     END-EXEC.
004830     EXEC CICS RETURN
004840         TRANSID('HISS')
004850         COMMAREA(DFHCOMMAREA)
004860     END-EXEC.
004870 8000-EXIT.
004880     EXIT.
004890*****************************************************************
004900* 8200-NOT-AUTHORIZED - HELLO-AUT REFUSED THE SIGNED-ON USER     *
004910*   THIS TRANSACTION - THE DENIAL IS ON THE SECURITY LOG; END    *
004920*   THE CONVERSATION WITHOUT SHOWING ANYTHING                    *
004930*****************************************************************
004940 8200-NOT-AUTHORIZED.
004950     EXEC CICS SEND TEXT
004960         FROM('HELLO-ISS - NOT AUTHORIZED FOR THIS TRANSACTION')
004970         ERASE
004980     END-EXEC.
004990     EXEC CICS RETURN
005000     END-EXEC.
005010 8200-EXIT.
005020     EXIT.
005030*****************************************************************
005040* 9000-ABEND - ANYTHING UNEXPECTED FROM CICS - SIGN OFF CLEANLY  *
005050*****************************************************************
005060 9000-ABEND.
005070     EXEC CICS SEND TEXT
005080         FROM('HELLO-ISS - UNEXPECTED ERROR - TRANSACTION ENDED')
005090         ERASE
005100     END-EXEC.
005110     EXEC CICS RETURN
005120     END-EXEC.
005130 9000-EXIT.
005140     EXIT.
