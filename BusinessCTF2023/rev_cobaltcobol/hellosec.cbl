000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLO-SEC.
000030 AUTHOR.         D L MILLER.
000040 INSTALLATION.   FEDORA DATA CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*****************************************************************
000080* HELLO-SEC IS THE USER AUTHORITY MAINTENANCE SCREEN FOR THE    *
000090* SECURITY ADMINISTRATOR, A PSEUDO-CONVERSATIONAL CICS          *
000100* TRANSACTION (HSEC) IN THE STYLE OF HELLO-PRT'S HPRT.  THE     *
000110* AUTHORITY FILE (AUTHREC LAYOUT, VSAM KSDS FILE AUTHFILE, KEYED*
000120* BY CICS USER ID) SAYS WHICH HELLO TRANSACTIONS EACH USER MAY  *
000130* RUN AND WHETHER THEY MAY UPDATE THROUGH THEM OR ONLY VIEW -   *
000140* SEE HELLO-AUT, WHICH EVERY HELLO TRANSACTION ASKS ON ENTRY.   *
000150*                                                                *
000160* THE ADMINISTRATOR KEYS AN ACTION AND A USER ID:               *
000170*   B  BROWSE - LIST THE USERS FROM THE KEYED USER ON           *
000180*   A  ADD A USER FROM THE KEYED FIELDS                         *
000190*   C  CHANGE A USER - A FIELD LEFT UNKEYED KEEPS ITS VALUE;    *
000200*      KEY SPACES OVER A TRANSACTION AND LEVEL TO REMOVE THAT   *
000210*      GRANT                                                    *
000220*   D  DISABLE A USER (ACTIVE FLAG TO N)                        *
000230*   BLANK SHOWS THE KEYED USER AND THE LIST FROM IT ONWARD.     *
000240* A USER IS NEVER DELETED - THE SECURITY LOG STILL NAMES THEM.  *
000250* BEFORE ANY WRITE THE RECORD MUST PASS THESE EDITS:            *
000260*   - EVERY GRANT NAMES A HELLO TRANSACTION, AT LEVEL V OR U,   *
000270*     AND NO TRANSACTION IS GRANTED TWICE                       *
000280*   - THE ADMINISTRATOR CANNOT DISABLE THEMSELVES OR TAKE AWAY  *
000290*     THEIR OWN HSEC UPDATE GRANT, SO THE FILE CAN NEVER BE LEFT*
000300*     WITH NOBODY ABLE TO MAINTAIN IT                           *
000310* EVERY ADD, CHANGE AND DISABLE IS STAMPED ON THE RECORD WITH   *
000320* THE ADMINISTRATOR AND A TIMESTAMP AND LOGGED THROUGH HELLO-AUT*
000330* TO THE SECURITY LOG.  THE FIRST ADMINISTRATOR'S RECORD IS     *
000340* LOADED BY THE HELOAUTD DECK.                                  *
000350*                                                                *
000360* MODIFICATION HISTORY                                          *
000370*   DATE       INIT  DESCRIPTION                                *
000380*   2026-10-15  DLM  ORIGINAL                                   *
000383*   2026-10-15  DLM  HISS (HELLO-ISS ONLINE P ISSUANCE) ADDED TO*
000386*                    THE TRANSACTIONS A USER CAN BE GRANTED     *
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.    IBM-370.
000430 OBJECT-COMPUTER.    IBM-370.
000440 DATA DIVISION.
000450 WORKING-STORAGE SECTION.
000460 COPY DFHAID.
000470 COPY HSECMAP.
000480 COPY AUTHREC.
000490 COPY AUTHCOMM.
000500 01  WS-AUC-LEN                  PIC S9(04) COMP VALUE 80.
000510*    THE HELLO TRANSACTIONS A USER CAN BE GRANTED.  A NEW
000520*    TRANSACTION JOINS THIS TABLE WHEN IT STARTS ASKING HELLO-AUT.
000530 01  WS-TRAN-TABLE.
000540     05  FILLER                  PIC X(04) VALUE 'HCTL'.
000550     05  FILLER                  PIC X(04) VALUE 'HFIX'.
000560     05  FILLER                  PIC X(04) VALUE 'HREG'.
000570     05  FILLER                  PIC X(04) VALUE 'HINQ'.
000580     05  FILLER                  PIC X(04) VALUE 'HSTS'.
000590     05  FILLER                  PIC X(04) VALUE 'HPRT'.
000600     05  FILLER                  PIC X(04) VALUE 'HSEC'.
000604     05  FILLER                  PIC X(04) VALUE 'HISS'.
000610 01  WS-TRAN-LIST REDEFINES WS-TRAN-TABLE.
000620     05  WS-KNOWN-TRAN           PIC X(04) OCCURS 8 TIMES
000630                                 INDEXED BY WS-KNOWN-IDX.
000640 01  WS-KNOWN-MAX                PIC 9(02) COMP VALUE 8.
000650 01  WS-ACTION                   PIC X(01) VALUE SPACE.
000660     88  WS-ACT-SHOW             VALUE SPACE.
000670     88  WS-ACT-BROWSE           VALUE 'B'.
000680     88  WS-ACT-ADD              VALUE 'A'.
000690     88  WS-ACT-CHANGE           VALUE 'C'.
000700     88  WS-ACT-DISABLE          VALUE 'D'.
000710 01  WS-BROWSE-KEY               PIC X(08) VALUE LOW-VALUES.
000720*    THE ADMINISTRATOR'S INPUT, SAVED OFF THE MAP BEFORE THE MAP
000730*    AREA IS CLEARED FOR THE REPLY, WITH A SWITCH PER FIELD SAYING
000740*    WHETHER IT WAS KEYED AT ALL.
000750 01  WS-INPUT.
000760     05  WS-IN-UID               PIC X(08).
000770     05  WS-IN-UNAM              PIC X(20).
000780     05  WS-IN-ACTV              PIC X(01).
000790     05  WS-IN-GRANT             OCCURS 8 TIMES.
000800         10  WS-IN-TRAN          PIC X(04).
000810         10  WS-IN-LEVEL         PIC X(01).
000820 01  WS-KEYED-SWITCHES.
000830     05  WS-UID-KEYED-SW         PIC X(01).
000840         88  WS-UID-KEYED        VALUE 'Y'.
000850     05  WS-UNAM-KEYED-SW        PIC X(01).
000860         88  WS-UNAM-KEYED       VALUE 'Y'.
000870     05  WS-ACTV-KEYED-SW        PIC X(01).
000880         88  WS-ACTV-KEYED       VALUE 'Y'.
000890     05  WS-GRANT-KEYED-SW       OCCURS 8 TIMES.
000900         10  WS-TRAN-KEYED-SW    PIC X(01).
000910             88  WS-TRAN-KEYED   VALUE 'Y'.
000920         10  WS-LEVEL-KEYED-SW   PIC X(01).
000930             88  WS-LEVEL-KEYED  VALUE 'Y'.
000940*    ONE USER AS THE LIST BROWSE READS IT - KEPT APART FROM
000950*    AUT-RECORD, WHICH HOLDS THE USER ON THE SCREEN.
000960 01  WS-LIST-USER.
000970     05  WS-LST-USER-ID          PIC X(08).
000980     05  WS-LST-USER-NAME        PIC X(20).
000990     05  WS-LST-ACTIVE-FLAG      PIC X(01).
001000     05  WS-LST-GRANTS           PIC X(40).
001010     05  FILLER                  PIC X(31).
001020 01  WS-LINE-TABLE.
001030     05  WS-LIST-LINE            PIC X(60) OCCURS 6 TIMES.
001040 01  WS-LINE-SUB                 PIC 9(01) VALUE ZERO.
001050 01  WS-ONE-LINE                 PIC X(60) VALUE SPACES.
001060 01  WS-SLOT-SUB                 PIC 9(02) COMP VALUE ZERO.
001070 01  WS-DUP-SUB                  PIC 9(02) COMP VALUE ZERO.
001080 01  WS-DUP-START                PIC 9(02) COMP VALUE ZERO.
001090 01  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
001100 01  WS-USER-ID                  PIC X(08) VALUE SPACES.
001110 01  WS-ABS-TIME                 PIC S9(15) COMP-3 VALUE ZERO.
001120 01  WS-CHG-DATE                 PIC X(08) VALUE SPACES.
001130 01  WS-CHG-TIME                 PIC X(06) VALUE SPACES.
001140 01  WS-CHG-TS                   PIC X(14) VALUE SPACES.
001150 01  WS-OLD-USER                 PIC X(100) VALUE SPACES.
001160 01  WS-EDIT-MSG                 PIC X(30) VALUE SPACES.
001170 01  WS-KNOWN-SWITCH             PIC X(01) VALUE 'N'.
001180     88  WS-TRAN-KNOWN           VALUE 'Y'.
001190 01  WS-OWN-HSEC-SWITCH          PIC X(01) VALUE 'N'.
001200     88  WS-OWN-HSEC-UPDATE      VALUE 'Y'.
001210 LINKAGE SECTION.
001220 01  DFHCOMMAREA                 PIC X(01).
001230 PROCEDURE DIVISION.
001240 0000-MAINLINE.
001250     EXEC CICS HANDLE CONDITION
001260         MAPFAIL(8000-NO-INPUT)
001270         ERROR(9000-ABEND)
001280     END-EXEC.
001290     MOVE SPACES TO AUC-COMMAREA.
001300     MOVE 'V' TO AUC-LEVEL.
001310     PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT.
001320     IF NOT AUC-GRANTED
001330         PERFORM 8200-NOT-AUTHORIZED THRU 8200-EXIT
001340     END-IF.
001350     IF EIBCALEN = 0
001360         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001370     ELSE
001380         PERFORM 2000-RECEIVE-AND-PROCESS THRU 2000-EXIT
001390     END-IF.
001400     EXEC CICS RETURN
001410         TRANSID('HSEC')
001420         COMMAREA(DFHCOMMAREA)
001430     END-EXEC.
001440*****************************************************************
001450* 0500-CHECK-AUTHORITY - ASK HELLO-AUT WHETHER THE SIGNED-ON    *
001460*   USER MAY RUN THIS TRANSACTION AT AUC-LEVEL.  A DENIAL IS    *
001470*   ALREADY ON THE SECURITY LOG WHEN THIS RETURNS.              *
001480*****************************************************************
001490 0500-CHECK-AUTHORITY.
001500     MOVE 'C' TO AUC-FUNCTION.
001510     MOVE SPACE TO AUC-RESULT.
001520     EXEC CICS LINK PROGRAM('HELLOAUT')
001530         COMMAREA(AUC-COMMAREA)
001540         LENGTH(WS-AUC-LEN)
001550     END-EXEC.
001560 0500-EXIT.
001570     EXIT.
001580*****************************************************************
001590* 0600-LOG-UPDATE - HAVE HELLO-AUT LOG THE UPDATE JUST MADE -   *
001600*   WHAT WAS DONE IN AUC-REASON, TO WHICH KEY IN AUC-DETAIL     *
001610*****************************************************************
001620 0600-LOG-UPDATE.
001630     MOVE 'L' TO AUC-FUNCTION.
001640     EXEC CICS LINK PROGRAM('HELLOAUT')
001650         COMMAREA(AUC-COMMAREA)
001660         LENGTH(WS-AUC-LEN)
001670     END-EXEC.
001680 0600-EXIT.
001690     EXIT.
001700*****************************************************************
001710* 1000-SEND-INITIAL-MAP - FIRST ENTRY - LIST THE USERS FROM THE *
001720*   TOP, NOTHING KEYED YET                                      *
001730*****************************************************************
001740 1000-SEND-INITIAL-MAP.
001750     MOVE SPACES TO HSECMAPO.
001760     MOVE LOW-VALUES TO WS-BROWSE-KEY.
001770     PERFORM 4000-BUILD-LIST THRU 4000-EXIT.
001780     PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT.
001790     MOVE 'KEY AN ACTION AND A USER ID' TO STATO.
001800     MOVE -1 TO ACTL.
001810     EXEC CICS SEND MAP('HSECMAP')
001820         MAPSET('HSECSET')
001830         ERASE
001840         CURSOR
001850     END-EXEC.
001860 1000-EXIT.
001870     EXIT.
001880*****************************************************************
001890* 2000-RECEIVE-AND-PROCESS - RECEIVE THE ADMINISTRATOR'S INPUT  *
001900*   AND SHOW, LIST, ADD, CHANGE OR DISABLE.  AN ADD, CHANGE OR  *
001910*   DISABLE NEEDS HSEC UPDATE AUTHORITY; A REFUSAL IS ANSWERED  *
001920*   ON THE SCREEN AND IS ALREADY ON THE SECURITY LOG.           *
001930*****************************************************************
001940 2000-RECEIVE-AND-PROCESS.
001950     EXEC CICS RECEIVE MAP('HSECMAP')
001960         MAPSET('HSECSET')
001970     END-EXEC.
001980     PERFORM 2050-SAVE-INPUT THRU 2050-EXIT.
001990     MOVE SPACES TO HSECMAPO.
002000     MOVE SPACES TO WS-EDIT-MSG.
002010     IF WS-ACT-ADD OR WS-ACT-CHANGE OR WS-ACT-DISABLE
002020         MOVE 'U' TO AUC-LEVEL
002030         PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT
002040     END-IF.
002050     EVALUATE TRUE
002060         WHEN NOT AUC-GRANTED
002070             PERFORM 4000-BUILD-LIST THRU 4000-EXIT
002080             PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT
002090             MOVE WS-ACTION TO ACTO
002100             MOVE WS-IN-UID TO UIDO
002110             MOVE AUC-REASON TO STATO
002120         WHEN WS-ACT-SHOW
002130             PERFORM 2100-SHOW-USER THRU 2100-EXIT
002140         WHEN WS-ACT-BROWSE
002150             PERFORM 2200-BROWSE-USERS THRU 2200-EXIT
002160         WHEN WS-ACT-ADD
002170             PERFORM 3000-ADD-USER THRU 3000-EXIT
002180         WHEN WS-ACT-CHANGE
002190             PERFORM 3100-CHANGE-USER THRU 3100-EXIT
002200         WHEN WS-ACT-DISABLE
002210             PERFORM 3200-DISABLE-USER THRU 3200-EXIT
002220         WHEN OTHER
002230             PERFORM 4000-BUILD-LIST THRU 4000-EXIT
002240             PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT
002250             MOVE WS-ACTION TO ACTO
002260             MOVE 'ACTION MUST BE B, A, C OR D' TO STATO
002270     END-EVALUATE.
002280     EXEC CICS SEND MAP('HSECMAP')
002290         MAPSET('HSECSET')
002300         DATAONLY
002310     END-EXEC.
002320 2000-EXIT.
002330     EXIT.
002340*****************************************************************
002350* 2050-SAVE-INPUT - LIFT THE KEYED FIELDS OFF THE MAP.  A FIELD *
002360*   WITH A ZERO LENGTH WAS NOT KEYED.                           *
002370*****************************************************************
002380 2050-SAVE-INPUT.
002390     MOVE SPACES TO WS-INPUT.
002400     MOVE ALL 'N' TO WS-KEYED-SWITCHES.
002410     MOVE SPACE TO WS-ACTION.
002420     IF ACTL > 0
002430         MOVE ACTI TO WS-ACTION
002440     END-IF.
002450     MOVE LOW-VALUES TO WS-BROWSE-KEY.
002460     IF UIDL > 0
002470         MOVE UIDI TO WS-IN-UID
002480         MOVE UIDI TO WS-BROWSE-KEY
002490         MOVE 'Y' TO WS-UID-KEYED-SW
002500     END-IF.
002510     IF UNAML > 0
002520         MOVE UNAMI TO WS-IN-UNAM
002530         MOVE 'Y' TO WS-UNAM-KEYED-SW
002540     END-IF.
002550     IF ACTVL > 0
002560         MOVE ACTVI TO WS-IN-ACTV
002570         MOVE 'Y' TO WS-ACTV-KEYED-SW
002580     END-IF.
002590     IF T1L > 0
002600         MOVE T1I TO WS-IN-TRAN(1)
002610         MOVE 'Y' TO WS-TRAN-KEYED-SW(1)
002620     END-IF.
002630     IF L1L > 0
002640         MOVE L1I TO WS-IN-LEVEL(1)
002650         MOVE 'Y' TO WS-LEVEL-KEYED-SW(1)
002660     END-IF.
002670     IF T2L > 0
002680         MOVE T2I TO WS-IN-TRAN(2)
002690         MOVE 'Y' TO WS-TRAN-KEYED-SW(2)
002700     END-IF.
002710     IF L2L > 0
002720         MOVE L2I TO WS-IN-LEVEL(2)
002730         MOVE 'Y' TO WS-LEVEL-KEYED-SW(2)
002740     END-IF.
002750     IF T3L > 0
002760         MOVE T3I TO WS-IN-TRAN(3)
002770         MOVE 'Y' TO WS-TRAN-KEYED-SW(3)
002780     END-IF.
002790     IF L3L > 0
002800         MOVE L3I TO WS-IN-LEVEL(3)
002810         MOVE 'Y' TO WS-LEVEL-KEYED-SW(3)
002820     END-IF.
002830     IF T4L > 0
002840         MOVE T4I TO WS-IN-TRAN(4)
002850         MOVE 'Y' TO WS-TRAN-KEYED-SW(4)
002860     END-IF.
002870     IF L4L > 0
002880         MOVE L4I TO WS-IN-LEVEL(4)
002890         MOVE 'Y' TO WS-LEVEL-KEYED-SW(4)
002900     END-IF.
002910     IF T5L > 0
002920         MOVE T5I TO WS-IN-TRAN(5)
002930         MOVE 'Y' TO WS-TRAN-KEYED-SW(5)
002940     END-IF.
002950     IF L5L > 0
002960         MOVE L5I TO WS-IN-LEVEL(5)
002970         MOVE 'Y' TO WS-LEVEL-KEYED-SW(5)
002980     END-IF.
002990     IF T6L > 0
003000         MOVE T6I TO WS-IN-TRAN(6)
003010         MOVE 'Y' TO WS-TRAN-KEYED-SW(6)
003020     END-IF.
003030     IF L6L > 0
003040         MOVE L6I TO WS-IN-LEVEL(6)
003050         MOVE 'Y' TO WS-LEVEL-KEYED-SW(6)
003060     END-IF.
003070     IF T7L > 0
003080         MOVE T7I TO WS-IN-TRAN(7)
003090         MOVE 'Y' TO WS-TRAN-KEYED-SW(7)
003100     END-IF.
003110     IF L7L > 0
003120         MOVE L7I TO WS-IN-LEVEL(7)
003130         MOVE 'Y' TO WS-LEVEL-KEYED-SW(7)
003140     END-IF.
003150     IF T8L > 0
003160         MOVE T8I TO WS-IN-TRAN(8)
003170         MOVE 'Y' TO WS-TRAN-KEYED-SW(8)
003180     END-IF.
003190     IF L8L > 0
003200         MOVE L8I TO WS-IN-LEVEL(8)
003210         MOVE 'Y' TO WS-LEVEL-KEYED-SW(8)
003220     END-IF.
003230 2050-EXIT.
003240     EXIT.
003250*****************************************************************
003260* 2100-SHOW-USER - NO ACTION KEYED - SHOW THE KEYED USER AND    *
003270*   LIST FROM IT ONWARD, OR LIST FROM THE TOP IF NO USER WAS    *
003280*   KEYED.  RESP IS TESTED IN-LINE - NOT FOUND IS AN ANSWER     *
003290*   HERE, NOT AN ERROR.                                         *
003300*****************************************************************
003310 2100-SHOW-USER.
003320     IF NOT WS-UID-KEYED
003330         PERFORM 4000-BUILD-LIST THRU 4000-EXIT
003340         PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT
003350         MOVE 'LISTED FROM THE TOP' TO STATO
003360         GO TO 2100-EXIT
003370     END-IF.
003380     PERFORM 2900-READ-USER THRU 2900-EXIT.
003390     IF WS-RESP NOT = DFHRESP(NORMAL)
003400         MOVE WS-IN-UID TO UIDO
003410         MOVE 'USER NOT ON FILE' TO STATO
003420     ELSE
003430         PERFORM 6000-SHOW-USER THRU 6000-EXIT
003440         MOVE 'KEY C OR D TO UPDATE' TO STATO
003450     END-IF.
003460     PERFORM 4000-BUILD-LIST THRU 4000-EXIT.
003470     PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT.
003480 2100-EXIT.
003490     EXIT.
003500*****************************************************************
003510* 2200-BROWSE-USERS - LIST SIX USERS FROM THE KEYED USER        *
003520*   ONWARD, OR FROM THE TOP                                     *
003530*****************************************************************
003540 2200-BROWSE-USERS.
003550     PERFORM 4000-BUILD-LIST THRU 4000-EXIT.
003560     PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT.
003570     IF NOT WS-UID-KEYED
003580         MOVE 'LISTED FROM THE TOP' TO STATO
003590     ELSE
003600         MOVE WS-IN-UID TO UIDO
003610         MOVE 'LISTED FROM THE KEYED USER' TO STATO
003620     END-IF.
003630     MOVE 'B' TO ACTO.
003640 2200-EXIT.
003650     EXIT.
003660*****************************************************************
003670* 2900-READ-USER - READ THE KEYED USER'S RECORD INTO AUT-RECORD,*
003680*   NO UPDATE INTENT; THE CALLER TESTS WS-RESP                  *
003690*****************************************************************
003700 2900-READ-USER.
003710     MOVE WS-IN-UID TO AUT-USER-ID.
003720     EXEC CICS READ FILE('AUTHFILE')
003730         INTO(AUT-RECORD)
003740         RIDFLD(AUT-USER-ID)
003750         RESP(WS-RESP)
003760     END-EXEC.
003770 2900-EXIT.
003780     EXIT.
003790*****************************************************************
003800* 3000-ADD-USER - BUILD A NEW USER FROM THE KEYED FIELDS, EDIT  *
003810*   IT AND WRITE IT.  AN UNKEYED ACTIVE FLAG MEANS ACTIVE.      *
003820*****************************************************************
003830 3000-ADD-USER.
003840     MOVE SPACES TO AUT-RECORD.
003850     IF NOT WS-UID-KEYED OR WS-IN-UID = SPACES
003860         MOVE 'USER ID REQUIRED' TO WS-EDIT-MSG
003870         GO TO 3000-SHOW
003880     END-IF.
003890     MOVE WS-IN-UID TO AUT-USER-ID.
003900     PERFORM 3300-OVERLAY-INPUT THRU 3300-EXIT.
003910     IF NOT WS-ACTV-KEYED
003920         MOVE 'Y' TO AUT-ACTIVE-FLAG
003930     END-IF.
003940     PERFORM 3500-EDIT-USER THRU 3500-EXIT.
003950     IF WS-EDIT-MSG NOT = SPACES
003960         GO TO 3000-SHOW
003970     END-IF.
003980     PERFORM 3700-STAMP-CHANGE THRU 3700-EXIT.
003990     EXEC CICS WRITE FILE('AUTHFILE')
004000         FROM(AUT-RECORD)
004010         RIDFLD(AUT-USER-ID)
004020         RESP(WS-RESP)
004030     END-EXEC.
004040     EVALUATE TRUE
004050         WHEN WS-RESP = DFHRESP(NORMAL)
004060             MOVE 'USER AUTHORITY ADDED' TO AUC-REASON
004070             MOVE AUT-USER-ID TO AUC-DETAIL
004080             PERFORM 0600-LOG-UPDATE THRU 0600-EXIT
004090             MOVE 'USER ADDED' TO WS-EDIT-MSG
004100         WHEN WS-RESP = DFHRESP(DUPREC)
004110             MOVE 'USER ALREADY ON FILE' TO WS-EDIT-MSG
004120         WHEN OTHER
004130             MOVE 'AUTHFILE WRITE FAILED' TO WS-EDIT-MSG
004140     END-EVALUATE.
004150 3000-SHOW.
004160     PERFORM 6000-SHOW-USER THRU 6000-EXIT.
004170     MOVE 'A' TO ACTO.
004180     MOVE WS-EDIT-MSG TO STATO.
004190     PERFORM 4000-BUILD-LIST THRU 4000-EXIT.
004200     PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT.
004210 3000-EXIT.
004220     EXIT.
004230*****************************************************************
004240* 3100-CHANGE-USER - OVERLAY THE KEYED FIELDS ON THE USER AS IT *
004250*   STANDS, EDIT THE RESULT AND REWRITE IT.  KEYING THE ACTIVE  *
004260*   FLAG Y HERE IS HOW A DISABLED USER IS BROUGHT BACK.         *
004270*****************************************************************
004280 3100-CHANGE-USER.
004290     IF NOT WS-UID-KEYED
004300         MOVE 'USER ID REQUIRED' TO STATO
004310         GO TO 3100-LIST
004320     END-IF.
004330     PERFORM 2900-READ-USER THRU 2900-EXIT.
004340     IF WS-RESP NOT = DFHRESP(NORMAL)
004350         MOVE WS-IN-UID TO UIDO
004360         MOVE 'USER NOT ON FILE' TO STATO
004370         GO TO 3100-LIST
004380     END-IF.
004390     MOVE AUT-RECORD TO WS-OLD-USER.
004400     PERFORM 3300-OVERLAY-INPUT THRU 3300-EXIT.
004410     IF AUT-RECORD = WS-OLD-USER
004420         MOVE 'NO CHANGES KEYED' TO WS-EDIT-MSG
004430         GO TO 3100-SHOW
004440     END-IF.
004450     PERFORM 3500-EDIT-USER THRU 3500-EXIT.
004460     IF WS-EDIT-MSG NOT = SPACES
004470         GO TO 3100-SHOW
004480     END-IF.
004490     PERFORM 3600-REWRITE-USER THRU 3600-EXIT.
004500     IF WS-EDIT-MSG = SPACES
004510         MOVE 'USER AUTHORITY CHANGED' TO AUC-REASON
004520         MOVE AUT-USER-ID TO AUC-DETAIL
004530         PERFORM 0600-LOG-UPDATE THRU 0600-EXIT
004540         MOVE 'USER CHANGED' TO WS-EDIT-MSG
004550     END-IF.
004560 3100-SHOW.
004570     PERFORM 6000-SHOW-USER THRU 6000-EXIT.
004580     MOVE 'C' TO ACTO.
004590     MOVE WS-EDIT-MSG TO STATO.
004600 3100-LIST.
004610     PERFORM 4000-BUILD-LIST THRU 4000-EXIT.
004620     PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT.
004630 3100-EXIT.
004640     EXIT.
004650*****************************************************************
004660* 3200-DISABLE-USER - SET THE KEYED USER'S ACTIVE FLAG TO N.    *
004670*   THE ADMINISTRATOR'S OWN RECORD IS REFUSED.  THE GRANTS ARE  *
004680*   NOT RE-EDITED - A USER IS ALWAYS DISABLED AS THEY STAND.    *
004690*****************************************************************
004700 3200-DISABLE-USER.
004710     IF NOT WS-UID-KEYED
004720         MOVE 'USER ID REQUIRED' TO STATO
004730         GO TO 3200-LIST
004740     END-IF.
004750     PERFORM 2900-READ-USER THRU 2900-EXIT.
004760     IF WS-RESP NOT = DFHRESP(NORMAL)
004770         MOVE WS-IN-UID TO UIDO
004780         MOVE 'USER NOT ON FILE' TO STATO
004790         GO TO 3200-LIST
004800     END-IF.
004810     IF NOT AUT-ACTIVE
004820         MOVE 'USER ALREADY DISABLED' TO WS-EDIT-MSG
004830         GO TO 3200-SHOW
004840     END-IF.
004850     EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC.
004860     IF AUT-USER-ID = WS-USER-ID
004870         MOVE 'MAY NOT DISABLE YOURSELF' TO WS-EDIT-MSG
004880         GO TO 3200-SHOW
004890     END-IF.
004900     MOVE 'N' TO AUT-ACTIVE-FLAG.
004910     PERFORM 3600-REWRITE-USER THRU 3600-EXIT.
004920     IF WS-EDIT-MSG = SPACES
004930         MOVE 'USER AUTHORITY DISABLED' TO AUC-REASON
004940         MOVE AUT-USER-ID TO AUC-DETAIL
004950         PERFORM 0600-LOG-UPDATE THRU 0600-EXIT
004960         MOVE 'USER DISABLED' TO WS-EDIT-MSG
004970     END-IF.
004980 3200-SHOW.
004990     PERFORM 6000-SHOW-USER THRU 6000-EXIT.
005000     MOVE 'D' TO ACTO.
005010     MOVE WS-EDIT-MSG TO STATO.
005020 3200-LIST.
005030     PERFORM 4000-BUILD-LIST THRU 4000-EXIT.
005040     PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT.
005050 3200-EXIT.
005060     EXIT.
005070*****************************************************************
005080* 3300-OVERLAY-INPUT - LAY EVERY KEYED FIELD OVER AUT-RECORD    *
005090*****************************************************************
005100 3300-OVERLAY-INPUT.
005110     IF WS-UNAM-KEYED
005120         MOVE WS-IN-UNAM TO AUT-USER-NAME
005130     END-IF.
005140     IF WS-ACTV-KEYED
005150         MOVE WS-IN-ACTV TO AUT-ACTIVE-FLAG
005160     END-IF.
005170     PERFORM 3310-OVERLAY-GRANT THRU 3310-EXIT
005180         VARYING WS-SLOT-SUB FROM 1 BY 1
005190         UNTIL WS-SLOT-SUB > 8.
005200 3300-EXIT.
005210     EXIT.
005220*****************************************************************
005230* 3310-OVERLAY-GRANT - LAY ONE KEYED GRANT SLOT OVER AUT-RECORD *
005240*****************************************************************
005250 3310-OVERLAY-GRANT.
005260     IF WS-TRAN-KEYED(WS-SLOT-SUB)
005270         MOVE WS-IN-TRAN(WS-SLOT-SUB) TO AUT-TRAN-ID(WS-SLOT-SUB)
005280     END-IF.
005290     IF WS-LEVEL-KEYED(WS-SLOT-SUB)
005300         MOVE WS-IN-LEVEL(WS-SLOT-SUB)
005310             TO AUT-TRAN-LEVEL(WS-SLOT-SUB)
005320     END-IF.
005330 3310-EXIT.
005340     EXIT.
005350*****************************************************************
005360* 3500-EDIT-USER - THE RULES EVERY USER RECORD MUST MEET BEFORE *
005370*   IT IS WRITTEN.  THE FIRST FAILURE IS REPORTED.              *
005380*****************************************************************
005390 3500-EDIT-USER.
005400     MOVE SPACES TO WS-EDIT-MSG.
005410     IF AUT-USER-ID(1:1) = SPACE OR AUT-USER-ID(1:1) = LOW-VALUE
005420         MOVE 'USER ID MAY NOT START BLANK' TO WS-EDIT-MSG
005430         GO TO 3500-EXIT
005440     END-IF.
005450     IF AUT-USER-NAME = SPACES OR AUT-USER-NAME = LOW-VALUES
005460         MOVE 'USER NAME REQUIRED' TO WS-EDIT-MSG
005470         GO TO 3500-EXIT
005480     END-IF.
005490     IF AUT-ACTIVE-FLAG NOT = 'Y' AND AUT-ACTIVE-FLAG NOT = 'N'
005500         MOVE 'ACTIVE FLAG MUST BE Y OR N' TO WS-EDIT-MSG
005510         GO TO 3500-EXIT
005520     END-IF.
005530     MOVE 'N' TO WS-OWN-HSEC-SWITCH.
005540     PERFORM 3510-EDIT-GRANT THRU 3510-EXIT
005550         VARYING WS-SLOT-SUB FROM 1 BY 1
005560         UNTIL WS-SLOT-SUB > 8 OR WS-EDIT-MSG NOT = SPACES.
005570     IF WS-EDIT-MSG NOT = SPACES
005580         GO TO 3500-EXIT
005590     END-IF.
005600     EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC.
005610     IF AUT-USER-ID = WS-USER-ID
005620         AND (NOT AUT-ACTIVE OR NOT WS-OWN-HSEC-UPDATE)
005630         MOVE 'MAY NOT REMOVE OWN HSEC UPDATE' TO WS-EDIT-MSG
005640     END-IF.
005650 3500-EXIT.
005660     EXIT.
005670*****************************************************************
005680* 3510-EDIT-GRANT - ONE GRANT SLOT: EMPTY, OR A KNOWN HELLO     *
005690*   TRANSACTION AT LEVEL V OR U NOT ALREADY GRANTED IN A LATER  *
005700*   SLOT                                                        *
005710*****************************************************************
005720 3510-EDIT-GRANT.
005730     IF AUT-TRAN-ID(WS-SLOT-SUB) = SPACES
005740         AND AUT-TRAN-LEVEL(WS-SLOT-SUB) = SPACE
005750         GO TO 3510-EXIT
005760     END-IF.
005770     IF AUT-TRAN-ID(WS-SLOT-SUB) = SPACES
005780         MOVE 'LEVEL WITHOUT TRANSACTION' TO WS-EDIT-MSG
005790         GO TO 3510-EXIT
005800     END-IF.
005810     MOVE 'N' TO WS-KNOWN-SWITCH.
005820     PERFORM 3520-SCAN-KNOWN THRU 3520-EXIT
005830         VARYING WS-KNOWN-IDX FROM 1 BY 1
005840         UNTIL WS-KNOWN-IDX > WS-KNOWN-MAX OR WS-TRAN-KNOWN.
005850     IF NOT WS-TRAN-KNOWN
005860         STRING 'UNKNOWN TRANSACTION ' AUT-TRAN-ID(WS-SLOT-SUB)
005870             DELIMITED BY SIZE INTO WS-EDIT-MSG
005880         GO TO 3510-EXIT
005890     END-IF.
005900     IF NOT AUT-VIEW-ONLY(WS-SLOT-SUB)
005910         AND NOT AUT-UPDATE(WS-SLOT-SUB)
005920         STRING 'LEVEL FOR ' AUT-TRAN-ID(WS-SLOT-SUB)
005930             ' MUST BE V OR U'
005940             DELIMITED BY SIZE INTO WS-EDIT-MSG
005950         GO TO 3510-EXIT
005960     END-IF.
005970     IF AUT-TRAN-ID(WS-SLOT-SUB) = 'HSEC'
005980         AND AUT-UPDATE(WS-SLOT-SUB)
005990         MOVE 'Y' TO WS-OWN-HSEC-SWITCH
006000     END-IF.
006010     COMPUTE WS-DUP-START = WS-SLOT-SUB + 1.
006020     PERFORM 3530-CHECK-DUP THRU 3530-EXIT
006030         VARYING WS-DUP-SUB FROM WS-DUP-START BY 1
006040         UNTIL WS-DUP-SUB > 8 OR WS-EDIT-MSG NOT = SPACES.
006050 3510-EXIT.
006060     EXIT.
006070*****************************************************************
006080* 3520-SCAN-KNOWN - IS THIS SLOT'S TRANSACTION A HELLO ONE?     *
006090*****************************************************************
006100 3520-SCAN-KNOWN.
006110     IF WS-KNOWN-TRAN(WS-KNOWN-IDX) = AUT-TRAN-ID(WS-SLOT-SUB)
006120         MOVE 'Y' TO WS-KNOWN-SWITCH
006130     END-IF.
006140 3520-EXIT.
006150     EXIT.
006160*****************************************************************
006170* 3530-CHECK-DUP - IS THIS SLOT'S TRANSACTION GRANTED AGAIN IN  *
006180*   A LATER SLOT?                                               *
006190*****************************************************************
006200 3530-CHECK-DUP.
006210     IF AUT-TRAN-ID(WS-DUP-SUB) = AUT-TRAN-ID(WS-SLOT-SUB)
006220         STRING AUT-TRAN-ID(WS-SLOT-SUB) ' GRANTED TWICE'
006230             DELIMITED BY SIZE INTO WS-EDIT-MSG
006240     END-IF.
006250 3530-EXIT.
006260     EXIT.
006270*****************************************************************
006280* 3600-REWRITE-USER - READ THE USER FOR UPDATE, STAMP AND       *
006290*   REWRITE IT AS AUT-RECORD NOW STANDS.  A FAILURE LEAVES ITS  *
006300*   MESSAGE IN WS-EDIT-MSG.                                     *
006310*****************************************************************
006320 3600-REWRITE-USER.
006330     EXEC CICS READ FILE('AUTHFILE')
006340         INTO(WS-OLD-USER)
006350         RIDFLD(AUT-USER-ID)
006360         UPDATE
006370         RESP(WS-RESP)
006380     END-EXEC.
006390     IF WS-RESP NOT = DFHRESP(NORMAL)
006400         MOVE 'AUTHFILE READ FAILED' TO WS-EDIT-MSG
006410         GO TO 3600-EXIT
006420     END-IF.
006430     PERFORM 3700-STAMP-CHANGE THRU 3700-EXIT.
006440     EXEC CICS REWRITE FILE('AUTHFILE')
006450         FROM(AUT-RECORD)
006460         RESP(WS-RESP)
006470     END-EXEC.
006480     IF WS-RESP NOT = DFHRESP(NORMAL)
006490         MOVE 'AUTHFILE REWRITE FAILED' TO WS-EDIT-MSG
006500     END-IF.
006510 3600-EXIT.
006520     EXIT.
006530*****************************************************************
006540* 3700-STAMP-CHANGE - STAMP AUT-RECORD WITH THE ADMINISTRATOR   *
006550*   AND THE TIME OF THIS UPDATE                                 *
006560*****************************************************************
006570 3700-STAMP-CHANGE.
006580     EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC.
006590     EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
006600     EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
006610         YYYYMMDD(WS-CHG-DATE)
006620         TIME(WS-CHG-TIME)
006630     END-EXEC.
006640     MOVE WS-CHG-DATE TO WS-CHG-TS(1:8).
006650     MOVE WS-CHG-TIME TO WS-CHG-TS(9:6).
006660     MOVE WS-USER-ID TO AUT-LAST-CHG-USER.
006670     MOVE WS-CHG-TS TO AUT-LAST-CHG-TS.
006680 3700-EXIT.
006690     EXIT.
006700*****************************************************************
006710* 4000-BUILD-LIST - BROWSE UP TO SIX USERS FROM THE CURRENT KEY *
006720*   ONWARD                                                      *
006730*****************************************************************
006740 4000-BUILD-LIST.
006750     PERFORM 4100-CLEAR-LINES THRU 4100-EXIT
006760         VARYING WS-LINE-SUB FROM 1 BY 1
006770         UNTIL WS-LINE-SUB > 6.
006780     EXEC CICS STARTBR FILE('AUTHFILE')
006790         RIDFLD(WS-BROWSE-KEY)
006800         GTEQ
006810         RESP(WS-RESP)
006820     END-EXEC.
006830     IF WS-RESP NOT = DFHRESP(NORMAL)
006840         MOVE 'NO USERS FROM THIS KEY ON' TO WS-LIST-LINE(1)
006850         GO TO 4000-EXIT
006860     END-IF.
006870     MOVE ZERO TO WS-LINE-SUB.
006880     PERFORM 4200-LIST-ONE THRU 4200-EXIT
006890         UNTIL WS-LINE-SUB >= 6
006900             OR WS-RESP NOT = DFHRESP(NORMAL).
006910     EXEC CICS ENDBR FILE('AUTHFILE')
006920     END-EXEC.
006930 4000-EXIT.
006940     EXIT.
006950*****************************************************************
006960* 4100-CLEAR-LINES - BLANK ONE LIST LINE                        *
006970*****************************************************************
006980 4100-CLEAR-LINES.
006990     MOVE SPACES TO WS-LIST-LINE(WS-LINE-SUB).
007000 4100-EXIT.
007010     EXIT.
007020*****************************************************************
007030* 4200-LIST-ONE - READ THE NEXT USER AND RENDER ITS LINE - ID,  *
007040*   NAME, ACTIVE FLAG AND AS MANY GRANTS AS FIT                 *
007050*****************************************************************
007060 4200-LIST-ONE.
007070     EXEC CICS READNEXT FILE('AUTHFILE')
007080         INTO(WS-LIST-USER)
007090         RIDFLD(WS-BROWSE-KEY)
007100         RESP(WS-RESP)
007110     END-EXEC.
007120     IF WS-RESP NOT = DFHRESP(NORMAL)
007130         GO TO 4200-EXIT
007140     END-IF.
007150     ADD 1 TO WS-LINE-SUB.
007160     MOVE SPACES TO WS-ONE-LINE.
007170     STRING WS-LST-USER-ID ' ' WS-LST-USER-NAME ' '
007180         WS-LST-ACTIVE-FLAG ' ' WS-LST-GRANTS
007190         DELIMITED BY SIZE INTO WS-ONE-LINE.
007200     MOVE WS-ONE-LINE TO WS-LIST-LINE(WS-LINE-SUB).
007210 4200-EXIT.
007220     EXIT.
007230*****************************************************************
007240* 5000-MOVE-LIST-TO-MAP - RENDER THE SIX LIST LINES             *
007250*****************************************************************
007260 5000-MOVE-LIST-TO-MAP.
007270     MOVE WS-LIST-LINE(1) TO BL1O.
007280     MOVE WS-LIST-LINE(2) TO BL2O.
007290     MOVE WS-LIST-LINE(3) TO BL3O.
007300     MOVE WS-LIST-LINE(4) TO BL4O.
007310     MOVE WS-LIST-LINE(5) TO BL5O.
007320     MOVE WS-LIST-LINE(6) TO BL6O.
007330 5000-EXIT.
007340     EXIT.
007350*****************************************************************
007360* 6000-SHOW-USER - MOVE AUT-RECORD TO THE SCREEN - THE USER AS  *
007370*   STORED, OR AS KEYED WHEN AN EDIT REFUSED IT                 *
007380*****************************************************************
007390 6000-SHOW-USER.
007400     MOVE AUT-USER-ID TO UIDO.
007410     MOVE AUT-USER-NAME TO UNAMO.
007420     MOVE AUT-ACTIVE-FLAG TO ACTVO.
007430     MOVE AUT-TRAN-ID(1) TO T1O.
007440     MOVE AUT-TRAN-LEVEL(1) TO L1O.
007450     MOVE AUT-TRAN-ID(2) TO T2O.
007460     MOVE AUT-TRAN-LEVEL(2) TO L2O.
007470     MOVE AUT-TRAN-ID(3) TO T3O.
007480     MOVE AUT-TRAN-LEVEL(3) TO L3O.
007490     MOVE AUT-TRAN-ID(4) TO T4O.
007500     MOVE AUT-TRAN-LEVEL(4) TO L4O.
007510     MOVE AUT-TRAN-ID(5) TO T5O.
007520     MOVE AUT-TRAN-LEVEL(5) TO L5O.
007530     MOVE AUT-TRAN-ID(6) TO T6O.
007540     MOVE AUT-TRAN-LEVEL(6) TO L6O.
007550     MOVE AUT-TRAN-ID(7) TO T7O.
007560     MOVE AUT-TRAN-LEVEL(7) TO L7O.
007570     MOVE AUT-TRAN-ID(8) TO T8O.
007580     MOVE AUT-TRAN-LEVEL(8) TO L8O.
007590 6000-EXIT.
007600     EXIT.
007610*****************************************************************
007620* 8000-NO-INPUT - THE ADMINISTRATOR PRESSED ENTER WITHOUT       *
007630*   KEYING ANYTHING THE MAP COULD CARRY - LIST FROM THE TOP     *
007640*****************************************************************
007650 8000-NO-INPUT.
007660     MOVE SPACES TO HSECMAPO.
007670     MOVE LOW-VALUES TO WS-BROWSE-KEY.
007680     PERFORM 4000-BUILD-LIST THRU 4000-EXIT.
007690     PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT.
007700     MOVE 'KEY AN ACTION AND A USER ID' TO STATO.
007710     EXEC CICS SEND MAP('HSECMAP')
007720         MAPSET('HSECSET')
007730         DATAONLY
007740     END-EXEC.
007750     EXEC CICS RETURN
007760         TRANSID('HSEC')
007770         COMMAREA(DFHCOMMAREA)
007780     END-EXEC.
007790 8000-EXIT.
007800     EXIT.
007810*****************************************************************
007820* 8200-NOT-AUTHORIZED - HELLO-AUT REFUSED THE USER THIS         *
007830*   TRANSACTION - SAY SO AND END THE CONVERSATION.  THE DENIAL  *
007840*   IS ALREADY ON THE SECURITY LOG.                             *
007850*****************************************************************
007860 8200-NOT-AUTHORIZED.
007870     EXEC CICS SEND TEXT
007880         FROM('HELLO-SEC - NOT AUTHORIZED FOR THIS TRANSACTION')
007890         ERASE
007900     END-EXEC.
007910     EXEC CICS RETURN
007920     END-EXEC.
007930 8200-EXIT.
007940     EXIT.
007950*****************************************************************
007960* 9000-ABEND - ANYTHING UNEXPECTED FROM CICS - SIGN OFF CLEANLY *
007970*****************************************************************
007980 9000-ABEND.
007990     EXEC CICS SEND TEXT
008000         FROM('HELLO-SEC - UNEXPECTED ERROR - TRANSACTION ENDED')
008010         ERASE
008020     END-EXEC.
008030     EXEC CICS RETURN
008040     END-EXEC.
008050 9000-EXIT.
008060     EXIT.
