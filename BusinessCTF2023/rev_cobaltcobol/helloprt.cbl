000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLO-PRT.
000030 AUTHOR.         D L MILLER.
000040 INSTALLATION.   FEDORA DATA CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*****************************************************************
000080* HELLO-PRT IS THE PARTNER PROFILE MAINTENANCE SCREEN, A        *
000090* PSEUDO-CONVERSATIONAL CICS TRANSACTION (HPRT) IN THE STYLE OF *
000100* HELLO-CTL'S HCTL.  THE PARTNER PROFILES (PARTREC LAYOUT, VSAM *
000110* KSDS FILE PARTFILE, KEYED BY PARTNER ID) DRIVE HELLO-CNV'S    *
000120* FEED EDITS AND THE TRANSMISSION IDENTITY HELLO-XMIT STAMPS ON *
000130* EACH PARTNER'S BATCH HEADER.  UNTIL NOW THE ONLY WAY TO       *
000140* ONBOARD OR CHANGE A PARTNER WAS A CARD IN THE HELOPRTD LOAD   *
000150* DECK AND A RERUN OF THE REPRO.                                *
000160*                                                                *
000170* THE OPERATOR KEYS AN ACTION AND A PARTNER ID:                 *
000180*   B  BROWSE - LIST THE PROFILES FROM THE KEYED PARTNER ON     *
000190*   A  ADD A NEW PROFILE FROM THE KEYED FIELDS                  *
000200*   C  CHANGE A PROFILE - A FIELD LEFT UNKEYED KEEPS ITS VALUE  *
000210*   D  DEACTIVATE A PROFILE (ACTIVE FLAG TO N)                  *
000220*   BLANK SHOWS THE KEYED PROFILE AND THE LIST FROM IT ONWARD.  *
000230* A PROFILE IS NEVER DELETED - THE BATCH STILL NEEDS THE        *
000240* IDENTITY OF A RETIRED PARTNER FOR ITS HISTORY.  BEFORE ANY    *
000250* WRITE THE PROFILE MUST PASS THE EDITS THE BATCH RELIES ON:    *
000260*   - THE HOUSE PARTNER 0001, WHICH EVERY LEGACY RECORD FALLS   *
000270*     BACK TO, CAN NEVER BE MADE INACTIVE                       *
000280*   - THE FEED FORMAT MUST BE ONE HELLO-CNV CAN CONVERT -       *
000290*     TODAY ONLY 'D' DELIMITED                                  *
000300*   - THE TRANSMISSION IDENTITY MUST BE PRESENT AND HELD BY NO  *
000310*     OTHER PROFILE, ACTIVE OR NOT, SO A BATCH HEADER CAN       *
000320*     NEVER BE ATTRIBUTED DOWNSTREAM TO THE WRONG PARTNER       *
000330* EVERY ADD, CHANGE AND DEACTIVATION WRITES A PRTLREC RECORD -  *
000340* WHO, WHEN, FROM WHICH TERMINAL, AND THE WHOLE PROFILE BEFORE  *
000350* AND AFTER - TO THE PRTA TRANSIENT DATA QUEUE, WHICH THE SHOP  *
000360* ROUTES TO THE PARTNER PROFILE CHANGE LOG DATASET.             *
000370*                                                                *
000380* MODIFICATION HISTORY                                          *
000390*   DATE       INIT  DESCRIPTION                                *
000400*   2026-10-15  DLM  ORIGINAL                                   *
000401*   2026-10-15  DLM  SIGNED-ON USER MUST HOLD HPRT ON THE       *
000402*                    AUTHORITY FILE (SEE HELLO-AUT) - VIEW TO   *
000403*                    SHOW AND BROWSE, UPDATE TO ADD, CHANGE OR  *
000404*                    DEACTIVATE.  EACH UPDATE IS ALSO ON THE    *
000405*                    SECURITY LOG                               *
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.    IBM-370.
000450 OBJECT-COMPUTER.    IBM-370.
000460 DATA DIVISION.
000470 WORKING-STORAGE SECTION.
000480 COPY DFHAID.
000490 COPY HPRTMAP.
000500 COPY PARTREC.
000510 COPY PRTLREC.
000520 01  WS-HOUSE-PARTNER            PIC X(04) VALUE '0001'.
000530 01  WS-ACTION                   PIC X(01) VALUE SPACE.
000540     88  WS-ACT-SHOW             VALUE SPACE.
000550     88  WS-ACT-BROWSE           VALUE 'B'.
000560     88  WS-ACT-ADD              VALUE 'A'.
000570     88  WS-ACT-CHANGE           VALUE 'C'.
000580     88  WS-ACT-DEACTIVATE       VALUE 'D'.
000590 01  WS-BROWSE-KEY               PIC X(04) VALUE LOW-VALUES.
000600*    THE OPERATOR'S INPUT, SAVED OFF THE MAP BEFORE THE MAP AREA
000610*    IS CLEARED FOR THE REPLY, WITH A SWITCH PER FIELD SAYING
000620*    WHETHER IT WAS KEYED AT ALL.
000630 01  WS-INPUT.
000640     05  WS-IN-PID               PIC X(04).
000650     05  WS-IN-NAME              PIC X(20).
000660     05  WS-IN-FMT               PIC X(01).
000670     05  WS-IN-XMID              PIC X(08).
000680     05  WS-IN-ACTV              PIC X(01).
000690 01  WS-KEYED-SWITCHES.
000700     05  WS-PID-KEYED-SW         PIC X(01).
000710         88  WS-PID-KEYED        VALUE 'Y'.
000720     05  WS-NAME-KEYED-SW        PIC X(01).
000730         88  WS-NAME-KEYED       VALUE 'Y'.
000740     05  WS-FMT-KEYED-SW         PIC X(01).
000750         88  WS-FMT-KEYED        VALUE 'Y'.
000760     05  WS-XMID-KEYED-SW        PIC X(01).
000770         88  WS-XMID-KEYED       VALUE 'Y'.
000780     05  WS-ACTV-KEYED-SW        PIC X(01).
000790         88  WS-ACTV-KEYED       VALUE 'Y'.
000800 01  WS-LINE-TABLE.
000810     05  WS-LIST-LINE            PIC X(60) OCCURS 6 TIMES.
000820 01  WS-LINE-SUB                 PIC 9(01) VALUE ZERO.
000830 01  WS-ONE-LINE                 PIC X(60) VALUE SPACES.
000840 01  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
000850 01  WS-USER-ID                  PIC X(08) VALUE SPACES.
000860 01  WS-ABS-TIME                 PIC S9(15) COMP-3 VALUE ZERO.
000870 01  WS-CHG-DATE                 PIC X(08) VALUE SPACES.
000880 01  WS-CHG-TIME                 PIC X(06) VALUE SPACES.
000890 01  WS-CHG-TS                   PIC X(14) VALUE SPACES.
000900*    THE PROFILE AS IT WILL BE WRITTEN - SAME SHAPE AS PARTREC.
000910*    A FORMAT JOINS WS-NEW-FEED-SUPPORTED ONLY WHEN HELLO-CNV
000920*    HAS BEEN TAUGHT TO CONVERT IT.
000930 01  WS-NEW-PROFILE.
000940     05  WS-NEW-PARTNER-ID       PIC X(04).
000950     05  WS-NEW-NAME             PIC X(20).
000960     05  WS-NEW-FEED-FORMAT      PIC X(01).
000970         88  WS-NEW-FEED-SUPPORTED   VALUE 'D'.
000980     05  WS-NEW-XMIT-ID          PIC X(08).
000990     05  WS-NEW-ACTIVE-FLAG      PIC X(01).
001000         88  WS-NEW-ACTIVE           VALUE 'Y'.
001010         88  WS-NEW-FLAG-VALID       VALUE 'Y' 'N'.
001020     05  FILLER                  PIC X(06).
001030 01  WS-OLD-PROFILE              PIC X(40) VALUE SPACES.
001040 01  WS-LOG-ACTION               PIC X(01) VALUE SPACE.
001050 01  WS-EDIT-MSG                 PIC X(30) VALUE SPACES.
001060 01  WS-ID-SPACES                PIC 9(02) VALUE ZERO.
001070 01  WS-XMIT-DUP-SWITCH          PIC X(01) VALUE 'N'.
001080     88  WS-XMIT-DUP             VALUE 'Y'.
001090 01  WS-DUP-PARTNER              PIC X(04) VALUE SPACES.
001100 01  WS-PLG-LEN                  PIC S9(04) COMP VALUE 120.
001103 COPY AUTHCOMM.
001106 01  WS-AUC-LEN                  PIC S9(04) COMP VALUE 80.
001110 LINKAGE SECTION.
001120 01  DFHCOMMAREA                 PIC X(01).
001130 PROCEDURE DIVISION.
001140 0000-MAINLINE.
001150     EXEC CICS HANDLE CONDITION
001160         MAPFAIL(8000-NO-INPUT)
001170         ERROR(9000-ABEND)
001180     END-EXEC.
001181     MOVE SPACES TO AUC-COMMAREA.
001182     MOVE 'V' TO AUC-LEVEL.
001183     PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT.
001184     IF NOT AUC-GRANTED
001185         PERFORM 8200-NOT-AUTHORIZED THRU 8200-EXIT
001186     END-IF.
001190     IF EIBCALEN = 0
001200         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001210     ELSE
001220         PERFORM 2000-RECEIVE-AND-PROCESS THRU 2000-EXIT
001230     END-IF.
001240     EXEC CICS RETURN
001250         TRANSID('HPRT')
001260         COMMAREA(DFHCOMMAREA)
001270     END-EXEC.
001271*****************************************************************
001272* 0500-CHECK-AUTHORITY - ASK HELLO-AUT WHETHER THE SIGNED-ON    *
001273*   USER MAY RUN THIS TRANSACTION AT AUC-LEVEL.  A DENIAL IS    *
001274*   ALREADY ON THE SECURITY LOG WHEN THIS RETURNS.              *
001275*****************************************************************
001276 0500-CHECK-AUTHORITY.
001277     MOVE 'C' TO AUC-FUNCTION.
001278     MOVE SPACE TO AUC-RESULT.
001279     EXEC CICS LINK PROGRAM('HELLOAUT')
001280         COMMAREA(AUC-COMMAREA)
001281         LENGTH(WS-AUC-LEN)
001282     END-EXEC.
001283 0500-EXIT.
001284     EXIT.
001285*****************************************************************
001286* 0600-LOG-UPDATE - HAVE HELLO-AUT LOG THE UPDATE JUST MADE -   *
001287*   WHAT WAS DONE IN AUC-REASON, TO WHICH KEY IN AUC-DETAIL     *
001288*****************************************************************
001289 0600-LOG-UPDATE.
001290     MOVE 'L' TO AUC-FUNCTION.
001291     EXEC CICS LINK PROGRAM('HELLOAUT')
001292         COMMAREA(AUC-COMMAREA)
001293         LENGTH(WS-AUC-LEN)
001294     END-EXEC.
001295 0600-EXIT.
001296     EXIT.
001297*****************************************************************
001298* 1000-SEND-INITIAL-MAP - FIRST ENTRY - LIST THE PROFILES FROM  *
001300*   THE TOP, NOTHING KEYED YET                                  *
001310*****************************************************************
001320 1000-SEND-INITIAL-MAP.
001330     MOVE SPACES TO HPRTMAPO.
001340     MOVE LOW-VALUES TO WS-BROWSE-KEY.
001350     PERFORM 4000-BUILD-LIST THRU 4000-EXIT.
001360     PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT.
001370     MOVE 'KEY AN ACTION AND A PARTNER ID' TO STATO.
001380     MOVE -1 TO ACTL.
001390     EXEC CICS SEND MAP('HPRTMAP')
001400         MAPSET('HPRTSET')
001410         ERASE
001420         CURSOR
001430     END-EXEC.
001440 1000-EXIT.
001450     EXIT.
001460*****************************************************************
001470* 2000-RECEIVE-AND-PROCESS - RECEIVE THE OPERATOR'S INPUT AND   *
001480*   SHOW, LIST, ADD, CHANGE OR DEACTIVATE.  FIELD PRESENCE IS   *
001490*   JUDGED BY THE MAP LENGTH FIELDS, AS IN HELLO-WKB - AN       *
001500*   UNKEYED FIELD COMES BACK LOW-VALUES, NOT SPACES.            *
001510*****************************************************************
001520 2000-RECEIVE-AND-PROCESS.
001530     EXEC CICS RECEIVE MAP('HPRTMAP')
001540         MAPSET('HPRTSET')
001550     END-EXEC.
001560     PERFORM 2050-SAVE-INPUT THRU 2050-EXIT.
001570     MOVE SPACES TO HPRTMAPO.
001580     MOVE SPACES TO WS-EDIT-MSG.
001581     IF WS-ACT-ADD OR WS-ACT-CHANGE OR WS-ACT-DEACTIVATE
001582         MOVE 'U' TO AUC-LEVEL
001583         PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT
001584     END-IF.
001590     EVALUATE TRUE
001591         WHEN NOT AUC-GRANTED
001592             PERFORM 4000-BUILD-LIST THRU 4000-EXIT
001593             PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT
001594             MOVE WS-ACTION TO ACTO
001595             MOVE WS-IN-PID TO PIDO
001596             MOVE AUC-REASON TO STATO
001600         WHEN WS-ACT-SHOW
001610             PERFORM 2100-SHOW-PROFILE THRU 2100-EXIT
001620         WHEN WS-ACT-BROWSE
001630             PERFORM 2200-BROWSE-PROFILES THRU 2200-EXIT
001640         WHEN WS-ACT-ADD
001650             PERFORM 3000-ADD-PROFILE THRU 3000-EXIT
001660         WHEN WS-ACT-CHANGE
001670             PERFORM 3100-CHANGE-PROFILE THRU 3100-EXIT
001680         WHEN WS-ACT-DEACTIVATE
001690             PERFORM 3200-DEACTIVATE-PROFILE THRU 3200-EXIT
001700         WHEN OTHER
001710             PERFORM 4000-BUILD-LIST THRU 4000-EXIT
001720             PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT
001730             MOVE WS-ACTION TO ACTO
001740             MOVE 'ACTION MUST BE B, A, C OR D' TO STATO
001750     END-EVALUATE.
001760     EXEC CICS SEND MAP('HPRTMAP')
001770         MAPSET('HPRTSET')
001780         DATAONLY
001790     END-EXEC.
001800 2000-EXIT.
001810     EXIT.
001820*****************************************************************
001830* 2050-SAVE-INPUT - LIFT THE KEYED FIELDS OFF THE MAP.  A FIELD *
001840*   WITH A ZERO LENGTH WAS NOT KEYED.                           *
001850*****************************************************************
001860 2050-SAVE-INPUT.
001870     MOVE SPACES TO WS-INPUT.
001880     MOVE 'NNNNN' TO WS-KEYED-SWITCHES.
001890     MOVE SPACE TO WS-ACTION.
001900     IF ACTL > 0
001910         MOVE ACTI TO WS-ACTION
001920     END-IF.
001930     MOVE LOW-VALUES TO WS-BROWSE-KEY.
001940     IF PIDL > 0
001950         MOVE PIDI TO WS-IN-PID
001960         MOVE PIDI TO WS-BROWSE-KEY
001970         MOVE 'Y' TO WS-PID-KEYED-SW
001980     END-IF.
001990     IF NAMEL > 0
002000         MOVE NAMEI TO WS-IN-NAME
002010         MOVE 'Y' TO WS-NAME-KEYED-SW
002020     END-IF.
002030     IF FMTL > 0
002040         MOVE FMTI TO WS-IN-FMT
002050         MOVE 'Y' TO WS-FMT-KEYED-SW
002060     END-IF.
002070     IF XMIDL > 0
002080         MOVE XMIDI TO WS-IN-XMID
002090         MOVE 'Y' TO WS-XMID-KEYED-SW
002100     END-IF.
002110     IF ACTVL > 0
002120         MOVE ACTVI TO WS-IN-ACTV
002130         MOVE 'Y' TO WS-ACTV-KEYED-SW
002140     END-IF.
002150 2050-EXIT.
002160     EXIT.
002170*****************************************************************
002180* 2100-SHOW-PROFILE - NO ACTION KEYED - SHOW THE KEYED PROFILE  *
002190*   AND LIST FROM IT ONWARD, OR LIST FROM THE TOP IF NO PARTNER *
002200*   WAS KEYED.  RESP IS TESTED IN-LINE - NOT FOUND IS AN ANSWER *
002210*   HERE, NOT AN ERROR.                                         *
002220*****************************************************************
002230 2100-SHOW-PROFILE.
002240     IF NOT WS-PID-KEYED
002250         PERFORM 4000-BUILD-LIST THRU 4000-EXIT
002260         PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT
002270         MOVE 'LISTED FROM THE TOP' TO STATO
002280         GO TO 2100-EXIT
002290     END-IF.
002300     PERFORM 2900-READ-PROFILE THRU 2900-EXIT.
002310     IF WS-RESP NOT = DFHRESP(NORMAL)
002320         MOVE WS-IN-PID TO PIDO
002330         MOVE 'PARTNER NOT ON FILE' TO STATO
002340     ELSE
002350         MOVE PPF-RECORD TO WS-NEW-PROFILE
002360         PERFORM 6000-SHOW-NEW-PROFILE THRU 6000-EXIT
002370         MOVE 'KEY C OR D TO UPDATE' TO STATO
002380     END-IF.
002390     PERFORM 4000-BUILD-LIST THRU 4000-EXIT.
002400     PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT.
002410 2100-EXIT.
002420     EXIT.
002430*****************************************************************
002440* 2200-BROWSE-PROFILES - LIST SIX PROFILES FROM THE KEYED       *
002450*   PARTNER ONWARD, OR FROM THE TOP                             *
002460*****************************************************************
002470 2200-BROWSE-PROFILES.
002480     PERFORM 4000-BUILD-LIST THRU 4000-EXIT.
002490     PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT.
002500     IF NOT WS-PID-KEYED
002510         MOVE 'LISTED FROM THE TOP' TO STATO
002520     ELSE
002530         MOVE WS-IN-PID TO PIDO
002540         MOVE 'LISTED FROM THE KEYED PARTNER' TO STATO
002550     END-IF.
002560     MOVE 'B' TO ACTO.
002570 2200-EXIT.
002580     EXIT.
002590*****************************************************************
002600* 2900-READ-PROFILE - READ THE KEYED PARTNER'S PROFILE, NO      *
002610*   UPDATE INTENT; THE CALLER TESTS WS-RESP                     *
002620*****************************************************************
002630 2900-READ-PROFILE.
002640     MOVE WS-IN-PID TO PPF-PARTNER-ID.
002650     EXEC CICS READ FILE('PARTFILE')
002660         INTO(PPF-RECORD)
002670         RIDFLD(PPF-PARTNER-ID)
002680         RESP(WS-RESP)
002690     END-EXEC.
002700 2900-EXIT.
002710     EXIT.
002720*****************************************************************
002730* 3000-ADD-PROFILE - BUILD A NEW PROFILE FROM THE KEYED FIELDS, *
002740*   EDIT IT AND WRITE IT.  AN UNKEYED ACTIVE FLAG MEANS ACTIVE. *
002750*****************************************************************
002760 3000-ADD-PROFILE.
002770     MOVE SPACES TO WS-NEW-PROFILE.
002780     IF NOT WS-PID-KEYED OR WS-IN-PID = SPACES
002790         MOVE 'PARTNER ID REQUIRED' TO WS-EDIT-MSG
002800         GO TO 3000-SHOW
002810     END-IF.
002820     MOVE WS-IN-PID TO WS-NEW-PARTNER-ID.
002830     IF WS-NAME-KEYED
002840         MOVE WS-IN-NAME TO WS-NEW-NAME
002850     END-IF.
002860     IF WS-FMT-KEYED
002870         MOVE WS-IN-FMT TO WS-NEW-FEED-FORMAT
002880     END-IF.
002890     IF WS-XMID-KEYED
002900         MOVE WS-IN-XMID TO WS-NEW-XMIT-ID
002910     END-IF.
002920     IF WS-ACTV-KEYED
002930         MOVE WS-IN-ACTV TO WS-NEW-ACTIVE-FLAG
002940     ELSE
002950         MOVE 'Y' TO WS-NEW-ACTIVE-FLAG
002960     END-IF.
002970     PERFORM 3500-EDIT-PROFILE THRU 3500-EXIT.
002980     IF WS-EDIT-MSG NOT = SPACES
002990         GO TO 3000-SHOW
003000     END-IF.
003010     MOVE WS-NEW-PROFILE TO PPF-RECORD.
003020     EXEC CICS WRITE FILE('PARTFILE')
003030         FROM(PPF-RECORD)
003040         RIDFLD(PPF-PARTNER-ID)
003050         RESP(WS-RESP)
003060     END-EXEC.
003070     EVALUATE TRUE
003080         WHEN WS-RESP = DFHRESP(NORMAL)
003090             MOVE SPACES TO WS-OLD-PROFILE
003100             MOVE 'A' TO WS-LOG-ACTION
003110             PERFORM 3800-LOG-CHANGE THRU 3800-EXIT
003120             MOVE 'PROFILE ADDED' TO WS-EDIT-MSG
003130         WHEN WS-RESP = DFHRESP(DUPREC)
003140             MOVE 'PARTNER ALREADY ON FILE' TO WS-EDIT-MSG
003150         WHEN OTHER
003160             MOVE 'PARTFILE WRITE FAILED' TO WS-EDIT-MSG
003170     END-EVALUATE.
003180 3000-SHOW.
003190     PERFORM 6000-SHOW-NEW-PROFILE THRU 6000-EXIT.
003200     MOVE 'A' TO ACTO.
003210     MOVE WS-EDIT-MSG TO STATO.
003220     PERFORM 4000-BUILD-LIST THRU 4000-EXIT.
003230     PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT.
003240 3000-EXIT.
003250     EXIT.
003260*****************************************************************
003270* 3100-CHANGE-PROFILE - OVERLAY THE KEYED FIELDS ON THE PROFILE *
003280*   AS IT STANDS, EDIT THE RESULT AND REWRITE IT.  A FIELD LEFT *
003290*   UNKEYED KEEPS ITS CURRENT VALUE.  KEYING THE ACTIVE FLAG Y  *
003300*   HERE IS HOW A DEACTIVATED PARTNER IS BROUGHT BACK.          *
003310*****************************************************************
003320 3100-CHANGE-PROFILE.
003330     IF NOT WS-PID-KEYED
003340         MOVE 'PARTNER ID REQUIRED' TO STATO
003350         GO TO 3100-LIST
003360     END-IF.
003370     PERFORM 2900-READ-PROFILE THRU 2900-EXIT.
003380     IF WS-RESP NOT = DFHRESP(NORMAL)
003390         MOVE WS-IN-PID TO PIDO
003400         MOVE 'PARTNER NOT ON FILE' TO STATO
003410         GO TO 3100-LIST
003420     END-IF.
003430     MOVE PPF-RECORD TO WS-NEW-PROFILE.
003440     IF WS-NAME-KEYED
003450         MOVE WS-IN-NAME TO WS-NEW-NAME
003460     END-IF.
003470     IF WS-FMT-KEYED
003480         MOVE WS-IN-FMT TO WS-NEW-FEED-FORMAT
003490     END-IF.
003500     IF WS-XMID-KEYED
003510         MOVE WS-IN-XMID TO WS-NEW-XMIT-ID
003520     END-IF.
003530     IF WS-ACTV-KEYED
003540         MOVE WS-IN-ACTV TO WS-NEW-ACTIVE-FLAG
003550     END-IF.
003560     IF WS-NEW-PROFILE = PPF-RECORD
003570         MOVE 'NO CHANGES KEYED' TO WS-EDIT-MSG
003580         GO TO 3100-SHOW
003590     END-IF.
003600     PERFORM 3500-EDIT-PROFILE THRU 3500-EXIT.
003610     IF WS-EDIT-MSG NOT = SPACES
003620         GO TO 3100-SHOW
003630     END-IF.
003640     MOVE 'C' TO WS-LOG-ACTION.
003650     PERFORM 3600-REWRITE-PROFILE THRU 3600-EXIT.
003660     IF WS-EDIT-MSG = SPACES
003670         MOVE 'PROFILE CHANGED' TO WS-EDIT-MSG
003680     END-IF.
003690 3100-SHOW.
003700     PERFORM 6000-SHOW-NEW-PROFILE THRU 6000-EXIT.
003710     MOVE 'C' TO ACTO.
003720     MOVE WS-EDIT-MSG TO STATO.
003730 3100-LIST.
003740     PERFORM 4000-BUILD-LIST THRU 4000-EXIT.
003750     PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT.
003760 3100-EXIT.
003770     EXIT.
003780*****************************************************************
003790* 3200-DEACTIVATE-PROFILE - SET THE KEYED PARTNER'S ACTIVE FLAG *
003800*   TO N.  THE HOUSE PARTNER IS REFUSED BEFORE THE FILE IS      *
003810*   TOUCHED.                                                    *
003820*****************************************************************
003830 3200-DEACTIVATE-PROFILE.
003840     IF NOT WS-PID-KEYED
003850         MOVE 'PARTNER ID REQUIRED' TO STATO
003860         GO TO 3200-LIST
003870     END-IF.
003880     IF WS-IN-PID = WS-HOUSE-PARTNER
003890         MOVE WS-IN-PID TO PIDO
003900         MOVE 'HOUSE PARTNER MUST STAY ACTIVE' TO STATO
003910         GO TO 3200-LIST
003920     END-IF.
003930     PERFORM 2900-READ-PROFILE THRU 2900-EXIT.
003940     IF WS-RESP NOT = DFHRESP(NORMAL)
003950         MOVE WS-IN-PID TO PIDO
003960         MOVE 'PARTNER NOT ON FILE' TO STATO
003970         GO TO 3200-LIST
003980     END-IF.
003990     MOVE PPF-RECORD TO WS-NEW-PROFILE.
004000     IF NOT PPF-ACTIVE
004010         MOVE 'PROFILE ALREADY INACTIVE' TO WS-EDIT-MSG
004020         GO TO 3200-SHOW
004030     END-IF.
004040     MOVE 'N' TO WS-NEW-ACTIVE-FLAG.
004050     MOVE 'D' TO WS-LOG-ACTION.
004060     PERFORM 3600-REWRITE-PROFILE THRU 3600-EXIT.
004070     IF WS-EDIT-MSG = SPACES
004080         MOVE 'PROFILE DEACTIVATED' TO WS-EDIT-MSG
004090     END-IF.
004100 3200-SHOW.
004110     PERFORM 6000-SHOW-NEW-PROFILE THRU 6000-EXIT.
004120     MOVE 'D' TO ACTO.
004130     MOVE WS-EDIT-MSG TO STATO.
004140 3200-LIST.
004150     PERFORM 4000-BUILD-LIST THRU 4000-EXIT.
004160     PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT.
004170 3200-EXIT.
004180     EXIT.
004190*****************************************************************
004200* 3500-EDIT-PROFILE - THE RULES EVERY PROFILE MUST MEET BEFORE  *
004210*   IT IS WRITTEN.  THE FIRST FAILURE IS REPORTED.              *
004220*****************************************************************
004230 3500-EDIT-PROFILE.
004240     MOVE SPACES TO WS-EDIT-MSG.
004250     MOVE ZERO TO WS-ID-SPACES.
004260     INSPECT WS-NEW-PARTNER-ID TALLYING WS-ID-SPACES
004270         FOR ALL SPACE ALL LOW-VALUE.
004280     IF WS-ID-SPACES > ZERO
004290         MOVE 'PARTNER ID HAS EMBEDDED BLANKS' TO WS-EDIT-MSG
004300         GO TO 3500-EXIT
004310     END-IF.
004320     IF WS-NEW-NAME = SPACES OR WS-NEW-NAME = LOW-VALUES
004330         MOVE 'PARTNER NAME REQUIRED' TO WS-EDIT-MSG
004340         GO TO 3500-EXIT
004350     END-IF.
004360     IF NOT WS-NEW-FEED-SUPPORTED
004370         MOVE 'FEED FORMAT MUST BE D' TO WS-EDIT-MSG
004380         GO TO 3500-EXIT
004390     END-IF.
004400     IF WS-NEW-XMIT-ID = SPACES OR WS-NEW-XMIT-ID = LOW-VALUES
004410         MOVE 'TRANSMISSION ID REQUIRED' TO WS-EDIT-MSG
004420         GO TO 3500-EXIT
004430     END-IF.
004440     IF NOT WS-NEW-FLAG-VALID
004450         MOVE 'ACTIVE FLAG MUST BE Y OR N' TO WS-EDIT-MSG
004460         GO TO 3500-EXIT
004470     END-IF.
004480     IF WS-NEW-PARTNER-ID = WS-HOUSE-PARTNER
004490         AND NOT WS-NEW-ACTIVE
004500         MOVE 'HOUSE PARTNER MUST STAY ACTIVE' TO WS-EDIT-MSG
004510         GO TO 3500-EXIT
004520     END-IF.
004530     PERFORM 3550-CHECK-XMIT-ID THRU 3550-EXIT.
004540     IF WS-XMIT-DUP
004550         STRING 'XMIT ID IN USE BY PARTNER ' WS-DUP-PARTNER
004560             DELIMITED BY SIZE INTO WS-EDIT-MSG
004570     END-IF.
004580 3500-EXIT.
004590     EXIT.
004600*****************************************************************
004610* 3550-CHECK-XMIT-ID - BROWSE EVERY PROFILE, ACTIVE OR NOT, FOR *
004620*   ANOTHER PARTNER ALREADY HOLDING THE NEW TRANSMISSION        *
004630*   IDENTITY.  THE FILE HOLDS ONE RECORD PER COUNTERPARTY, SO A *
004640*   FULL PASS IS CHEAP.  DONE BEFORE ANY READ FOR UPDATE SO THE *
004650*   BROWSE NEVER MEETS THIS TASK'S OWN RECORD LOCK.             *
004660*****************************************************************
004670 3550-CHECK-XMIT-ID.
004680     MOVE 'N' TO WS-XMIT-DUP-SWITCH.
004690     MOVE SPACES TO WS-DUP-PARTNER.
004700     MOVE LOW-VALUES TO PPF-PARTNER-ID.
004710     EXEC CICS STARTBR FILE('PARTFILE')
004720         RIDFLD(PPF-PARTNER-ID)
004730         GTEQ
004740         RESP(WS-RESP)
004750     END-EXEC.
004760     IF WS-RESP NOT = DFHRESP(NORMAL)
004770         GO TO 3550-EXIT
004780     END-IF.
004790     PERFORM 3560-CHECK-ONE THRU 3560-EXIT
004800         UNTIL WS-XMIT-DUP
004810             OR WS-RESP NOT = DFHRESP(NORMAL).
004820     EXEC CICS ENDBR FILE('PARTFILE')
004830     END-EXEC.
004840 3550-EXIT.
004850     EXIT.
004860*****************************************************************
004870* 3560-CHECK-ONE - READ THE NEXT PROFILE AND COMPARE ITS        *
004880*   TRANSMISSION IDENTITY                                       *
004890*****************************************************************
004900 3560-CHECK-ONE.
004910     EXEC CICS READNEXT FILE('PARTFILE')
004920         INTO(PPF-RECORD)
004930         RIDFLD(PPF-PARTNER-ID)
004940         RESP(WS-RESP)
004950     END-EXEC.
004960     IF WS-RESP NOT = DFHRESP(NORMAL)
004970         GO TO 3560-EXIT
004980     END-IF.
004990     IF PPF-XMIT-ID = WS-NEW-XMIT-ID
005000         AND PPF-PARTNER-ID NOT = WS-NEW-PARTNER-ID
005010         MOVE 'Y' TO WS-XMIT-DUP-SWITCH
005020         MOVE PPF-PARTNER-ID TO WS-DUP-PARTNER
005030     END-IF.
005040 3560-EXIT.
005050     EXIT.
005060*****************************************************************
005070* 3600-REWRITE-PROFILE - READ THE PROFILE FOR UPDATE, KEEP ITS  *
005080*   BEFORE IMAGE, REWRITE IT AS WS-NEW-PROFILE AND LOG THE      *
005090*   CHANGE.  A FAILURE LEAVES ITS MESSAGE IN WS-EDIT-MSG.       *
005100*****************************************************************
005110 3600-REWRITE-PROFILE.
005120     MOVE WS-NEW-PARTNER-ID TO PPF-PARTNER-ID.
005130     EXEC CICS READ FILE('PARTFILE')
005140         INTO(PPF-RECORD)
005150         RIDFLD(PPF-PARTNER-ID)
005160         UPDATE
005170         RESP(WS-RESP)
005180     END-EXEC.
005190     IF WS-RESP NOT = DFHRESP(NORMAL)
005200         MOVE 'PARTFILE READ FAILED' TO WS-EDIT-MSG
005210         GO TO 3600-EXIT
005220     END-IF.
005230     MOVE PPF-RECORD TO WS-OLD-PROFILE.
005240     MOVE WS-NEW-PROFILE TO PPF-RECORD.
005250     EXEC CICS REWRITE FILE('PARTFILE')
005260         FROM(PPF-RECORD)
005270         RESP(WS-RESP)
005280     END-EXEC.
005290     IF WS-RESP NOT = DFHRESP(NORMAL)
005300         MOVE 'PARTFILE REWRITE FAILED' TO WS-EDIT-MSG
005310         GO TO 3600-EXIT
005320     END-IF.
005330*    THE CHANGE LOG IS WRITTEN ONLY AFTER THE REWRITE HAS BEEN
005340*    ACCEPTED - A FAILED REWRITE MUST NOT LEAVE A LOG RECORD FOR
005350*    A CHANGE THAT NEVER TOOK EFFECT.
005360     PERFORM 3800-LOG-CHANGE THRU 3800-EXIT.
005370 3600-EXIT.
005380     EXIT.
005390*****************************************************************
005400* 3800-LOG-CHANGE - WRITE THE WHO/WHEN AND BEFORE/AFTER IMAGES  *
005410*   OF ONE ACCEPTED UPDATE TO THE PRTA CHANGE QUEUE.  PPF-RECORD*
005420*   HOLDS THE PROFILE AS WRITTEN.                               *
005430*****************************************************************
005440 3800-LOG-CHANGE.
005450     EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC.
005460     EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
005470     EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
005480         YYYYMMDD(WS-CHG-DATE)
005490         TIME(WS-CHG-TIME)
005500     END-EXEC.
005510     MOVE WS-CHG-DATE TO WS-CHG-TS(1:8).
005520     MOVE WS-CHG-TIME TO WS-CHG-TS(9:6).
005530     MOVE SPACES TO PLG-RECORD.
005540     MOVE WS-CHG-TS TO PLG-CHG-TS.
005550     MOVE WS-USER-ID TO PLG-USER-ID.
005560     MOVE EIBTRMID TO PLG-TERM-ID.
005570     MOVE WS-LOG-ACTION TO PLG-ACTION.
005580     MOVE PPF-PARTNER-ID TO PLG-PARTNER-ID.
005590     MOVE WS-OLD-PROFILE TO PLG-BEFORE-IMAGE.
005600     MOVE PPF-RECORD TO PLG-AFTER-IMAGE.
005610     EXEC CICS WRITEQ TD QUEUE('PRTA')
005620         FROM(PLG-RECORD)
005630         LENGTH(WS-PLG-LEN)
005640     END-EXEC.
005641     EVALUATE WS-LOG-ACTION
005642         WHEN 'A'
005643             MOVE 'PARTNER PROFILE ADDED' TO AUC-REASON
005644         WHEN 'C'
005645             MOVE 'PARTNER PROFILE CHANGED' TO AUC-REASON
005646         WHEN OTHER
005647             MOVE 'PARTNER PROFILE DEACTIVATED' TO AUC-REASON
005648     END-EVALUATE.
005649     MOVE PPF-PARTNER-ID TO AUC-DETAIL.
005650     PERFORM 0600-LOG-UPDATE THRU 0600-EXIT.
005651 3800-EXIT.
005660     EXIT.
005670*****************************************************************
005680* 4000-BUILD-LIST - BROWSE UP TO SIX PROFILES FROM THE CURRENT  *
005690*   KEY ONWARD                                                  *
005700*****************************************************************
005710 4000-BUILD-LIST.
005720     PERFORM 4100-CLEAR-LINES THRU 4100-EXIT
005730         VARYING WS-LINE-SUB FROM 1 BY 1
005740         UNTIL WS-LINE-SUB > 6.
005750     EXEC CICS STARTBR FILE('PARTFILE')
005760         RIDFLD(WS-BROWSE-KEY)
005770         GTEQ
005780         RESP(WS-RESP)
005790     END-EXEC.
005800     IF WS-RESP NOT = DFHRESP(NORMAL)
005810         MOVE 'NO PROFILES FROM THIS KEY ON' TO WS-LIST-LINE(1)
005820         GO TO 4000-EXIT
005830     END-IF.
005840     MOVE ZERO TO WS-LINE-SUB.
005850     PERFORM 4200-LIST-ONE THRU 4200-EXIT
005860         UNTIL WS-LINE-SUB >= 6
005870             OR WS-RESP NOT = DFHRESP(NORMAL).
005880     EXEC CICS ENDBR FILE('PARTFILE')
005890     END-EXEC.
005900 4000-EXIT.
005910     EXIT.
005920*****************************************************************
005930* 4100-CLEAR-LINES - BLANK ONE LIST LINE                        *
005940*****************************************************************
005950 4100-CLEAR-LINES.
005960     MOVE SPACES TO WS-LIST-LINE(WS-LINE-SUB).
005970 4100-EXIT.
005980     EXIT.
005990*****************************************************************
006000* 4200-LIST-ONE - READ THE NEXT PROFILE AND RENDER ITS LINE     *
006010*****************************************************************
006020 4200-LIST-ONE.
006030     EXEC CICS READNEXT FILE('PARTFILE')
006040         INTO(PPF-RECORD)
006050         RIDFLD(WS-BROWSE-KEY)
006060         RESP(WS-RESP)
006070     END-EXEC.
006080     IF WS-RESP NOT = DFHRESP(NORMAL)
006090         GO TO 4200-EXIT
006100     END-IF.
006110     ADD 1 TO WS-LINE-SUB.
006120     MOVE SPACES TO WS-ONE-LINE.
006130     STRING PPF-PARTNER-ID ' ' PPF-PARTNER-NAME ' '
006140         PPF-FEED-FORMAT ' ' PPF-XMIT-ID ' ' PPF-ACTIVE-FLAG
006150         DELIMITED BY SIZE INTO WS-ONE-LINE.
006160     MOVE WS-ONE-LINE TO WS-LIST-LINE(WS-LINE-SUB).
006170 4200-EXIT.
006180     EXIT.
006190*****************************************************************
006200* 5000-MOVE-LIST-TO-MAP - RENDER THE SIX LIST LINES             *
006210*****************************************************************
006220 5000-MOVE-LIST-TO-MAP.
006230     MOVE WS-LIST-LINE(1) TO BL1O.
006240     MOVE WS-LIST-LINE(2) TO BL2O.
006250     MOVE WS-LIST-LINE(3) TO BL3O.
006260     MOVE WS-LIST-LINE(4) TO BL4O.
006270     MOVE WS-LIST-LINE(5) TO BL5O.
006280     MOVE WS-LIST-LINE(6) TO BL6O.
006290 5000-EXIT.
006300     EXIT.
006310*****************************************************************
006320* 6000-SHOW-NEW-PROFILE - MOVE WS-NEW-PROFILE TO THE SCREEN -   *
006330*   THE PROFILE AS STORED, OR AS KEYED WHEN AN EDIT REFUSED IT  *
006340*****************************************************************
006350 6000-SHOW-NEW-PROFILE.
006360     MOVE WS-NEW-PARTNER-ID TO PIDO.
006370     MOVE WS-NEW-NAME TO NAMEO.
006380     MOVE WS-NEW-FEED-FORMAT TO FMTO.
006390     MOVE WS-NEW-XMIT-ID TO XMIDO.
006400     MOVE WS-NEW-ACTIVE-FLAG TO ACTVO.
006410 6000-EXIT.
006420     EXIT.
006430*****************************************************************
006440* 8000-NO-INPUT - THE OPERATOR PRESSED ENTER WITHOUT KEYING     *
006450*   ANYTHING THE MAP COULD CARRY - LIST FROM THE TOP            *
006460*****************************************************************
006470 8000-NO-INPUT.
006480     MOVE SPACES TO HPRTMAPO.
006490     MOVE LOW-VALUES TO WS-BROWSE-KEY.
006500     PERFORM 4000-BUILD-LIST THRU 4000-EXIT.
006510     PERFORM 5000-MOVE-LIST-TO-MAP THRU 5000-EXIT.
006520     MOVE 'KEY AN ACTION AND A PARTNER ID' TO STATO.
006530     EXEC CICS SEND MAP('HPRTMAP')
006540         MAPSET('HPRTSET')
006550         DATAONLY
006560     END-EXEC.
006570     EXEC CICS RETURN
006580         TRANSID('HPRT')
006590         COMMAREA(DFHCOMMAREA)
006600     END-EXEC.
006610 8000-EXIT.
006620     EXIT.
006621*****************************************************************
006622* 8200-NOT-AUTHORIZED - HELLO-AUT REFUSED THE SIGNED-ON USER    *
006623*   THIS TRANSACTION - THE DENIAL IS ON THE SECURITY LOG; END   *
006624*   THE CONVERSATION WITHOUT SHOWING ANYTHING                   *
006625*****************************************************************
006626 8200-NOT-AUTHORIZED.
006627     EXEC CICS SEND TEXT
006628         FROM('HELLO-PRT - NOT AUTHORIZED FOR THIS TRANSACTION')
006629         ERASE
006630     END-EXEC.
006631     EXEC CICS RETURN
006632     END-EXEC.
006633 8200-EXIT.
006634     EXIT.
006635*****************************************************************
006640* 9000-ABEND - ANYTHING UNEXPECTED FROM CICS - SIGN OFF CLEANLY *
006650*****************************************************************
006660 9000-ABEND.
006670     EXEC CICS SEND TEXT
006680         FROM('HELLO-PRT - UNEXPECTED ERROR - TRANSACTION ENDED')
006690         ERASE
006700     END-EXEC.
006710     EXEC CICS RETURN
006720     END-EXEC.
006730 9000-EXIT.
006740     EXIT.
