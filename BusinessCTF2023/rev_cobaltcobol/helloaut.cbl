000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLO-AUT.
000030 AUTHOR.         D L MILLER.
000040 INSTALLATION.   FEDORA DATA CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*****************************************************************
000080* HELLO-AUT IS THE AUTHORITY ROUTINE EVERY HELLO ONLINE         *
000090* TRANSACTION LINKS TO (PROGRAM HELLOAUT, COMMAREA AUTHCOMM).   *
000100* UNTIL NOW ANYONE WHO COULD REACH A TERMINAL COULD REWRITE THE *
000110* CONTROL CARD THROUGH HCTL OR QUEUE CORRECTIONS THROUGH HFIX   *
000120* WITH THE SAME ACCESS AS SOMEONE WHO ONLY LOOKS THINGS UP.  THE*
000130* RULES NOW LIVE IN ONE PLACE, AS HELLO-BLD'S EDITS DO:         *
000140*   'C'  CHECK - READ THE SIGNED-ON USER'S AUTHREC RECORD FROM  *
000150*        AUTHFILE AND GRANT OR DENY THE RUNNING TRANSACTION AT  *
000160*        THE LEVEL ASKED FOR.  NO RECORD, A SUSPENDED RECORD, NO*
000170*        GRANT FOR THE TRANSACTION, OR A VIEW-ONLY GRANT WHEN   *
000180*        UPDATE IS ASKED FOR ARE ALL DENIALS.  SO IS AN         *
000190*        AUTHORITY FILE THAT CANNOT BE READ - THE CHECK FAILS   *
000200*        CLOSED.                                                *
000210*   'L'  LOG - RECORD AN UPDATE THE CALLER HAS JUST MADE UNDER  *
000220*        A GRANTED UPDATE CHECK.                                *
000230* EVERY DENIAL AND EVERY LOGGED UPDATE IS WRITTEN AS A SECLREC  *
000240* RECORD TO THE SECL TRANSIENT DATA QUEUE, WHICH THE SHOP ROUTES*
000250* TO THE SECURITY LOG DATASET THE HELOSECR VIOLATIONS REPORT    *
000260* READS.  THE USER ID, TERMINAL AND TRANSACTION ARE TAKEN FROM  *
000270* THE TASK ITSELF, NEVER FROM THE CALLER.                       *
000280*                                                                *
000290* MODIFICATION HISTORY                                          *
000300*   DATE       INIT  DESCRIPTION                                *
000310*   2026-10-15  DLM  ORIGINAL                                   *
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.    IBM-370.
000360 OBJECT-COMPUTER.    IBM-370.
000370 DATA DIVISION.
000380 WORKING-STORAGE SECTION.
000390 COPY AUTHREC.
000400 COPY SECLREC.
000410 01  WS-USER-ID                  PIC X(08) VALUE SPACES.
000420 01  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
000430 01  WS-ABS-TIME                 PIC S9(15) COMP-3 VALUE ZERO.
000440 01  WS-LOG-DATE                 PIC X(08) VALUE SPACES.
000450 01  WS-LOG-TIME                 PIC X(06) VALUE SPACES.
000460 01  WS-GRANT-SWITCH             PIC X(01) VALUE 'N'.
000470     88  WS-GRANT-FOUND          VALUE 'Y'.
000480 01  WS-SCL-LEN                  PIC S9(04) COMP VALUE 80.
000490 LINKAGE SECTION.
000500 COPY AUTHCOMM REPLACING ==AUC-COMMAREA== BY ==DFHCOMMAREA==.
000510 PROCEDURE DIVISION.
000520 0000-MAINLINE.
000530     EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC.
000540     MOVE WS-USER-ID TO AUC-USER-ID.
000550     MOVE EIBTRNID TO AUC-TRAN-ID.
000560     IF AUC-LOG-UPDATE
000570         PERFORM 3000-LOG-UPDATE THRU 3000-EXIT
000580     ELSE
000590         PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT
000600     END-IF.
000610     EXEC CICS RETURN
000620     END-EXEC.
000630*****************************************************************
000640* 2000-CHECK-AUTHORITY - GRANT OR DENY THE RUNNING TRANSACTION  *
000650*   AT THE LEVEL ASKED FOR.  ANY LEVEL OTHER THAN 'V' IS TREATED*
000660*   AS AN UPDATE.  RESP IS TESTED IN-LINE - NOT FOUND IS AN     *
000670*   ANSWER HERE, NOT AN ERROR.                                  *
000680*****************************************************************
000690 2000-CHECK-AUTHORITY.
000700     MOVE 'D' TO AUC-RESULT.
000710     MOVE SPACES TO AUC-REASON.
000720     IF NOT AUC-WANT-VIEW
000730         MOVE 'U' TO AUC-LEVEL
000740     END-IF.
000750     MOVE WS-USER-ID TO AUT-USER-ID.
000760     EXEC CICS READ FILE('AUTHFILE')
000770         INTO(AUT-RECORD)
000780         RIDFLD(AUT-USER-ID)
000790         RESP(WS-RESP)
000800     END-EXEC.
000810     EVALUATE TRUE
000820         WHEN WS-RESP = DFHRESP(NOTFND)
000830             MOVE 'USER NOT ON AUTHORITY FILE' TO AUC-REASON
000840             GO TO 2000-DENIED
000850         WHEN WS-RESP NOT = DFHRESP(NORMAL)
000860             MOVE 'AUTHORITY FILE UNAVAILABLE' TO AUC-REASON
000870             GO TO 2000-DENIED
000880         WHEN NOT AUT-ACTIVE
000890             MOVE 'USER AUTHORITY SUSPENDED' TO AUC-REASON
000900             GO TO 2000-DENIED
000910     END-EVALUATE.
000920     MOVE 'N' TO WS-GRANT-SWITCH.
000930     PERFORM 2100-SCAN-GRANT THRU 2100-EXIT
000940         VARYING AUT-GRANT-IDX FROM 1 BY 1
000950         UNTIL AUT-GRANT-IDX > 8 OR WS-GRANT-FOUND.
000960     IF NOT WS-GRANT-FOUND
000970         MOVE 'TRANSACTION NOT GRANTED' TO AUC-REASON
000980         GO TO 2000-DENIED
000990     END-IF.
001000*    THE SCAN LEAVES THE INDEX ONE PAST THE MATCHING GRANT.
001010     SET AUT-GRANT-IDX DOWN BY 1.
001020     IF AUC-WANT-UPDATE AND NOT AUT-UPDATE(AUT-GRANT-IDX)
001030         MOVE 'VIEW ONLY - UPDATE REFUSED' TO AUC-REASON
001040         GO TO 2000-DENIED
001050     END-IF.
001060     MOVE 'G' TO AUC-RESULT.
001070     GO TO 2000-EXIT.
001080 2000-DENIED.
001090     MOVE 'D' TO SCL-OUTCOME.
001100     PERFORM 4000-WRITE-LOG THRU 4000-EXIT.
001110 2000-EXIT.
001120     EXIT.
001130*****************************************************************
001140* 2100-SCAN-GRANT - DOES THIS SLOT GRANT THE RUNNING            *
001150*   TRANSACTION?                                                *
001160*****************************************************************
001170 2100-SCAN-GRANT.
001180     IF AUT-TRAN-ID(AUT-GRANT-IDX) = AUC-TRAN-ID
001190         AND (AUT-VIEW-ONLY(AUT-GRANT-IDX)
001200             OR AUT-UPDATE(AUT-GRANT-IDX))
001210         MOVE 'Y' TO WS-GRANT-SWITCH
001220     END-IF.
001230 2100-EXIT.
001240     EXIT.
001250*****************************************************************
001260* 3000-LOG-UPDATE - RECORD AN UPDATE THE CALLER HAS MADE UNDER  *
001270*   GRANTED UPDATE AUTHORITY                                    *
001280*****************************************************************
001290 3000-LOG-UPDATE.
001300     MOVE 'U' TO AUC-LEVEL.
001310     MOVE 'G' TO AUC-RESULT.
001320     MOVE 'G' TO SCL-OUTCOME.
001330     PERFORM 4000-WRITE-LOG THRU 4000-EXIT.
001340 3000-EXIT.
001350     EXIT.
001360*****************************************************************
001370* 4000-WRITE-LOG - WRITE ONE SECURITY LOG RECORD TO THE SECL    *
001380*   QUEUE.  SCL-OUTCOME IS SET BY THE CALLER.                   *
001390*****************************************************************
001400 4000-WRITE-LOG.
001410     EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
001420     EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
001430         YYYYMMDD(WS-LOG-DATE)
001440         TIME(WS-LOG-TIME)
001450     END-EXEC.
001460     MOVE WS-LOG-DATE TO SCL-TS(1:8).
001470     MOVE WS-LOG-TIME TO SCL-TS(9:6).
001480     MOVE WS-USER-ID TO SCL-USER-ID.
001490     MOVE EIBTRMID TO SCL-TERM-ID.
001500     MOVE AUC-TRAN-ID TO SCL-TRAN-ID.
001510     MOVE AUC-LEVEL TO SCL-LEVEL.
001520     MOVE AUC-REASON TO SCL-REASON.
001530     MOVE AUC-DETAIL TO SCL-DETAIL.
001540     EXEC CICS WRITEQ TD QUEUE('SECL')
001550         FROM(SCL-RECORD)
001560         LENGTH(WS-SCL-LEN)
001570     END-EXEC.
001580 4000-EXIT.
001590     EXIT.
