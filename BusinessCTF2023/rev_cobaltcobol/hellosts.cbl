000170* PLUS AN ADVICE LINE - WHETHER THE DAY IS HELD AND WHETHER     *
000180* THE OPERATOR SHOULD BE REACHING FOR THE HELODAYR RESTART.     *
000190* ENTER REFRESHES THE SCREEN; THERE IS NOTHING TO KEY.          *
000191*                                                                *
000192* A PACE LINE WARNS WHEN TONIGHT'S RUN IS BEHIND ITS USUAL PACE:*
000193* A PROGRAM STARTED TODAY THAT HAS RUN (OR IS STILL RUNNING)    *
000194* LONGER THAN ITS ROLLING AVERAGE ON THE SLA CONTROL FILE       *
000195* (SLACTL, SEE SLAREC - KEPT BY THE DAILY HELLO-WINR REPORT) BY *
000196* MORE THAN THE SLOW PERCENTAGE, OR PAST ITS TARGET TIME.       *
000197* OTHERWISE IT NAMES ANY PROGRAM THE LAST REPORT FOUND TRENDING *
000198* LATE.                                                         *
000200*                                                                *
000210* MODIFICATION HISTORY                                          *
000220*   DATE       INIT  DESCRIPTION                                *
000230*   2026-09-02  DLM  ORIGINAL                                   *
000233*   2026-10-15  DLM  SIGNED-ON USER MUST HOLD HSTS ON THE       *
000236*                    AUTHORITY FILE (SEE HELLO-AUT)             *
000237*   2026-10-15  DLM  ADDED THE PACE LINE FROM THE SLACTL        *
000238*                    AVERAGES AND TARGETS                       *
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000310 COPY DFHAID.
000320 COPY HSTSMAP.
000330 COPY RUNSTREC.
000334 COPY SLAREC.
000340 01  WS-PGM-TABLE.
000350     05  FILLER                  PIC X(08) VALUE 'HELLOWLD'.
000360     05  FILLER                  PIC X(08) VALUE 'HELLOVFY'.
000580     88  WS-DAY-HELD             VALUE 'Y'.
000590 01  WS-BUILD-OPEN-SWITCH        PIC X(01) VALUE 'N'.
000600     88  WS-BUILD-OPEN           VALUE 'Y'.
000601 COPY AUTHCOMM.
000602 01  WS-AUC-LEN                  PIC S9(04) COMP VALUE 80.
000603*    PACE AGAINST THE SLACTL AVERAGES AND TARGETS
000604 01  WS-NOW-TIME                 PIC X(06) VALUE SPACES.
000605 01  WS-SLOW-PERCENT             PIC 9(03) VALUE 20.
000606 01  WS-PACE-SWITCH              PIC X(01) VALUE 'N'.
000607     88  WS-PACE-UNAVAILABLE     VALUE 'U'.
000608     88  WS-PACE-KNOWN           VALUE 'Y'.
000609 01  WS-BEHIND-COUNT             PIC 9(02) VALUE ZERO.
000610 01  WS-BEHIND-PROGRAM           PIC X(08) VALUE SPACES.
000611 01  WS-BEHIND-SECS              PIC 9(07) VALUE ZERO.
000612 01  WS-BEHIND-USUAL             PIC 9(07) VALUE ZERO.
000613 01  WS-LATE-PROGRAM             PIC X(08) VALUE SPACES.
000614 01  WS-ELAPSED-SECS             PIC 9(07) VALUE ZERO.
000615 01  WS-PACE-LIMIT               PIC 9(09) VALUE ZERO.
000616 01  WS-PACE-LINE                PIC X(70) VALUE SPACES.
000617 01  WS-TS-WORK                  PIC X(14) VALUE SPACES.
000618 01  WS-TS-PARTS REDEFINES WS-TS-WORK.
000619     05  WS-TS-DATE              PIC 9(08).
000620     05  WS-TS-HH                PIC 9(02).
000621     05  WS-TS-MM                PIC 9(02).
000622     05  WS-TS-SS                PIC 9(02).
000623 01  WS-TS-SECS                  PIC 9(11) COMP VALUE ZERO.
000624 01  WS-START-SECS               PIC 9(11) COMP VALUE ZERO.
000625 01  WS-FMT-SECS                 PIC 9(07) VALUE ZERO.
000626 01  WS-FMT-REST                 PIC 9(05) VALUE ZERO.
000627 01  WS-FMT-HOURS                PIC 9(05) VALUE ZERO.
000628 01  WS-FMT-HMS.
000629     05  WS-FMT-HH               PIC 9(02).
000630     05  FILLER                  PIC X(01) VALUE ':'.
000631     05  WS-FMT-MM               PIC 9(02).
000632     05  FILLER                  PIC X(01) VALUE ':'.
000633     05  WS-FMT-SS               PIC 9(02).
000634 01  WS-BEHIND-HMS               PIC X(08) VALUE SPACES.
000635 01  WS-MORE-ED                  PIC Z9.
000636 LINKAGE SECTION.
000637 01  DFHCOMMAREA                 PIC X(01).
000638 PROCEDURE DIVISION.
000640 0000-MAINLINE.
000650     EXEC CICS HANDLE CONDITION
000660         ERROR(9000-ABEND)
000670     END-EXEC.
000671     MOVE SPACES TO AUC-COMMAREA.
000672     MOVE 'V' TO AUC-LEVEL.
000673     PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT.
000674     IF NOT AUC-GRANTED
000675         PERFORM 8200-NOT-AUTHORIZED THRU 8200-EXIT
000676     END-IF.
000680     EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
000690     EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
000700         YYYYMMDD(WS-TODAY)
000704         TIME(WS-NOW-TIME)
000710     END-EXEC.
000714     PERFORM 0600-READ-PACE-SETTINGS THRU 0600-EXIT.
000720     PERFORM 1000-BUILD-ONE-LINE THRU 1000-EXIT
000730         VARYING WS-PGM-IDX FROM 1 BY 1
000740         UNTIL WS-PGM-IDX > 7.
000750     PERFORM 2000-SETTLE-ADVICE THRU 2000-EXIT.
000754     PERFORM 2100-SETTLE-PACE THRU 2100-EXIT.
000760     PERFORM 3000-SEND-SCREEN THRU 3000-EXIT.
000770     EXEC CICS RETURN
000780         TRANSID('HSTS')
000790         COMMAREA(DFHCOMMAREA)
000800     END-EXEC.
000801*****************************************************************
000802* 0500-CHECK-AUTHORITY - ASK HELLO-AUT WHETHER THE SIGNED-ON    *
000803*   USER MAY RUN THIS TRANSACTION AT AUC-LEVEL.  A DENIAL IS    *
000804*   ALREADY ON THE SECURITY LOG WHEN THIS RETURNS.              *
000805*****************************************************************
000806 0500-CHECK-AUTHORITY.
000807     MOVE 'C' TO AUC-FUNCTION.
000808     MOVE SPACE TO AUC-RESULT.
000809     EXEC CICS LINK PROGRAM('HELLOAUT')
000810         COMMAREA(AUC-COMMAREA)
000811         LENGTH(WS-AUC-LEN)
000812     END-EXEC.
000813 0500-EXIT.
000814     EXIT.
000815*****************************************************************
000816* 0600-READ-PACE-SETTINGS - THE SLOW PERCENTAGE FROM THE SLACTL *
000817*   CHAIN RECORD (ZERO OR NO RECORD = 20).  AN SLACTL CICS      *
000818*   CANNOT READ AT ALL LEAVES THE PACE UNAVAILABLE.             *
000819*****************************************************************
000820 0600-READ-PACE-SETTINGS.
000821     MOVE '*CHAIN* ' TO SLA-PROGRAM.
000822     EXEC CICS READ FILE('SLACTL')
000823         INTO(SLA-RECORD)
000824         RIDFLD(SLA-PROGRAM)
000825         RESP(WS-RESP)
000826     END-EXEC.
000827     IF WS-RESP = DFHRESP(NOTFND)
000828         GO TO 0600-EXIT
000829     END-IF.
000830     IF WS-RESP NOT = DFHRESP(NORMAL)
000831         MOVE 'U' TO WS-PACE-SWITCH
000832         GO TO 0600-EXIT
000833     END-IF.
000834     IF SLA-SLOW-PERCENT NUMERIC AND SLA-SLOW-PERCENT > 0
000835         MOVE SLA-SLOW-PERCENT TO WS-SLOW-PERCENT
000836     END-IF.
000837 0600-EXIT.
000838     EXIT.
000839*****************************************************************
000840* 1000-BUILD-ONE-LINE - READ ONE PROGRAM'S RUNSTAT RECORD AND   *
000841*   RENDER ITS LINE.  RESP IS TESTED IN-LINE RATHER THAN        *
000842*   THROUGH HANDLE CONDITION - A NOTFND HERE IS AN ANSWER       *
000850*   (NEVER STAMPED), NOT AN ERROR.                              *
000860*****************************************************************
000870 1000-BUILD-ONE-LINE.
001230         WS-COUNT-1-ED '/' WS-COUNT-2-ED
001240         DELIMITED BY SIZE INTO WS-ONE-LINE.
001250     MOVE WS-ONE-LINE TO WS-PGM-LINE(WS-LINE-SUB).
001254     PERFORM 1100-CHECK-PACE THRU 1100-EXIT.
001260 1000-EXIT.
001270     EXIT.
001271*****************************************************************
001272* 1100-CHECK-PACE - SET THIS PROGRAM'S TIME TODAY - TO ITS END  *
001273*   STAMP, OR TO NOW IF IT IS STILL RUNNING - AGAINST ITS       *
001274*   SLACTL AVERAGE AND TARGET.  THE FIRST PROGRAM FOUND BEHIND, *
001275*   IN SCREEN ORDER, IS THE ONE NAMED.  A PROGRAM NOT ON        *
001276*   SLACTL, OR NOT YET AVERAGED, HAS NO PACE TO BE BEHIND.      *
001277*****************************************************************
001278 1100-CHECK-PACE.
001279     IF WS-PACE-UNAVAILABLE
001280         GO TO 1100-EXIT
001281     END-IF.
001282     MOVE RST-PROGRAM TO SLA-PROGRAM.
001283     EXEC CICS READ FILE('SLACTL')
001284         INTO(SLA-RECORD)
001285         RIDFLD(SLA-PROGRAM)
001286         RESP(WS-RESP)
001287     END-EXEC.
001288     IF WS-RESP = DFHRESP(NOTFND)
001289         GO TO 1100-EXIT
001290     END-IF.
001291     IF WS-RESP NOT = DFHRESP(NORMAL)
001292         MOVE 'U' TO WS-PACE-SWITCH
001293         GO TO 1100-EXIT
001294     END-IF.
001295     IF SLA-AVG-SECS NOT NUMERIC
001296         MOVE ZERO TO SLA-AVG-SECS
001297     END-IF.
001298     IF SLA-TARGET-SECS NOT NUMERIC
001299         MOVE ZERO TO SLA-TARGET-SECS
001300     END-IF.
001301     IF SLA-AVG-SECS = 0 AND SLA-TARGET-SECS = 0
001302         GO TO 1100-EXIT
001303     END-IF.
001304     MOVE 'Y' TO WS-PACE-SWITCH.
001305     IF SLA-TRENDING-LATE AND WS-LATE-PROGRAM = SPACES
001306         MOVE RST-PROGRAM TO WS-LATE-PROGRAM
001307     END-IF.
001308     IF RST-START-TS(1:8) NOT = WS-TODAY
001309         GO TO 1100-EXIT
001310     END-IF.
001311     MOVE RST-START-TS TO WS-TS-WORK.
001312     PERFORM 1200-TS-TO-SECONDS THRU 1200-EXIT.
001313     MOVE WS-TS-SECS TO WS-START-SECS.
001314     IF RST-END-TS = SPACES
001315         MOVE WS-TODAY TO WS-TS-WORK(1:8)
001316         MOVE WS-NOW-TIME TO WS-TS-WORK(9:6)
001317     ELSE
001318         MOVE RST-END-TS TO WS-TS-WORK
001319     END-IF.
001320     PERFORM 1200-TS-TO-SECONDS THRU 1200-EXIT.
001321     MOVE ZERO TO WS-ELAPSED-SECS.
001322     IF WS-START-SECS > 0 AND WS-TS-SECS > WS-START-SECS
001323         COMPUTE WS-ELAPSED-SECS = WS-TS-SECS - WS-START-SECS
001324             ON SIZE ERROR
001325                 MOVE 9999999 TO WS-ELAPSED-SECS
001326         END-COMPUTE
001327     END-IF.
001328     COMPUTE WS-PACE-LIMIT =
001329         SLA-AVG-SECS * (100 + WS-SLOW-PERCENT) / 100.
001330     IF (SLA-AVG-SECS > 0 AND WS-ELAPSED-SECS > WS-PACE-LIMIT)
001331         OR (SLA-TARGET-SECS > 0
001332             AND WS-ELAPSED-SECS > SLA-TARGET-SECS)
001333         ADD 1 TO WS-BEHIND-COUNT
001334         IF WS-BEHIND-PROGRAM = SPACES
001335             MOVE RST-PROGRAM TO WS-BEHIND-PROGRAM
001336             MOVE WS-ELAPSED-SECS TO WS-BEHIND-SECS
001337             MOVE SLA-AVG-SECS TO WS-BEHIND-USUAL
001338         END-IF
001339     END-IF.
001340 1100-EXIT.
001341     EXIT.
001342*****************************************************************
001343* 1200-TS-TO-SECONDS - WS-TS-WORK AS SECONDS SINCE THE START OF *
001344*   THE DAY-NUMBER CALENDAR, OR ZERO IF IT IS NOT A TIMESTAMP   *
001345*****************************************************************
001346 1200-TS-TO-SECONDS.
001347     MOVE ZERO TO WS-TS-SECS.
001348     IF WS-TS-WORK NOT NUMERIC
001349         OR WS-TS-DATE < 16010101
001350         GO TO 1200-EXIT
001351     END-IF.
001352     COMPUTE WS-TS-SECS =
001353         FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
001354         + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.
001355 1200-EXIT.
001356     EXIT.
001357*****************************************************************
001358* 2000-SETTLE-ADVICE - ONE LINE TELLING THE OPERATOR WHAT TO    *
001359*   DO NEXT, IF ANYTHING                                        *
001360*****************************************************************
001361 2000-SETTLE-ADVICE.
001362     EVALUATE TRUE
001363         WHEN WS-BUILD-OPEN
001364             MOVE 'IF BUILD ABENDED - RESTART VIA HELODAYR'
001365                 TO WS-ADVICE
001370         WHEN WS-DAY-HELD
001380             MOVE 'STEP FAILED - DAY HELD, SEE REPORTS'
001390                 TO WS-ADVICE
001430 2000-EXIT.
001440     EXIT.
001450*****************************************************************
001451* 2100-SETTLE-PACE - THE PACE LINE: THE FIRST PROGRAM BEHIND    *
001452*   ITS USUAL PACE AND HOW MANY MORE ARE, OR ELSE ON PACE       *
001453*   (NAMING ANY PROGRAM TRENDING LATE), OR WHY THERE IS NO PACE *
001454*   TO JUDGE BY                                                 *
001455*****************************************************************
001456 2100-SETTLE-PACE.
001457     MOVE SPACES TO WS-PACE-LINE.
001458     IF WS-BEHIND-COUNT > 0
001459         MOVE WS-BEHIND-SECS TO WS-FMT-SECS
001460         PERFORM 2200-FORMAT-DURATION THRU 2200-EXIT
001461         MOVE WS-FMT-HMS TO WS-BEHIND-HMS
001462         MOVE WS-BEHIND-USUAL TO WS-FMT-SECS
001463         PERFORM 2200-FORMAT-DURATION THRU 2200-EXIT
001464         STRING 'BEHIND USUAL PACE: ' WS-BEHIND-PROGRAM ' '
001465             WS-BEHIND-HMS ' VS USUAL ' WS-FMT-HMS
001466             DELIMITED BY SIZE INTO WS-PACE-LINE
001467         IF WS-BEHIND-COUNT > 1
001468             COMPUTE WS-MORE-ED = WS-BEHIND-COUNT - 1
001469             MOVE ' +' TO WS-PACE-LINE(56:2)
001470             MOVE WS-MORE-ED TO WS-PACE-LINE(58:2)
001471             MOVE ' MORE' TO WS-PACE-LINE(60:5)
001472         END-IF
001473         GO TO 2100-EXIT
001474     END-IF.
001475     EVALUATE TRUE
001476         WHEN WS-PACE-UNAVAILABLE
001477             MOVE 'PACE NOT AVAILABLE - SLACTL NOT READABLE'
001478                 TO WS-PACE-LINE
001479         WHEN NOT WS-PACE-KNOWN
001480             MOVE 'NO PACE HISTORY YET' TO WS-PACE-LINE
001481         WHEN WS-LATE-PROGRAM NOT = SPACES
001482             STRING 'ON USUAL PACE - WATCH ' WS-LATE-PROGRAM
001483                 ', TRENDING LATE ON THE LAST REPORT'
001484                 DELIMITED BY SIZE INTO WS-PACE-LINE
001485         WHEN OTHER
001486             MOVE 'ON USUAL PACE' TO WS-PACE-LINE
001487     END-EVALUATE.
001488 2100-EXIT.
001489     EXIT.
001490*****************************************************************
001491* 2200-FORMAT-DURATION - WS-FMT-SECS AS HH:MM:SS (HOURS CAPPED  *
001492*   AT 99)                                                      *
001493*****************************************************************
001494 2200-FORMAT-DURATION.
001495     DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HOURS
001496         REMAINDER WS-FMT-REST.
001497     IF WS-FMT-HOURS > 99
001498         MOVE 99 TO WS-FMT-HH
001499         MOVE 59 TO WS-FMT-MM
001500         MOVE 59 TO WS-FMT-SS
001501         GO TO 2200-EXIT
001502     END-IF.
001503     MOVE WS-FMT-HOURS TO WS-FMT-HH.
001504     DIVIDE WS-FMT-REST BY 60 GIVING WS-FMT-MM
001505         REMAINDER WS-FMT-SS.
001506 2200-EXIT.
001507     EXIT.
001508*****************************************************************
001509* 3000-SEND-SCREEN - RENDER THE SEVEN LINES, THE ADVICE AND THE *
001510*   PACE LINE.                                                  *
001511*   THE WHOLE MAP IS REBUILT AND SENT ERASE ON EVERY ENTRY -    *
001512*   THERE IS NO OPERATOR INPUT TO PRESERVE.                     *
001513*****************************************************************
001514 3000-SEND-SCREEN.
001515     MOVE SPACES TO HSTSMAPO.
001520     MOVE WS-PGM-LINE(1) TO PG1O.
001530     MOVE WS-PGM-LINE(2) TO PG2O.
001540     MOVE WS-PGM-LINE(3) TO PG3O.
001570     MOVE WS-PGM-LINE(6) TO PG6O.
001580     MOVE WS-PGM-LINE(7) TO PG7O.
001590     MOVE WS-ADVICE TO ADVO.
001594     MOVE WS-PACE-LINE TO PACO.
001600     EXEC CICS SEND MAP('HSTSMAP')
001610         MAPSET('HSTSSET')
001620         ERASE
001630     END-EXEC.
001640 3000-EXIT.
001641     EXIT.
001642*****************************************************************
001643* 8200-NOT-AUTHORIZED - HELLO-AUT REFUSED THE SIGNED-ON USER    *
001644*   THIS TRANSACTION - THE DENIAL IS ON THE SECURITY LOG; END   *
001645*   THE CONVERSATION WITHOUT SHOWING ANYTHING                   *
001646*****************************************************************
001647 8200-NOT-AUTHORIZED.
001648     EXEC CICS SEND TEXT
001649         FROM('HELLO-STS - NOT AUTHORIZED FOR THIS TRANSACTION')
001650         ERASE
001651     END-EXEC.
001652     EXEC CICS RETURN
001653     END-EXEC.
001654 8200-EXIT.
001655     EXIT.
001660*****************************************************************
001670* 9000-ABEND - ANYTHING UNEXPECTED FROM CICS - SIGN OFF CLEANLY *
001680*****************************************************************
