000250* THE PARTITION BUILD STEPS, WHERE FOUR CONCURRENT HELLOWLD     *
000260* EXECUTIONS WOULD FIGHT OVER ONE RECORD) MEANS THE CALL DOES   *
000270* NOTHING AND THE CALLER NEVER KNOWS.                           *
000271*                                                                *
000272* EVERY END STAMP ALSO ADDS A RECORD TO THE RUNHIST KSDS        *
000273* (RUNHREC, KEYED BY PROGRAM AND START TIMESTAMP) - RUN ID,     *
000274* START, END, ELAPSED SECONDS, RETURN CODE AND BOTH COUNTS - SO *
000275* THE DAILY BATCH WINDOW REPORT (HELLO-WINR) CAN SEE A STEP     *
000276* SLOWING DOWN NIGHT BY NIGHT.  THE SAME RULE APPLIES: A        *
000277* RUNHIST THAT WILL NOT OPEN OR A RECORD THAT WILL NOT WRITE IS *
000278* PASSED OVER SILENTLY.                                         *
000280*                                                                *
000290* MODIFICATION HISTORY                                          *
000300*   DATE       INIT  DESCRIPTION                                *
000316*                    DAY'S ARTIFACTS CARRY, AND THE HSTS        *
000318*                    SCREEN CAN BE MATCHED TO SUMFILE/AUDFILE   *
000319*                    INSTEAD OF SHOWING A PRIVATE TIMESTAMP     *
000321*   2026-10-15  DLM  THE END STAMP NOW ALSO WRITES A RUN       *
000323*                    HISTORY RECORD TO RUNHIST (SEE RUNHREC)    *
000325*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.    IBM-370.
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS RST-PROGRAM
000430         FILE STATUS IS WS-RST-STATUS.
000431     SELECT RNH-FILE ASSIGN TO RUNHIST
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS RANDOM
000434         RECORD KEY IS RNH-KEY
000435         FILE STATUS IS WS-RNH-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  RST-FILE
000470     LABEL RECORDS ARE STANDARD.
000480 COPY RUNSTREC.
000482 FD  RNH-FILE
000484     LABEL RECORDS ARE STANDARD.
000486 COPY RUNHREC.
000490 WORKING-STORAGE SECTION.
000500 01  WS-RST-STATUS               PIC X(02) VALUE SPACES.
000510     88  WS-RST-OK               VALUE '00'.
000550 01  WS-STAMP-TS                 PIC X(14) VALUE SPACES.
000560 01  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
000570     88  WS-FOUND                VALUE 'Y'.
000571 01  WS-RNH-STATUS               PIC X(02) VALUE SPACES.
000572     88  WS-RNH-OK               VALUE '00'.
000573*    A TIMESTAMP TAKEN APART TO MEASURE THE ELAPSED TIME
000574 01  WS-TS-WORK                  PIC X(14) VALUE SPACES.
000575 01  WS-TS-PARTS REDEFINES WS-TS-WORK.
000576     05  WS-TS-DATE              PIC 9(08).
000577     05  WS-TS-HH                PIC 9(02).
000578     05  WS-TS-MM                PIC 9(02).
000579     05  WS-TS-SS                PIC 9(02).
000580 01  WS-TS-SECS                  PIC 9(11) COMP VALUE ZERO.
000581 01  WS-START-SECS               PIC 9(11) COMP VALUE ZERO.
000582 01  WS-END-SECS                 PIC 9(11) COMP VALUE ZERO.
000583 LINKAGE SECTION.
000590 01  LK-PROGRAM                  PIC X(08).
000600 01  LK-EVENT                    PIC X(01).
000610     88  LK-START-EVENT          VALUE 'S'.
000800         PERFORM 2000-STAMP-START THRU 2000-EXIT
000810     ELSE
000820         PERFORM 3000-STAMP-END THRU 3000-EXIT
000824         PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT
000830     END-IF.
000840     CLOSE RST-FILE.
000850     GOBACK.
001580     END-IF.
001590 4000-EXIT.
001600     EXIT.
001610*****************************************************************
001620* 5000-WRITE-HISTORY - ADD THE EXECUTION JUST ENDED TO RUNHIST, *
001630*   FROM THE RUNSTAT RECORD AS 3000-STAMP-END LEFT IT.  A       *
001640*   FAILED OPEN OR WRITE IS SWALLOWED - SEE THE HEADER.         *
001650*****************************************************************
001660 5000-WRITE-HISTORY.
001670     OPEN I-O RNH-FILE.
001680     IF NOT WS-RNH-OK
001690         GO TO 5000-EXIT
001700     END-IF.
001710     MOVE RST-PROGRAM TO RNH-PROGRAM.
001720     MOVE RST-START-TS TO RNH-START-TS.
001730     MOVE RST-RUN-ID TO RNH-RUN-ID.
001740     MOVE RST-END-TS TO RNH-END-TS.
001750     MOVE RST-RETURN-CODE TO RNH-RETURN-CODE.
001760     MOVE RST-COUNT-1 TO RNH-COUNT-1.
001770     MOVE RST-COUNT-2 TO RNH-COUNT-2.
001780     PERFORM 5100-COMPUTE-ELAPSED THRU 5100-EXIT.
001790     WRITE RNH-RECORD
001800         INVALID KEY
001810             CONTINUE
001820     END-WRITE.
001830     CLOSE RNH-FILE.
001840 5000-EXIT.
001850     EXIT.
001860*****************************************************************
001870* 5100-COMPUTE-ELAPSED - END LESS START IN SECONDS, GOOD ACROSS *
001880*   MIDNIGHT.  A START STAMP THAT IS NOT A TIMESTAMP (NONE WAS  *
001890*   EVER TAKEN) LEAVES THE ELAPSED TIME ZERO.                   *
001900*****************************************************************
001910 5100-COMPUTE-ELAPSED.
001920     MOVE ZERO TO RNH-ELAPSED-SECS.
001930     MOVE RST-START-TS TO WS-TS-WORK.
001940     PERFORM 5200-TS-TO-SECONDS THRU 5200-EXIT.
001950     MOVE WS-TS-SECS TO WS-START-SECS.
001960     MOVE RST-END-TS TO WS-TS-WORK.
001970     PERFORM 5200-TS-TO-SECONDS THRU 5200-EXIT.
001980     MOVE WS-TS-SECS TO WS-END-SECS.
001990     IF WS-START-SECS = ZERO
002000         OR WS-END-SECS NOT > WS-START-SECS
002010         GO TO 5100-EXIT
002020     END-IF.
002030     COMPUTE RNH-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
002040         ON SIZE ERROR
002050             MOVE 9999999 TO RNH-ELAPSED-SECS
002060     END-COMPUTE.
002070 5100-EXIT.
002080     EXIT.
002090*****************************************************************
002100* 5200-TS-TO-SECONDS - WS-TS-WORK AS SECONDS SINCE THE START OF *
002110*   THE DAY-NUMBER CALENDAR, OR ZERO IF IT IS NOT A TIMESTAMP   *
002120*****************************************************************
002130 5200-TS-TO-SECONDS.
002140     MOVE ZERO TO WS-TS-SECS.
002150     IF WS-TS-WORK NOT NUMERIC
002160         OR WS-TS-DATE < 16010101
002170         GO TO 5200-EXIT
002180     END-IF.
002190     COMPUTE WS-TS-SECS =
002200         FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
002210         + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.
002220 5200-EXIT.
002230     EXIT.
