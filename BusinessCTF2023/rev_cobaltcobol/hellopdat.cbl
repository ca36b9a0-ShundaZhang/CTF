000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HELLO-PDAT.
000030 AUTHOR.         D L MILLER.
000040 INSTALLATION.   FEDORA DATA CENTER.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.  2026-10-15.
000070*****************************************************************
000080* HELLO-PDAT RETURNS THE BUSINESS PROCESSING DATE FROM THE      *
000090* SHARED PROCDATE CONTROL RECORD (PDATEREC).  THE BATCH         *
000100* PROGRAMS THAT STAMP A DATE ONTO THEIR OUTPUT - HELLO-WORLD,   *
000110* HELLO-XMIT, HELLO-VOID, HELLO-FIX AND HELLO-RSND - CALL IT    *
000120* IN PLACE OF ACCEPT ... FROM DATE, SO A RUN THAT CROSSES       *
000130* MIDNIGHT OR A CATCH-UP RUN FOR A MISSED DAY STAMPS THE        *
000140* BUSINESS DAY IT IS PROCESSING, NOT THE DAY THE CLOCK SHOWS.   *
000150* THE SAME FACTORED-SUBPROGRAM PATTERN AS HELLO-STAT KEEPS THE  *
000160* LOOKUP IN ONE PLACE.                                          *
000170*                                                                *
000180* LK-DATE-STATUS COMES BACK AS THE RECORD'S OWN STATUS - 'O'    *
000190* OPEN OR 'C' CLOSED - OR 'U' WHEN THE DATE IS UNAVAILABLE      *
000200* (PROCDATE WILL NOT OPEN, HAS NO CONTROL RECORD, OR HOLDS A    *
000210* DATE THAT IS NOT EIGHT DIGITS).  UNLIKE RUN-STATUS, THE       *
000220* BUSINESS DATE IS NOT BOOKKEEPING - A CALLER HANDED 'U' STOPS  *
000230* RATHER THAN FALL BACK TO THE SYSTEM CLOCK, WHICH IS EXACTLY   *
000240* THE WRONG-DAY STAMPING THIS RECORD EXISTS TO PREVENT.         *
000250* THE RECORD IS ONLY EVER READ HERE - OPENING, CLOSING AND      *
000260* ADVANCING THE DATE BELONGS TO HELLO-EOD ALONE.                *
000270*                                                                *
000280* MODIFICATION HISTORY                                          *
000290*   DATE       INIT  DESCRIPTION                                *
000300*   2026-10-15  DLM  ORIGINAL                                   *
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.    IBM-370.
000350 OBJECT-COMPUTER.    IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PDT-FILE ASSIGN TO PROCDATE
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS PDT-KEY
000420         FILE STATUS IS WS-PDT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PDT-FILE
000460     LABEL RECORDS ARE STANDARD.
000470 COPY PDATEREC.
000480 WORKING-STORAGE SECTION.
000490 01  WS-PDT-STATUS               PIC X(02) VALUE SPACES.
000500     88  WS-PDT-OK               VALUE '00'.
000510     88  WS-PDT-NOT-FOUND        VALUE '23'.
000520 LINKAGE SECTION.
000530 01  LK-BUS-DATE                 PIC X(08).
000540 01  LK-DATE-STATUS              PIC X(01).
000550     88  LK-DATE-OPEN            VALUE 'O'.
000560     88  LK-DATE-CLOSED          VALUE 'C'.
000570     88  LK-DATE-UNAVAIL         VALUE 'U'.
000580 PROCEDURE DIVISION USING LK-BUS-DATE LK-DATE-STATUS.
000590 0000-MAINLINE.
000600     MOVE SPACES TO LK-BUS-DATE.
000610     MOVE 'U' TO LK-DATE-STATUS.
000620     OPEN INPUT PDT-FILE.
000630     IF NOT WS-PDT-OK
000640         GOBACK
000650     END-IF.
000660     PERFORM 1000-READ-RECORD THRU 1000-EXIT.
000670     CLOSE PDT-FILE.
000680     GOBACK.
000690*****************************************************************
000700* 1000-READ-RECORD - FETCH THE CONTROL RECORD AND HAND BACK ITS *
000710*   DATE AND STATUS, OR LEAVE THE CALLER'S 'U' STANDING         *
000720*****************************************************************
000730 1000-READ-RECORD.
000740     MOVE 'PROCDATE' TO PDT-KEY.
000750     READ PDT-FILE
000760         INVALID KEY
000770             GO TO 1000-EXIT
000780     END-READ.
000790     IF NOT WS-PDT-OK
000800         GO TO 1000-EXIT
000810     END-IF.
000820     IF PDT-BUS-DATE NOT NUMERIC OR PDT-BUS-DATE-N = ZERO
000830         GO TO 1000-EXIT
000840     END-IF.
000850     IF NOT PDT-OPEN AND NOT PDT-CLOSED
000860         GO TO 1000-EXIT
000870     END-IF.
000880     MOVE PDT-BUS-DATE TO LK-BUS-DATE.
000890     MOVE PDT-STATUS TO LK-DATE-STATUS.
000900 1000-EXIT.
000910     EXIT.
