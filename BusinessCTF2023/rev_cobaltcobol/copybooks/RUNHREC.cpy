000100*****************************************************************
000200* RUNHREC  - RUN HISTORY RECORD (VSAM KSDS RUNHIST, KEY         *
000300*            RNH-KEY).  ONE RECORD PER COMPLETED EXECUTION OF A *
000400*            PROGRAM IN THE HELLO-WORLD FAMILY, ADDED BY        *
000500*            HELLO-STAT WITH THE END STAMP - RUNSTAT (RUNSTREC) *
000600*            ONLY EVER HOLDS THE LAST EXECUTION.  THE KEY IS    *
000700*            THE LOAD MODULE NAME AND THE START TIMESTAMP, SO A *
000800*            PROGRAM'S EXECUTIONS READ BACK OLDEST FIRST.       *
000900*            HELLO-WINR READS THE FILE FOR THE DAILY BATCH      *
001000*            WINDOW REPORT.  THE ALL-NINES PRIMER RECORD        *
001100*            HELORNHD LOADS IS NO PROGRAM'S AND IS PASSED OVER. *
001200*            RECORD LENGTH 80, KEY AT OFFSET 0 LENGTH 22        *
001300*                                                               *
001400* RNH-ELAPSED-SECS  END LESS START IN SECONDS - ZERO WHEN THE   *
001500*                   EXECUTION HAD NO START STAMP TO MEASURE     *
001600*                   FROM                                        *
001700* RNH-COUNT-1/2     THE TWO PROGRAM-CHOSEN COUNTS, AS ON RUNSTAT*
001800*                                                               *
001900* MODIFICATION HISTORY                                          *
002000*   DATE       INIT  DESCRIPTION                                *
002100*   2026-10-15  DLM  ORIGINAL                                   *
002200*****************************************************************
002300 01  RNH-RECORD.
002400     05  RNH-KEY.
002500         10  RNH-PROGRAM             PIC X(08).
002600         10  RNH-START-TS            PIC X(14).
002700     05  RNH-RUN-ID                  PIC X(14).
002800     05  RNH-END-TS                  PIC X(14).
002900     05  RNH-ELAPSED-SECS            PIC 9(07).
003000     05  RNH-RETURN-CODE             PIC 9(02).
003100     05  RNH-COUNT-1                 PIC 9(09).
003200     05  RNH-COUNT-2                 PIC 9(09).
003300     05  FILLER                      PIC X(03).
