000100*****************************************************************
000200* SECLREC  - SECURITY LOG RECORD.  ONE RECORD PER DENIED        *
000300*            ATTEMPT TO RUN OR UPDATE THROUGH A HELLO ONLINE    *
000400*            TRANSACTION, AND ONE PER UPDATE MADE UNDER GRANTED *
000500*            AUTHORITY, WRITTEN BY HELLO-AUT TO THE SECL        *
000600*            TRANSIENT DATA QUEUE, WHICH THE SHOP ROUTES TO THE *
000700*            SECURITY LOG DATASET FDC.HELLO.SECLOG - THE SAME   *
000800*            ARRANGEMENT AS HELLO-CTL'S CTLA QUEUE.  THE        *
000900*            HELOSECR DECK PRINTS THE DAILY VIOLATIONS REPORT   *
001000*            FROM IT.  FIXED-BLOCK, RECORD LENGTH 80            *
001100*                                                                *
001200* SCL-OUTCOME: 'D' DENIED (SCL-REASON SAYS WHY), 'G' GRANTED    *
001300* UPDATE (SCL-REASON SAYS WHAT WAS DONE, SCL-DETAIL TO WHICH    *
001400* KEY).  SCL-LEVEL IS THE AUTHORITY ASKED FOR - 'V' VIEW OR     *
001500* 'U' UPDATE.                                                   *
001600*                                                                *
001700* MODIFICATION HISTORY                                          *
001800*   DATE       INIT  DESCRIPTION                                *
001900*   2026-10-15  DLM  ORIGINAL                                   *
002000*****************************************************************
002100 01  SCL-RECORD.
002200     05  SCL-TS                      PIC X(14).
002300     05  SCL-USER-ID                 PIC X(08).
002400     05  SCL-TERM-ID                 PIC X(04).
002500     05  SCL-TRAN-ID                 PIC X(04).
002600     05  SCL-LEVEL                   PIC X(01).
002700     05  SCL-OUTCOME                 PIC X(01).
002800         88  SCL-DENIED              VALUE 'D'.
002900         88  SCL-GRANTED-UPDATE      VALUE 'G'.
003000     05  SCL-REASON                  PIC X(30).
003100     05  SCL-DETAIL                  PIC X(18).
