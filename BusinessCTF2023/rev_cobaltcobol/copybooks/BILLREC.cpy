000100*****************************************************************
000200* BILLREC  - ACCOUNTS RECEIVABLE BILLING EXTRACT WRITTEN BY     *
000300*            HELLO-BILL AT MONTH END.  ONE DETAIL PER PARTNER   *
000400*            BILLED, GIVING THE MONTH'S COUNTS AND THE AMOUNT   *
000500*            DUE, THEN ONE TRAILER CARRYING THE CONTROL TOTALS  *
000600*            AR BALANCES THE LOAD AGAINST.                      *
000700*            FIXED-BLOCK, RECORD LENGTH 100                     *
000800*                                                                *
000900* BIL-DET-AMOUNT IS THE STATEMENT TOTAL: EACH COUNT TIMES ITS   *
001000* RATE (RATEREC), ROUNDED TO THE CENT, PLUS THE MONTHLY FEE.    *
001100* BIL-TRL-AUDIT-COUNT IS THE NUMBER OF THE MONTH'S AUDIT        *
001200* RECORDS THE COUNTS WERE TAKEN FROM; BIL-TRL-AMOUNT IS THE SUM *
001300* OF THE DETAIL AMOUNTS.                                        *
001400*                                                                *
001500* MODIFICATION HISTORY                                          *
001600*   DATE       INIT  DESCRIPTION                                *
001700*   2026-10-15  DLM  ORIGINAL                                   *
001800*****************************************************************
001900 01  BIL-DETAIL-RECORD.
002000     05  BIL-DET-ID                  PIC X(03) VALUE 'BDT'.
002100     05  BIL-DET-MONTH               PIC X(06).
002200     05  BIL-DET-PARTNER-ID          PIC X(04).
002300     05  BIL-DET-PARTNER-NAME        PIC X(20).
002400     05  BIL-DET-ISSUED              PIC 9(09).
002500     05  BIL-DET-ASSIGNED            PIC 9(09).
002600     05  BIL-DET-VOIDS               PIC 9(09).
002700     05  BIL-DET-REJECTS             PIC 9(09).
002800     05  BIL-DET-DUPLICATES          PIC 9(09).
002900     05  BIL-DET-RESENDS             PIC 9(09).
003000     05  BIL-DET-AMOUNT              PIC 9(09)V99.
003100     05  FILLER                      PIC X(02).
003200 01  BIL-TRAILER-RECORD.
003300     05  BIL-TRL-ID                  PIC X(03) VALUE 'BTR'.
003400     05  BIL-TRL-MONTH               PIC X(06).
003500     05  BIL-TRL-PARTNER-COUNT       PIC 9(09).
003600     05  BIL-TRL-AUDIT-COUNT         PIC 9(09).
003700     05  BIL-TRL-AMOUNT              PIC 9(11)V99.
003800     05  FILLER                      PIC X(60).
