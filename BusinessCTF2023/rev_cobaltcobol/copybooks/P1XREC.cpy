000100*****************************************************************
000200* P1XREC   - CUSTOMER SYSTEM P1 ACCOUNT EXTRACT RECORD.  THE    *
000300*            CUSTOMER SYSTEM SENDS A FULL EXTRACT OF EVERY      *
000400*            ACCOUNT CODE (P1) IT HOLDS ONCE A DAY, ONE RECORD  *
000500*            PER P1, TAKEN AS OF P1X-EXTRACT-DATE.  HELLO-P1LD  *
000600*            EDITS IT AND RELOADS THE P1 REFERENCE MASTER       *
000700*            (P1MREC) FROM IT.  STATUS IS 'O' OPEN, 'C' CLOSED  *
000800*            OR 'S' SUSPENDED; DATES ARE YYYYMMDD AND A BLANK   *
000900*            END DATE MEANS OPEN-ENDED.                         *
001000*            FIXED-BLOCK, RECORD LENGTH 40                      *
001100*                                                                *
001200* MODIFICATION HISTORY                                          *
001300*   DATE       INIT  DESCRIPTION                                *
001400*   2026-10-15  DLM  ORIGINAL                                   *
001500*****************************************************************
001600 01  P1X-RECORD.
001700     05  P1X-P1                      PIC X(07).
001800     05  P1X-PARTNER-ID              PIC X(04).
001900     05  P1X-STATUS                  PIC X(01).
002000     05  P1X-EFF-DATE                PIC X(08).
002100     05  P1X-EFF-DATE-N REDEFINES P1X-EFF-DATE
002200                                     PIC 9(08).
002300     05  P1X-END-DATE                PIC X(08).
002400     05  P1X-END-DATE-N REDEFINES P1X-END-DATE
002500                                     PIC 9(08).
002600     05  P1X-EXTRACT-DATE            PIC X(08).
002700     05  P1X-EXTRACT-DATE-N REDEFINES P1X-EXTRACT-DATE
002800                                     PIC 9(08).
002900     05  FILLER                      PIC X(04).
