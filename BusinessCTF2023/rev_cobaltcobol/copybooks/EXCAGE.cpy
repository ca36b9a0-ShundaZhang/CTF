000400*            EXCREC PLUS THE DATE THE EXCEPTION WAS FIRST SEEN, *
000500*            SO THE AGING REPORT CAN TELL A FRESH REJECT FROM   *
000600*            ONE THAT HAS BEEN SITTING UNREPAIRED FOR DAYS.     *
000700*            FIXED-BLOCK, RECORD LENGTH 57                      *
000800*                                                                *
000900* MODIFICATION HISTORY                                          *
001000*   DATE       INIT  DESCRIPTION                                *
001100*   2026-08-22  DLM  ORIGINAL                                   *
001110*   2026-10-15  DLM  EXO-PARTNER-ID ADDED, CARRIED FROM         *
001120*                    EXC-PARTNER-ID.  RECORD LENGTH 57 (WAS 53) *
001200*****************************************************************
001300 01  EXO-RECORD.
001400     05  EXO-P1                      PIC X(07).
001500     05  EXO-P2                      PIC X(08).
001600     05  EXO-REASON                  PIC X(30).
001700     05  EXO-FIRST-DATE              PIC X(08).
001800     05  EXO-PARTNER-ID              PIC X(04).
