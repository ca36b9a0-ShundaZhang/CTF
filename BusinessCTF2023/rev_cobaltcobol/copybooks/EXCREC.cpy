000500* MODIFICATION HISTORY                                          *
000600*   DATE       INIT  DESCRIPTION                                *
000700*   2026-08-09  DLM  ORIGINAL                                   *
000710*   2026-10-15  DLM  EXC-PARTNER-ID ADDED - THE PARTNER THE     *
000720*                    REJECTED PAIR CAME IN UNDER, SO A REPAIR   *
000730*                    IS RESUBMITTED FOR THE SAME PARTNER.       *
000740*                    RECORD LENGTH 49 (WAS 45)                  *
000800*****************************************************************
000900 01  EXC-RECORD.
001000     05  EXC-P1                      PIC X(07).
001100     05  EXC-P2                      PIC X(08).
001200     05  EXC-REASON                  PIC X(30).
001300     05  EXC-PARTNER-ID              PIC X(04).
