000900*            CONSUMED BY THE NEXT HELLO-FIX RUN ALONGSIDE THE   *
001000*            CORFILE CARDS, AND CLEARED BY THE HELOFIX DECK     *
001100*            ONCE CONSUMED.                                     *
001200*            RECORD LENGTH 34, KEY AT OFFSET 0 LENGTH 15        *
001300*                                                                *
001400* MODIFICATION HISTORY                                          *
001500*   DATE       INIT  DESCRIPTION                                *
001600*   2026-09-02  DLM  ORIGINAL                                   *
001610*   2026-10-15  DLM  CQ-PARTNER-ID ADDED - THE PARTNER OF THE   *
001620*                    OUTSTANDING EXCEPTION, COPIED FROM         *
001630*                    EXO-PARTNER-ID.  RECORD LENGTH 34 (WAS 30) *
001700*****************************************************************
001800 01  CQ-RECORD.
001900     05  CQ-KEY.
002100         10  CQ-OLD-P2               PIC X(08).
002200     05  CQ-NEW-P1                   PIC X(07).
002300     05  CQ-NEW-P2                   PIC X(08).
002400     05  CQ-PARTNER-ID               PIC X(04).
