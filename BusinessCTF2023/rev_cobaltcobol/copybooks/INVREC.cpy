000100*****************************************************************
000200* INVREC   - POSTING SYSTEM ACTIVE-P INVENTORY RECORD.  THE     *
000300*            DOWNSTREAM POSTING SYSTEM SENDS A FULL INVENTORY   *
000400*            OF THE P VALUES IT HOLDS ACTIVE ONCE A MONTH, ONE  *
000500*            RECORD PER P, TAKEN AS OF THE CLOSE OF ITS POSTING *
000600*            FOR THE DATE IN INV-ASOF-DATE.  HELLO-INVR MATCHES *
000700*            IT AGAINST THE LIFETIME REGISTRY (PREGSTRY).       *
000800*            INV-PARTNER-ID IS THE PARTNER WHOSE BATCH THE P    *
000900*            WAS POSTED FROM (TRN-HDR-PARTNER-ID).              *
001000*            FIXED-BLOCK, RECORD LENGTH 40                      *
001100*                                                                *
001200* MODIFICATION HISTORY                                          *
001300*   DATE       INIT  DESCRIPTION                                *
001400*   2026-10-15  DLM  ORIGINAL                                   *
001500*****************************************************************
001600 01  INV-RECORD.
001700     05  INV-P                       PIC X(15).
001800     05  INV-PARTNER-ID              PIC X(04).
001900     05  INV-POSTED-DATE             PIC X(08).
002000     05  INV-ASOF-DATE               PIC X(08).
002100     05  FILLER                      PIC X(05).
