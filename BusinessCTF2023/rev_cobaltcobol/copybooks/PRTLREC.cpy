000100*****************************************************************
000200* PRTLREC  - PARTNER PROFILE CHANGE-LOG RECORD.  ONE RECORD PER *
000300*            PARTFILE UPDATE MADE THROUGH THE HPRT ONLINE       *
000400*            TRANSACTION (HELLO-PRT), WRITTEN TO THE PRTA       *
000500*            TRANSIENT DATA QUEUE, WHICH THE SHOP ROUTES TO THE *
000600*            PARTNER PROFILE CHANGE LOG DATASET - THE SAME      *
000700*            ARRANGEMENT AS HELLO-CTL'S CTLA QUEUE.             *
000800*            FIXED-BLOCK, RECORD LENGTH 120                     *
000900*                                                                *
001000* PLG-ACTION: 'A' PROFILE ADDED, 'C' PROFILE CHANGED, 'D'       *
001100* PROFILE DEACTIVATED.  PLG-BEFORE-IMAGE AND PLG-AFTER-IMAGE    *
001200* ARE THE WHOLE PARTREC RECORD AS IT STOOD BEFORE AND AFTER     *
001300* THE UPDATE - THE BEFORE IMAGE IS SPACES ON AN ADD.            *
001400*                                                                *
001500* MODIFICATION HISTORY                                          *
001600*   DATE       INIT  DESCRIPTION                                *
001700*   2026-10-15  DLM  ORIGINAL                                   *
001800*****************************************************************
001900 01  PLG-RECORD.
002000     05  PLG-CHG-TS                  PIC X(14).
002100     05  PLG-USER-ID                 PIC X(08).
002200     05  PLG-TERM-ID                 PIC X(04).
002300     05  PLG-ACTION                  PIC X(01).
002400         88  PLG-ADDED               VALUE 'A'.
002500         88  PLG-CHANGED             VALUE 'C'.
002600         88  PLG-DEACTIVATED         VALUE 'D'.
002700     05  PLG-PARTNER-ID              PIC X(04).
002800     05  PLG-BEFORE-IMAGE            PIC X(40).
002900     05  PLG-AFTER-IMAGE             PIC X(40).
003000     05  FILLER                      PIC X(09).
