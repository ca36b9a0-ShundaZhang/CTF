000100*****************************************************************
000200* EODCARD  - CONTROL CARD FOR THE END-OF-DAY PROCESSING-DATE    *
000300*            STEP (HELLO-EOD).  ONE RECORD PER RUN:             *
000400*              V - VERIFY THE BUSINESS DATE IS STILL OPEN (THE  *
000500*                  FIRST STEP OF HELODAY/HELODAYP/HELODAYR)     *
000600*              C - CLOSE THE BUSINESS DATE (THE LAST STEP OF    *
000700*                  THE DAY'S CHAIN, AFTER THE AUDIT CYCLE)      *
000800*              A - ADVANCE A CLOSED DATE AND OPEN THE NEXT ONE  *
000900*                  (THE HELOEOD DECK).  EOD-NEW-DATE, WHEN NOT  *
001000*                  BLANK, NAMES THE NEW DATE EXPLICITLY (E.G.   *
001100*                  TO SKIP A NON-PROCESSING DAY); BLANK MEANS   *
001200*                  THE NEXT CALENDAR DAY.                       *
001300*            SUPPLIED AS THE FIRST 9 BYTES OF AN 80-BYTE CARD   *
001400*            IMAGE.                                             *
001500*                                                                *
001600* MODIFICATION HISTORY                                          *
001700*   DATE       INIT  DESCRIPTION                                *
001800*   2026-10-15  DLM  ORIGINAL                                   *
001900*****************************************************************
002000 01  EOD-RECORD.
002100     05  EOD-ACTION                  PIC X(01).
002200         88  EOD-VERIFY              VALUE 'V'.
002300         88  EOD-CLOSE               VALUE 'C'.
002400         88  EOD-ADVANCE             VALUE 'A'.
002500     05  EOD-NEW-DATE                PIC X(08).
002600     05  EOD-NEW-DATE-N REDEFINES EOD-NEW-DATE
002700                                     PIC 9(08).
