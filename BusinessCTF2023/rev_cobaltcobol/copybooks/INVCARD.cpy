000100*****************************************************************
000200* INVCARD  - CONTROL CARD FOR THE MONTHLY POSTING INVENTORY     *
000300*            RECONCILIATION (HELLO-INVR).  ONE RECORD PER RUN,  *
000400*            THE FIRST 8 BYTES OF AN 80-BYTE CARD IMAGE, GIVING *
000500*            THE AS-OF DATE (YYYYMMDD) THE INVENTORY WAS TAKEN  *
000600*            AT.  A P ISSUED OR VOIDED HERE AFTER THAT DATE WAS *
000700*            STILL IN FLIGHT WHEN THE INVENTORY WAS CUT AND IS  *
000800*            NOT A FINDING.  A MISSING OR BLANK CARD TAKES THE  *
000900*            AS-OF DATE FROM THE INVENTORY ITSELF               *
001000*            (INV-ASOF-DATE ON ITS FIRST RECORD).  A CARD THAT  *
001100*            IS NOT A DATE BEFORE THE BUSINESS DATE STOPS THE   *
001200*            RUN RATHER THAN CORRECT AGAINST THE WRONG CUT.     *
001300*                                                                *
001400* MODIFICATION HISTORY                                          *
001500*   DATE       INIT  DESCRIPTION                                *
001600*   2026-10-15  DLM  ORIGINAL                                   *
001700*****************************************************************
001800 01  INC-RECORD.
001900     05  INC-ASOF-DATE               PIC X(08).
002000     05  INC-ASOF-DATE-N REDEFINES INC-ASOF-DATE
002100                                     PIC 9(08).
