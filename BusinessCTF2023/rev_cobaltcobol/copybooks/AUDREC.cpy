000200* AUDREC   - RUN-LEVEL AUDIT RECORD FOR EVERY P1/P2/P           *
000300*            COMBINATION PRODUCED BY HELLO-WORLD                *
000400*                                                                *
000500* AUD-VALID-FLAG: 'Y' VALID AND RELEASED, 'A' VALID AND         *
000505* RELEASED WITH A P2 SERIAL ASSIGNED BY THE BUILD (TYPE-3 OR    *
000510* BLANK-P2 INPUT), 'N' FAILED THE EDITS, 'D' BUILT CLEAN BUT    *
000515* SUPPRESSED AS A DUPLICATE OF A P ALREADY BUILT EARLIER IN     *
000520* THE SAME RUN.  'Y' AND 'A' ARE BOTH ISSUED P VALUES -         *
000530* HELLO-RECON, HELLO-REGL AND HELLO-EXTR SELECT EITHER.         *
000531*                                                                *
000532* A RUN ID BEGINNING 'ONLINE' (AUD-ONLINE-ISSUE) MARKS A P      *
000533* ISSUED AT A TERMINAL BY THE HISS TRANSACTION (HELLO-ISS),     *
000534* NOT BUILT FROM THE FEED - 'ONLINE' AND THE BUSINESS DATE      *
000535* IT WAS ISSUED UNDER.  HELLO-WORLD COPIES THESE RECORDS FROM   *
000536* THE ONLINE ISSUANCE LOG (ONLISSUE) ONTO THE DAY'S AUDFILE     *
000537* UNCHANGED.                                                    *
000540*                                                                *
000600* MODIFICATION HISTORY                                          *
000610*   DATE       INIT  DESCRIPTION                                *
000720*                    VALUE OF AUD-VALID-FLAG                    *
000730*   2026-09-02  DLM  ADDED AUD-PARTNER-ID, CARRIED FROM THE     *
000740*                    PINFILE RECORD.  LENGTH 59 TO 63.          *
000750*   2026-10-15  DLM  ADDED VALID FLAG 'A' - ISSUED WITH A       *
000760*                    SYSTEM-ASSIGNED P2 SERIAL, SO THE PARTNER  *
000770*                    DISPOSITION FILE CAN TELL IT FROM A P2     *
000780*                    THE PARTNER SUPPLIED                       *
000786*   2026-10-15  DLM  ADDED AUD-RUN-SOURCE/AUD-ONLINE-ISSUE OVER *
000792*                    THE RUN ID, FOR P VALUES ISSUED ONLINE     *
000800*****************************************************************
000900 01  AUD-RECORD.
001000     05  AUD-RUN-ID                  PIC X(14).
001010     05  AUD-RUN-ID-PARTS REDEFINES AUD-RUN-ID.
001020         10  AUD-RUN-SOURCE          PIC X(06).
001030             88  AUD-ONLINE-ISSUE    VALUE 'ONLINE'.
001040         10  FILLER                  PIC X(08).
001100     05  AUD-TIMESTAMP               PIC X(14).
001200     05  AUD-P1                      PIC X(07).
001300     05  AUD-P2                      PIC X(08).
