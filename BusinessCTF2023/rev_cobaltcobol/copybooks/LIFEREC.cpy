001100* ACKNOWLEDGED CLEAN AND RETIRED FROM THE SENT-BATCH LOG, 'U'   *
001200* STILL AWAITING ACKNOWLEDGMENT, 'F' REJECTED OR MISMATCHED,    *
001300* SPACE NOT TRANSMITTED (THE RECORD FAILED THE EDITS OR WAS     *
001400* SUPPRESSED AS A DUPLICATE).  LIF-VALID-FLAG CARRIES THE       *
001450* AUDREC VALUES, INCLUDING 'A' (SYSTEM-ASSIGNED P2 SERIAL).     *
001500*            FIXED-BLOCK, RECORD LENGTH 88                      *
001600*                                                                *
001700* MODIFICATION HISTORY                                          *
001800*   DATE       INIT  DESCRIPTION                                *
001900*   2026-09-02  DLM  ORIGINAL                                   *
001910*   2026-10-15  DLM  DOCUMENTED VALID FLAG 'A'                  *
002000*****************************************************************
002100 01  LIF-RECORD.
002200     05  LIF-RUN-ID                  PIC X(14).
