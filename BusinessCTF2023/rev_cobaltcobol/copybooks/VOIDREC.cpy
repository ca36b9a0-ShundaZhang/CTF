000400*            DAY'S TRANSMISSION BATCH (TRNREC 'VDL' RECORDS) SO *
000500*            THE DOWNSTREAM POSTING SYSTEM RETIRES THE P TOO,   *
000600*            AND THE HELODAY DECK CLEARS THE FILE ONCE THE      *
000700*            BATCH HAS GONE OUT - AFTER COPYING IT TO A         *
000710*            VOIDARCH GENERATION FOR THE MONTH-END BILLING RUN. *
000800*            FIXED-BLOCK, RECORD LENGTH 23                      *
000900*                                                                *
001000* MODIFICATION HISTORY                                          *
001100*   DATE       INIT  DESCRIPTION                                *
001200*   2026-09-02  DLM  ORIGINAL                                   *
001210*   2026-10-15  DLM  THE DAY'S VOIDS ARE NOW KEPT ON VOIDARCH   *
001220*                    BEFORE THE FILE IS CLEARED.                *
001300*****************************************************************
001400 01  VOID-RECORD.
001500     05  VOID-P                      PIC X(15).
