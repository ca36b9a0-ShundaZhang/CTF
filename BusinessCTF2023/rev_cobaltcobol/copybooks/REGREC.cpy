000840* ENTRY STAYS ON THE REGISTRY - ITS P WAS ISSUED ONCE AND MUST   *
000850* NEVER BE ISSUED AGAIN - BUT HELLO-RECON REPORTS A HIT ON ONE   *
000860* AS A VOID REUSE, NOT A LIVE DUPLICATE.                         *
000867*                                                                *
000874* A P ISSUED AT A TERMINAL (HISS, HELLO-ISS) IS WRITTEN HERE AT  *
000881* ONCE, WITH REG-RUN-ID 'ONLINE' AND THE BUSINESS DATE, SO NO    *
000888* LATER ISSUE - ONLINE OR BATCH - CAN GIVE IT OUT AGAIN.         *
000900*                                                                *
001000* MODIFICATION HISTORY                                          *
001100*   DATE       INIT  DESCRIPTION                                *
001210*   2026-09-02  DLM  ADDED REG-STATUS AND REG-VOID-DATE FOR THE  *
001220*                    VOID/RETIREMENT LIFECYCLE.  LENGTH 58 TO    *
001230*                    67.                                         *
001240*   2026-10-15  DLM  ENTRIES NOW ALSO WRITTEN ONLINE BY HELLO-ISS*
001300*****************************************************************
001400 01  REG-RECORD.
001500     05  REG-P                       PIC X(15).
