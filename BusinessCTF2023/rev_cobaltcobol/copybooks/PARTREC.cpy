001100* MODIFICATION HISTORY                                          *
001200*   DATE       INIT  DESCRIPTION                                *
001300*   2026-09-02  DLM  ORIGINAL                                   *
001310*   2026-10-15  DLM  MAINTAINED ONLINE BY THE HPRT TRANSACTION  *
001320*                    (HELLO-PRT) - SEE ITS EDITS BEFORE ADDING  *
001330*                    A FEED FORMAT OR A NEW FIELD               *
001400*****************************************************************
001500 01  PPF-RECORD.
001600     05  PPF-PARTNER-ID              PIC X(04).
