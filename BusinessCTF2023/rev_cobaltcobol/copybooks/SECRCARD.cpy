000100*****************************************************************
000200* SECRCARD - CONTROL CARD FOR THE DAILY SECURITY VIOLATIONS     *
000300*            REPORT (HELLO-SECR).  ONE RECORD PER RUN, THE FIRST*
000400*            8 BYTES OF AN 80-BYTE CARD IMAGE, GIVING THE DATE  *
000500*            (YYYYMMDD) WHOSE SECURITY LOG RECORDS ARE REPORTED.*
000600*            A MISSING OR BLANK CARD REPORTS THE BUSINESS DATE. *
000700*            A CARD THAT IS NOT A REAL DATE, OR IS AFTER THE    *
000800*            BUSINESS DATE, STOPS THE RUN.                      *
000900*                                                                *
001000* MODIFICATION HISTORY                                          *
001100*   DATE       INIT  DESCRIPTION                                *
001200*   2026-10-15  DLM  ORIGINAL                                   *
001300*****************************************************************
001400 01  SRC-RECORD.
001500     05  SRC-REPORT-DATE             PIC X(08).
001600     05  SRC-REPORT-DATE-N REDEFINES SRC-REPORT-DATE
001700                                     PIC 9(08).
