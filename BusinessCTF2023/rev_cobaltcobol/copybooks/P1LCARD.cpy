000100*****************************************************************
000200* P1LCARD  - CONTROL CARD FOR THE P1 REFERENCE MASTER RELOAD    *
000300*            (HELLO-P1LD).  ONE RECORD PER RUN, THE FIRST 3     *
000400*            BYTES OF AN 80-BYTE CARD IMAGE, GIVING THE LOWEST  *
000500*            PERCENTAGE OF THE CURRENT MASTER'S RECORD COUNT    *
000600*            THAT THE NEW EXTRACT MUST CARRY IN GOOD RECORDS    *
000700*            BEFORE THE MASTER IS REPLACED - A GUARD AGAINST A  *
000800*            TRUNCATED EXTRACT WIPING OUT THE REFERENCE DATA.   *
000900*            A MISSING OR BLANK CARD MEANS 090.  000 TURNS THE  *
001000*            CHECK OFF (FIRST LOAD, OR A KNOWN MASS CLOSURE).   *
001100*                                                                *
001200* MODIFICATION HISTORY                                          *
001300*   DATE       INIT  DESCRIPTION                                *
001400*   2026-10-15  DLM  ORIGINAL                                   *
001500*****************************************************************
001600 01  P1C-RECORD.
001700     05  P1C-MIN-PERCENT             PIC X(03).
001800     05  P1C-MIN-PERCENT-N REDEFINES P1C-MIN-PERCENT
001900                                     PIC 9(03).
