000100*****************************************************************
000200* BILLCARD - CONTROL CARD FOR THE MONTH-END PARTNER BILLING     *
000300*            RUN (HELLO-BILL).  ONE RECORD PER RUN, NAMING THE  *
000400*            MONTH TO BILL AS YYYYMM.  A MISSING OR BLANK CARD  *
000500*            MEANS THE MONTH BEFORE THE CURRENT BUSINESS DATE   *
000600*            (HELLO-PDAT) - THE USUAL CASE, RUN EARLY IN THE    *
000700*            NEW MONTH.  A CARD THAT IS NOT A VALID MONTH       *
000800*            STOPS THE RUN RATHER THAN BILL THE WRONG PERIOD.   *
000900*            SUPPLIED AS THE FIRST 6 BYTES OF AN 80-BYTE CARD   *
001000*            IMAGE.                                             *
001100*                                                                *
001200* MODIFICATION HISTORY                                          *
001300*   DATE       INIT  DESCRIPTION                                *
001400*   2026-10-15  DLM  ORIGINAL                                   *
001500*****************************************************************
001600 01  BCD-RECORD.
001700     05  BCD-MONTH                   PIC X(06).
001800     05  BCD-MONTH-R REDEFINES BCD-MONTH.
001900         10  BCD-YEAR                PIC 9(04).
002000         10  BCD-MM                  PIC 9(02).
