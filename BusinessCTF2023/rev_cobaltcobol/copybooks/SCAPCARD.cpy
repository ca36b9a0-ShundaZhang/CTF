000100*****************************************************************
000200* SCAPCARD - CONTROL CARD FOR THE WEEKLY P2 SERIAL CAPACITY     *
000300*            FORECAST (HELLO-SCAP).  ONE RECORD PER RUN, THE    *
000400*            FIRST 19 BYTES OF AN 80-BYTE CARD IMAGE:           *
000500*              COL  1- 3  PERCENT OF A P1'S SERIAL RANGE IN USE *
000600*                         AT WHICH THE P1 IS FLAGGED (080)      *
000700*              COL  4- 8  DAYS TO PROJECTED EXHAUSTION AT OR    *
000800*                         UNDER WHICH THE P1 IS FLAGGED (00180) *
000900*              COL  9-11  DAYS OF AUDIT HISTORY THE DAILY       *
001000*                         ISSUANCE RATE IS AVERAGED OVER (028)  *
001100*              COL 12-19  SERIALS IN EACH P1'S RANGE            *
001200*                         (99999999, THE 8-DIGIT P2)            *
001300*            A BLANK FIELD, OR A MISSING CARD, TAKES THE        *
001400*            DEFAULT SHOWN.  A FIELD THAT IS NOT NUMERIC, OR A  *
001500*            ZERO WINDOW OR RANGE, ALSO TAKES THE DEFAULT AND   *
001600*            ENDS THE RUN RC 4 SO THE BAD CARD IS NOTICED.      *
001700*                                                                *
001800* MODIFICATION HISTORY                                          *
001900*   DATE       INIT  DESCRIPTION                                *
002000*   2026-10-15  DLM  ORIGINAL                                   *
002100*****************************************************************
002200 01  SCP-RECORD.
002300     05  SCP-PCT-LIMIT-X             PIC X(03).
002400     05  SCP-PCT-LIMIT REDEFINES SCP-PCT-LIMIT-X
002500                                     PIC 9(03).
002600     05  SCP-DAYS-LIMIT-X            PIC X(05).
002700     05  SCP-DAYS-LIMIT REDEFINES SCP-DAYS-LIMIT-X
002800                                     PIC 9(05).
002900     05  SCP-WINDOW-DAYS-X           PIC X(03).
003000     05  SCP-WINDOW-DAYS REDEFINES SCP-WINDOW-DAYS-X
003100                                     PIC 9(03).
003200     05  SCP-RANGE-SIZE-X            PIC X(08).
003300     05  SCP-RANGE-SIZE REDEFINES SCP-RANGE-SIZE-X
003400                                     PIC 9(08).
