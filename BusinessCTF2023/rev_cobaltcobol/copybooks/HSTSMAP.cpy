000900* START, STATE, RETURN CODE AND COUNTS FROM THE RUNSTAT FILE.    *
001000* ADV (40) IS THE OPERATOR ADVICE LINE.  THE SCREEN HAS NO       *
001100* OPERATOR-ENTERABLE FIELDS - ENTER REFRESHES IT.                *
001110* PAC (70) IS THE PACE LINE - WHETHER TONIGHT'S RUN IS BEHIND    *
001120* ITS USUAL PACE AGAINST THE SLACTL AVERAGES AND TARGETS.        *
001200*                                                                *
001300* MODIFICATION HISTORY                                          *
001400*   DATE       INIT  DESCRIPTION                                *
001500*   2026-09-02  DLM  ORIGINAL                                   *
001510*   2026-10-15  DLM  ADDED THE PAC PACE LINE                    *
001600*****************************************************************
001700 01  HSTSMAPI.
001800     02  FILLER                  PIC X(12).
005600     02  FILLER REDEFINES ADVF.
005700         03  ADVA                PIC X.
005800     02  ADVI                    PIC X(40).
005810     02  PACL                    COMP PIC S9(4).
005820     02  PACF                    PIC X.
005830     02  FILLER REDEFINES PACF.
005840         03  PACA                PIC X.
005850     02  PACI                    PIC X(70).
005900 01  HSTSMAPO REDEFINES HSTSMAPI.
006000     02  FILLER                  PIC X(12).
006100     02  FILLER                  PIC X(03).
007400     02  PG7O                    PIC X(70).
007500     02  FILLER                  PIC X(03).
007600     02  ADVO                    PIC X(40).
007700     02  FILLER                  PIC X(03).
007800     02  PACO                    PIC X(70).
