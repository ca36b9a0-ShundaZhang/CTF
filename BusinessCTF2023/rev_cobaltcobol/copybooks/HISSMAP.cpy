000100*****************************************************************
000200* HISSMAP  - HAND-AUTHORED SYMBOLIC MAP FOR MAPSET HISSSET, MAP *
000300*            HISSMAP, FOLLOWING THE SAME CONVENTIONS AS HELOMAP.*
000400*            KEEP THIS LAYOUT IN STEP WITH HELLO-ISS, WHICH IS  *
000500*            WRITTEN DIRECTLY AGAINST THESE FIELD NAMES.        *
000600*                                                                *
000700* SCREEN FIELDS: P1 (7), P2 (8) AND PID (4) ARE KEYED BY THE    *
000800* OPERATOR - THE PAIR TO ISSUE (P2 LEFT BLANK ASKS FOR THE      *
000900* NEXT FREE P2 SERIAL) AND THE PARTNER IT IS ISSUED FOR.  PVAL  *
001000* (15) AND STAT (30) ARE DISPLAY-ONLY RESULT FIELDS; P2 IS ALSO *
001100* SENT BACK WITH THE SERIAL WHEN ONE WAS ASSIGNED.              *
001200*                                                                *
001300* MODIFICATION HISTORY                                          *
001400*   DATE       INIT  DESCRIPTION                                *
001500*   2026-10-15  DLM  ORIGINAL                                   *
001600*****************************************************************
001700 01  HISSMAPI.
001800     02  FILLER                  PIC X(12).
001900     02  P1L                     COMP PIC S9(4).
002000     02  P1F                     PIC X.
002100     02  FILLER REDEFINES P1F.
002200         03  P1A                 PIC X.
002300     02  P1I                     PIC X(07).
002400     02  P2L                     COMP PIC S9(4).
002500     02  P2F                     PIC X.
002600     02  FILLER REDEFINES P2F.
002700         03  P2A                 PIC X.
002800     02  P2I                     PIC X(08).
002900     02  PIDL                    COMP PIC S9(4).
003000     02  PIDF                    PIC X.
003100     02  FILLER REDEFINES PIDF.
003200         03  PIDA                PIC X.
003300     02  PIDI                    PIC X(04).
003400     02  PVALL                   COMP PIC S9(4).
003500     02  PVALF                   PIC X.
003600     02  FILLER REDEFINES PVALF.
003700         03  PVALA               PIC X.
003800     02  PVALI                   PIC X(15).
003900     02  STATL                   COMP PIC S9(4).
004000     02  STATF                   PIC X.
004100     02  FILLER REDEFINES STATF.
004200         03  STATA               PIC X.
004300     02  STATI                   PIC X(30).
004400 01  HISSMAPO REDEFINES HISSMAPI.
004500     02  FILLER                  PIC X(12).
004600     02  FILLER                  PIC X(03).
004700     02  P1O                     PIC X(07).
004800     02  FILLER                  PIC X(03).
004900     02  P2O                     PIC X(08).
005000     02  FILLER                  PIC X(03).
005100     02  PIDO                    PIC X(04).
005200     02  FILLER                  PIC X(03).
005300     02  PVALO                   PIC X(15).
005400     02  FILLER                  PIC X(03).
005500     02  STATO                   PIC X(30).
