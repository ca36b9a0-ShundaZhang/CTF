000400*            WHICH IS WRITTEN DIRECTLY AGAINST THESE FIELD NAMES.*
000500*                                                                *
000600* SCREEN FIELDS: TYPE (1), P1 (7), P2 (8) ARE OPERATOR-ENTERED;  *
000610* PID (4), THE SUBMITTING PARTNER, IS OPTIONAL (BLANK = 0001);   *
000700* PVAL (15) AND STAT (30) ARE DISPLAY-ONLY RESULT FIELDS.        *
000800*                                                                *
000900* MODIFICATION HISTORY                                          *
001500*   2026-08-09  DLM  CORRECTED THE HEADER COMMENT, WHICH CLAIMED *
001600*                    THIS WAS GENERATED FROM BMS MAPSET SOURCE - *
001700*                    NO SUCH SOURCE EXISTS IN THIS LIBRARY       *
001710*   2026-10-15  DLM  ADDED PID - THE PARTNER THE P1 REFERENCE    *
001720*                    MASTER OWNERSHIP EDIT IS MADE FOR           *
001800*****************************************************************
001900 01  HELOMAPI.
002000     02  FILLER                  PIC X(12).
003300     02  FILLER REDEFINES P2F.
003400         03  P2A                 PIC X.
003500     02  P2I                     PIC X(08).
003510     02  PIDL                    COMP PIC S9(4).
003520     02  PIDF                    PIC X.
003530     02  FILLER REDEFINES PIDF.
003540         03  PIDA                PIC X.
003550     02  PIDI                    PIC X(04).
003600     02  PVALL                   COMP PIC S9(4).
003700     02  PVALF                   PIC X.
003800     02  FILLER REDEFINES PVALF.
005100     02  P1O                     PIC X(07).
005200     02  FILLER                  PIC X(03).
005300     02  P2O                     PIC X(08).
005310     02  FILLER                  PIC X(03).
005320     02  PIDO                    PIC X(04).
005400     02  FILLER                  PIC X(03).
005500     02  PVALO                   PIC X(15).
005600     02  FILLER                  PIC X(03).
