000100*****************************************************************
000200* HPRTMAP  - HAND-AUTHORED SYMBOLIC MAP FOR MAPSET HPRTSET, MAP  *
000300*            HPRTMAP, FOLLOWING THE SAME CONVENTIONS AS HELOMAP. *
000400*            KEEP THIS LAYOUT IN STEP WITH HELLO-PRT, WHICH IS   *
000500*            WRITTEN DIRECTLY AGAINST THESE FIELD NAMES.         *
000600*                                                                *
000700* SCREEN FIELDS: ACT (1) IS THE ACTION - B BROWSE, A ADD,       *
000800* C CHANGE, D DEACTIVATE, BLANK TO SHOW ONE PROFILE.  PID (4),  *
000900* NAME (20), FMT (1), XMID (8) AND ACTV (1) ARE THE PARTREC     *
001000* PROFILE FIELDS - PARTNER ID, NAME, FEED FORMAT, TRANSMISSION  *
001100* IDENTITY AND ACTIVE FLAG.  BL1-BL6 (60 EACH) LIST THE         *
001200* PROFILES FROM THE KEYED PARTNER ONWARD.  STAT (30) IS THE     *
001300* RESULT OF THE OPERATOR'S LAST ACTION.                         *
001400*                                                                *
001500* MODIFICATION HISTORY                                          *
001600*   DATE       INIT  DESCRIPTION                                *
001700*   2026-10-15  DLM  ORIGINAL                                   *
001800*****************************************************************
001900 01  HPRTMAPI.
002000     02  FILLER                  PIC X(12).
002100     02  ACTL                    COMP PIC S9(4).
002200     02  ACTF                    PIC X.
002300     02  FILLER REDEFINES ACTF.
002400         03  ACTA                PIC X.
002500     02  ACTI                    PIC X(01).
002600     02  PIDL                    COMP PIC S9(4).
002700     02  PIDF                    PIC X.
002800     02  FILLER REDEFINES PIDF.
002900         03  PIDA                PIC X.
003000     02  PIDI                    PIC X(04).
003100     02  NAMEL                   COMP PIC S9(4).
003200     02  NAMEF                   PIC X.
003300     02  FILLER REDEFINES NAMEF.
003400         03  NAMEA               PIC X.
003500     02  NAMEI                   PIC X(20).
003600     02  FMTL                    COMP PIC S9(4).
003700     02  FMTF                    PIC X.
003800     02  FILLER REDEFINES FMTF.
003900         03  FMTA                PIC X.
004000     02  FMTI                    PIC X(01).
004100     02  XMIDL                   COMP PIC S9(4).
004200     02  XMIDF                   PIC X.
004300     02  FILLER REDEFINES XMIDF.
004400         03  XMIDA               PIC X.
004500     02  XMIDI                   PIC X(08).
004600     02  ACTVL                   COMP PIC S9(4).
004700     02  ACTVF                   PIC X.
004800     02  FILLER REDEFINES ACTVF.
004900         03  ACTVA               PIC X.
005000     02  ACTVI                   PIC X(01).
005100     02  BL1L                    COMP PIC S9(4).
005200     02  BL1F                    PIC X.
005300     02  FILLER REDEFINES BL1F.
005400         03  BL1A                PIC X.
005500     02  BL1I                    PIC X(60).
005600     02  BL2L                    COMP PIC S9(4).
005700     02  BL2F                    PIC X.
005800     02  FILLER REDEFINES BL2F.
005900         03  BL2A                PIC X.
006000     02  BL2I                    PIC X(60).
006100     02  BL3L                    COMP PIC S9(4).
006200     02  BL3F                    PIC X.
006300     02  FILLER REDEFINES BL3F.
006400         03  BL3A                PIC X.
006500     02  BL3I                    PIC X(60).
006600     02  BL4L                    COMP PIC S9(4).
006700     02  BL4F                    PIC X.
006800     02  FILLER REDEFINES BL4F.
006900         03  BL4A                PIC X.
007000     02  BL4I                    PIC X(60).
007100     02  BL5L                    COMP PIC S9(4).
007200     02  BL5F                    PIC X.
007300     02  FILLER REDEFINES BL5F.
007400         03  BL5A                PIC X.
007500     02  BL5I                    PIC X(60).
007600     02  BL6L                    COMP PIC S9(4).
007700     02  BL6F                    PIC X.
007800     02  FILLER REDEFINES BL6F.
007900         03  BL6A                PIC X.
008000     02  BL6I                    PIC X(60).
008100     02  STATL                   COMP PIC S9(4).
008200     02  STATF                   PIC X.
008300     02  FILLER REDEFINES STATF.
008400         03  STATA               PIC X.
008500     02  STATI                   PIC X(30).
008600 01  HPRTMAPO REDEFINES HPRTMAPI.
008700     02  FILLER                  PIC X(12).
008800     02  FILLER                  PIC X(03).
008900     02  ACTO                    PIC X(01).
009000     02  FILLER                  PIC X(03).
009100     02  PIDO                    PIC X(04).
009200     02  FILLER                  PIC X(03).
009300     02  NAMEO                   PIC X(20).
009400     02  FILLER                  PIC X(03).
009500     02  FMTO                    PIC X(01).
009600     02  FILLER                  PIC X(03).
009700     02  XMIDO                   PIC X(08).
009800     02  FILLER                  PIC X(03).
009900     02  ACTVO                   PIC X(01).
010000     02  FILLER                  PIC X(03).
010100     02  BL1O                    PIC X(60).
010200     02  FILLER                  PIC X(03).
010300     02  BL2O                    PIC X(60).
010400     02  FILLER                  PIC X(03).
010500     02  BL3O                    PIC X(60).
010600     02  FILLER                  PIC X(03).
010700     02  BL4O                    PIC X(60).
010800     02  FILLER                  PIC X(03).
010900     02  BL5O                    PIC X(60).
011000     02  FILLER                  PIC X(03).
011100     02  BL6O                    PIC X(60).
011200     02  FILLER                  PIC X(03).
011300     02  STATO                   PIC X(30).
