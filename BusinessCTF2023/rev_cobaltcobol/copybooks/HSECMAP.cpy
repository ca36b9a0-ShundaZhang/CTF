000100*****************************************************************
000200* HSECMAP  - HAND-AUTHORED SYMBOLIC MAP FOR MAPSET HSECSET, MAP *
000300*            HSECMAP, FOLLOWING THE SAME CONVENTIONS AS HELOMAP.*
000400*            KEEP THIS LAYOUT IN STEP WITH HELLO-SEC, WHICH IS  *
000500*            WRITTEN DIRECTLY AGAINST THESE FIELD NAMES.        *
000600*                                                                *
000700* SCREEN FIELDS: ACT (1) IS THE ACTION - B BROWSE, A ADD,       *
000800* C CHANGE, D DISABLE, BLANK TO SHOW ONE USER.  UID (8), UNAM   *
000900* (20) AND ACTV (1) ARE THE AUTHREC USER ID, NAME AND ACTIVE    *
001000* FLAG.  T1-T8 (4 EACH) AND L1-L8 (1 EACH) ARE THE EIGHT        *
001100* TRANSACTION GRANTS - TRANSACTION ID AND LEVEL, V VIEW OR U    *
001200* UPDATE.  BL1-BL6 (60 EACH) LIST THE USERS FROM THE KEYED USER *
001300* ONWARD.  STAT (30) IS THE RESULT OF THE LAST ACTION.          *
001400*                                                                *
001500* MODIFICATION HISTORY                                          *
001600*   DATE       INIT  DESCRIPTION                                *
001700*   2026-10-15  DLM  ORIGINAL                                   *
001800*****************************************************************
001900 01  HSECMAPI.
002000     02  FILLER                  PIC X(12).
002100     02  ACTL                    COMP PIC S9(4).
002200     02  ACTF                    PIC X.
002300     02  FILLER REDEFINES ACTF.
002400         03  ACTA                PIC X.
002500     02  ACTI                    PIC X(01).
002600     02  UIDL                    COMP PIC S9(4).
002700     02  UIDF                    PIC X.
002800     02  FILLER REDEFINES UIDF.
002900         03  UIDA                PIC X.
003000     02  UIDI                    PIC X(08).
003100     02  UNAML                   COMP PIC S9(4).
003200     02  UNAMF                   PIC X.
003300     02  FILLER REDEFINES UNAMF.
003400         03  UNAMA               PIC X.
003500     02  UNAMI                   PIC X(20).
003600     02  ACTVL                   COMP PIC S9(4).
003700     02  ACTVF                   PIC X.
003800     02  FILLER REDEFINES ACTVF.
003900         03  ACTVA               PIC X.
004000     02  ACTVI                   PIC X(01).
004100     02  T1L                     COMP PIC S9(4).
004200     02  T1F                     PIC X.
004300     02  FILLER REDEFINES T1F.
004400         03  T1A                 PIC X.
004500     02  T1I                     PIC X(04).
004600     02  L1L                     COMP PIC S9(4).
004700     02  L1F                     PIC X.
004800     02  FILLER REDEFINES L1F.
004900         03  L1A                 PIC X.
005000     02  L1I                     PIC X(01).
005100     02  T2L                     COMP PIC S9(4).
005200     02  T2F                     PIC X.
005300     02  FILLER REDEFINES T2F.
005400         03  T2A                 PIC X.
005500     02  T2I                     PIC X(04).
005600     02  L2L                     COMP PIC S9(4).
005700     02  L2F                     PIC X.
005800     02  FILLER REDEFINES L2F.
005900         03  L2A                 PIC X.
006000     02  L2I                     PIC X(01).
006100     02  T3L                     COMP PIC S9(4).
006200     02  T3F                     PIC X.
006300     02  FILLER REDEFINES T3F.
006400         03  T3A                 PIC X.
006500     02  T3I                     PIC X(04).
006600     02  L3L                     COMP PIC S9(4).
006700     02  L3F                     PIC X.
006800     02  FILLER REDEFINES L3F.
006900         03  L3A                 PIC X.
007000     02  L3I                     PIC X(01).
007100     02  T4L                     COMP PIC S9(4).
007200     02  T4F                     PIC X.
007300     02  FILLER REDEFINES T4F.
007400         03  T4A                 PIC X.
007500     02  T4I                     PIC X(04).
007600     02  L4L                     COMP PIC S9(4).
007700     02  L4F                     PIC X.
007800     02  FILLER REDEFINES L4F.
007900         03  L4A                 PIC X.
008000     02  L4I                     PIC X(01).
008100     02  T5L                     COMP PIC S9(4).
008200     02  T5F                     PIC X.
008300     02  FILLER REDEFINES T5F.
008400         03  T5A                 PIC X.
008500     02  T5I                     PIC X(04).
008600     02  L5L                     COMP PIC S9(4).
008700     02  L5F                     PIC X.
008800     02  FILLER REDEFINES L5F.
008900         03  L5A                 PIC X.
009000     02  L5I                     PIC X(01).
009100     02  T6L                     COMP PIC S9(4).
009200     02  T6F                     PIC X.
009300     02  FILLER REDEFINES T6F.
009400         03  T6A                 PIC X.
009500     02  T6I                     PIC X(04).
009600     02  L6L                     COMP PIC S9(4).
009700     02  L6F                     PIC X.
009800     02  FILLER REDEFINES L6F.
009900         03  L6A                 PIC X.
010000     02  L6I                     PIC X(01).
010100     02  T7L                     COMP PIC S9(4).
010200     02  T7F                     PIC X.
010300     02  FILLER REDEFINES T7F.
010400         03  T7A                 PIC X.
010500     02  T7I                     PIC X(04).
010600     02  L7L                     COMP PIC S9(4).
010700     02  L7F                     PIC X.
010800     02  FILLER REDEFINES L7F.
010900         03  L7A                 PIC X.
011000     02  L7I                     PIC X(01).
011100     02  T8L                     COMP PIC S9(4).
011200     02  T8F                     PIC X.
011300     02  FILLER REDEFINES T8F.
011400         03  T8A                 PIC X.
011500     02  T8I                     PIC X(04).
011600     02  L8L                     COMP PIC S9(4).
011700     02  L8F                     PIC X.
011800     02  FILLER REDEFINES L8F.
011900         03  L8A                 PIC X.
012000     02  L8I                     PIC X(01).
012100     02  BL1L                    COMP PIC S9(4).
012200     02  BL1F                    PIC X.
012300     02  FILLER REDEFINES BL1F.
012400         03  BL1A                PIC X.
012500     02  BL1I                    PIC X(60).
012600     02  BL2L                    COMP PIC S9(4).
012700     02  BL2F                    PIC X.
012800     02  FILLER REDEFINES BL2F.
012900         03  BL2A                PIC X.
013000     02  BL2I                    PIC X(60).
013100     02  BL3L                    COMP PIC S9(4).
013200     02  BL3F                    PIC X.
013300     02  FILLER REDEFINES BL3F.
013400         03  BL3A                PIC X.
013500     02  BL3I                    PIC X(60).
013600     02  BL4L                    COMP PIC S9(4).
013700     02  BL4F                    PIC X.
013800     02  FILLER REDEFINES BL4F.
013900         03  BL4A                PIC X.
014000     02  BL4I                    PIC X(60).
014100     02  BL5L                    COMP PIC S9(4).
014200     02  BL5F                    PIC X.
014300     02  FILLER REDEFINES BL5F.
014400         03  BL5A                PIC X.
014500     02  BL5I                    PIC X(60).
014600     02  BL6L                    COMP PIC S9(4).
014700     02  BL6F                    PIC X.
014800     02  FILLER REDEFINES BL6F.
014900         03  BL6A                PIC X.
015000     02  BL6I                    PIC X(60).
015100     02  STATL                   COMP PIC S9(4).
015200     02  STATF                   PIC X.
015300     02  FILLER REDEFINES STATF.
015400         03  STATA               PIC X.
015500     02  STATI                   PIC X(30).
015600 01  HSECMAPO REDEFINES HSECMAPI.
015700     02  FILLER                  PIC X(12).
015800     02  FILLER                  PIC X(03).
015900     02  ACTO                    PIC X(01).
016000     02  FILLER                  PIC X(03).
016100     02  UIDO                    PIC X(08).
016200     02  FILLER                  PIC X(03).
016300     02  UNAMO                   PIC X(20).
016400     02  FILLER                  PIC X(03).
016500     02  ACTVO                   PIC X(01).
016600     02  FILLER                  PIC X(03).
016700     02  T1O                     PIC X(04).
016800     02  FILLER                  PIC X(03).
016900     02  L1O                     PIC X(01).
017000     02  FILLER                  PIC X(03).
017100     02  T2O                     PIC X(04).
017200     02  FILLER                  PIC X(03).
017300     02  L2O                     PIC X(01).
017400     02  FILLER                  PIC X(03).
017500     02  T3O                     PIC X(04).
017600     02  FILLER                  PIC X(03).
017700     02  L3O                     PIC X(01).
017800     02  FILLER                  PIC X(03).
017900     02  T4O                     PIC X(04).
018000     02  FILLER                  PIC X(03).
018100     02  L4O                     PIC X(01).
018200     02  FILLER                  PIC X(03).
018300     02  T5O                     PIC X(04).
018400     02  FILLER                  PIC X(03).
018500     02  L5O                     PIC X(01).
018600     02  FILLER                  PIC X(03).
018700     02  T6O                     PIC X(04).
018800     02  FILLER                  PIC X(03).
018900     02  L6O                     PIC X(01).
019000     02  FILLER                  PIC X(03).
019100     02  T7O                     PIC X(04).
019200     02  FILLER                  PIC X(03).
019300     02  L7O                     PIC X(01).
019400     02  FILLER                  PIC X(03).
019500     02  T8O                     PIC X(04).
019600     02  FILLER                  PIC X(03).
019700     02  L8O                     PIC X(01).
019800     02  FILLER                  PIC X(03).
019900     02  BL1O                    PIC X(60).
020000     02  FILLER                  PIC X(03).
020100     02  BL2O                    PIC X(60).
020200     02  FILLER                  PIC X(03).
020300     02  BL3O                    PIC X(60).
020400     02  FILLER                  PIC X(03).
020500     02  BL4O                    PIC X(60).
020600     02  FILLER                  PIC X(03).
020700     02  BL5O                    PIC X(60).
020800     02  FILLER                  PIC X(03).
020900     02  BL6O                    PIC X(60).
021000     02  FILLER                  PIC X(03).
021100     02  STATO                   PIC X(30).
