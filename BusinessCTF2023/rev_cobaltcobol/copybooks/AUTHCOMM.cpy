000100*****************************************************************
000200* AUTHCOMM - COMMAREA FOR THE HELLO-AUT AUTHORITY ROUTINE       *
000300*            (PROGRAM HELLOAUT), LINKED TO BY EVERY HELLO ONLINE*
000400*            TRANSACTION.  LENGTH 80.                           *
000500*                                                                *
000600* AUC-FUNCTION 'C' CHECKS THE SIGNED-ON USER'S AUTHORITY FOR    *
000700* THE RUNNING TRANSACTION AT AUC-LEVEL ('V' VIEW, 'U' UPDATE)   *
000800* AND RETURNS AUC-RESULT 'G' GRANTED OR 'D' DENIED, WITH THE    *
000900* DENIAL IN AUC-REASON.  EVERY DENIAL IS WRITTEN TO THE         *
001000* SECURITY LOG BY HELLO-AUT ITSELF.                             *
001100* AUC-FUNCTION 'L' LOGS AN UPDATE THE CALLER HAS JUST MADE      *
001200* UNDER A GRANTED 'U' CHECK - THE CALLER PUTS WHAT IT DID IN    *
001300* AUC-REASON AND THE KEY IT DID IT TO IN AUC-DETAIL.            *
001400* HELLO-AUT FILLS IN AUC-USER-ID AND AUC-TRAN-ID FROM THE TASK, *
001500* NEVER FROM THE CALLER.                                        *
001600*                                                                *
001700* MODIFICATION HISTORY                                          *
001800*   DATE       INIT  DESCRIPTION                                *
001900*   2026-10-15  DLM  ORIGINAL                                   *
002000*****************************************************************
002100 01  AUC-COMMAREA.
002200     05  AUC-FUNCTION                PIC X(01).
002300         88  AUC-CHECK               VALUE 'C'.
002400         88  AUC-LOG-UPDATE          VALUE 'L'.
002500     05  AUC-LEVEL                   PIC X(01).
002600         88  AUC-WANT-VIEW           VALUE 'V'.
002700         88  AUC-WANT-UPDATE         VALUE 'U'.
002800     05  AUC-RESULT                  PIC X(01).
002900         88  AUC-GRANTED             VALUE 'G'.
003000         88  AUC-DENIED              VALUE 'D'.
003100     05  AUC-USER-ID                 PIC X(08).
003200     05  AUC-TRAN-ID                 PIC X(04).
003300     05  AUC-REASON                  PIC X(30).
003400     05  AUC-DETAIL                  PIC X(18).
003500     05  FILLER                      PIC X(17).
