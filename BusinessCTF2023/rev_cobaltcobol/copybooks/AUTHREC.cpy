000100*****************************************************************
000200* AUTHREC  - USER AUTHORITY RECORD (VSAM KSDS AUTHFILE, KEY     *
000300*            AUT-USER-ID).  ONE RECORD PER CICS USER ID ALLOWED *
000400*            INTO ANY HELLO ONLINE TRANSACTION, LISTING EACH    *
000500*            TRANSACTION THE USER MAY RUN AND WHETHER THEY MAY  *
000600*            UPDATE THROUGH IT OR ONLY VIEW.  READ ON EVERY     *
000700*            ENTRY BY THE HELLO-AUT CHECK ROUTINE; MAINTAINED   *
000800*            ONLINE BY THE SECURITY ADMINISTRATOR WITH HSEC     *
000900*            (HELLO-SEC).  A USER WITH NO RECORD, A SUSPENDED   *
001000*            RECORD OR NO ENTRY FOR THE TRANSACTION IS REFUSED. *
001100*            RECORD LENGTH 100, KEY AT OFFSET 0 LENGTH 8        *
001200*                                                                *
001300* AUT-TRAN-LEVEL: 'V' VIEW ONLY, 'U' VIEW AND UPDATE.           *
001400* AN UNUSED SLOT IS SPACES.  AUT-LAST-CHG-USER/TS ARE THE       *
001500* ADMINISTRATOR AND TIMESTAMP OF THE LAST HSEC UPDATE (SPACES   *
001600* AFTER THE HELOAUTD LOAD).                                     *
001700*                                                                *
001800* MODIFICATION HISTORY                                          *
001900*   DATE       INIT  DESCRIPTION                                *
002000*   2026-10-15  DLM  ORIGINAL                                   *
002100*****************************************************************
002200 01  AUT-RECORD.
002300     05  AUT-USER-ID                 PIC X(08).
002400     05  AUT-USER-NAME               PIC X(20).
002500     05  AUT-ACTIVE-FLAG             PIC X(01).
002600         88  AUT-ACTIVE              VALUE 'Y'.
002700     05  AUT-GRANT                   OCCURS 8 TIMES
002800                                     INDEXED BY AUT-GRANT-IDX.
002900         10  AUT-TRAN-ID             PIC X(04).
003000         10  AUT-TRAN-LEVEL          PIC X(01).
003100             88  AUT-VIEW-ONLY       VALUE 'V'.
003200             88  AUT-UPDATE          VALUE 'U'.
003300     05  AUT-LAST-CHG-USER           PIC X(08).
003400     05  AUT-LAST-CHG-TS             PIC X(14).
003500     05  FILLER                      PIC X(09).
