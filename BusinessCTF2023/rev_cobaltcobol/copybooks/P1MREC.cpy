000100*****************************************************************
000200* P1MREC   - P1 REFERENCE MASTER RECORD.  ONE RECORD PER P1     *
000300*            (CUSTOMER ACCOUNT CODE) KNOWN TO THE CUSTOMER      *
000400*            SYSTEM, GIVING THE PARTNER THAT OWNS THE ACCOUNT,  *
000500*            ITS STATUS AND THE DATES IT IS EFFECTIVE BETWEEN.  *
000600*            VSAM KSDS FDC.HELLO.P1MASTER (DD/FCT P1MASTER),    *
000700*            KEY P1M-P1 (OFFSET 0, LENGTH 7), RECORD LENGTH 40. *
000800*            RELOADED IN FULL EACH DAY FROM THE CUSTOMER SYSTEM *
000900*            EXTRACT (P1XREC) BY HELLO-P1LD (DECK HELOP1LD).    *
001000*            HELLO-BLD REFUSES A TYPE-1 P1 THAT IS NOT ON FILE, *
001100*            NOT YET OR NO LONGER EFFECTIVE ON THE BUSINESS     *
001200*            DATE, CLOSED OR SUSPENDED, OR OWNED BY A PARTNER   *
001300*            OTHER THAN THE ONE SUBMITTING IT.                  *
001400*            P1M-END-DATE SPACES MEANS OPEN-ENDED.              *
001500*                                                                *
001600* MODIFICATION HISTORY                                          *
001700*   DATE       INIT  DESCRIPTION                                *
001800*   2026-10-15  DLM  ORIGINAL                                   *
001900*****************************************************************
002000 01  P1M-RECORD.
002100     05  P1M-P1                      PIC X(07).
002200     05  P1M-PARTNER-ID              PIC X(04).
002300     05  P1M-STATUS                  PIC X(01).
002400         88  P1M-OPEN                VALUE 'O'.
002500         88  P1M-CLOSED              VALUE 'C'.
002600         88  P1M-SUSPENDED           VALUE 'S'.
002700         88  P1M-STATUS-VALID        VALUE 'O' 'C' 'S'.
002800     05  P1M-EFF-DATE                PIC X(08).
002900     05  P1M-END-DATE                PIC X(08).
003000     05  P1M-LOAD-DATE               PIC X(08).
003100     05  FILLER                      PIC X(04).
