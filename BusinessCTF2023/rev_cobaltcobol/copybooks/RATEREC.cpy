000100*****************************************************************
000200* RATEREC  - PARTNER RATE TABLE RECORD (VSAM KSDS RATEFILE, KEY *
000300*            RAT-PARTNER-ID).  ONE RECORD PER PARTNER, GIVING   *
000400*            THE UNIT PRICE OF EACH BILLABLE EVENT AND THE FLAT *
000500*            MONTHLY FEE HELLO-BILL CHARGES.  THE RECORD KEYED  *
000600*            'DFLT' PRICES ANY PARTNER WITHOUT A RECORD OF ITS  *
000700*            OWN.  UNIT RATES CARRY FOUR DECIMAL PLACES.        *
000800*            RECORD LENGTH 80, KEY AT OFFSET 0 LENGTH 4         *
000900*                                                                *
001000* RAT-ISSUE-RATE    EACH P ISSUED (AUDIT FLAG 'Y' OR 'A')       *
001100* RAT-SERIAL-RATE   EACH P2 SERIAL ASSIGNED BY THE BUILD ('A'), *
001200*                   ON TOP OF THE ISSUE RATE                    *
001300* RAT-VOID-RATE     EACH P VOIDED (VOID NOTIFICATION)           *
001400* RAT-REJECT-RATE   EACH ROW REJECTED BY THE BUILD EDITS ('N')  *
001500* RAT-DUP-RATE      EACH ROW SUPPRESSED AS A DUPLICATE ('D')    *
001600* RAT-RESEND-RATE   EACH BATCH TRANSMITTED MORE THAN ONCE       *
001700*                                                                *
001800* MODIFICATION HISTORY                                          *
001900*   DATE       INIT  DESCRIPTION                                *
002000*   2026-10-15  DLM  ORIGINAL                                   *
002100*****************************************************************
002200 01  RAT-RECORD.
002300     05  RAT-PARTNER-ID              PIC X(04).
002400     05  RAT-ISSUE-RATE              PIC 9(03)V9(04).
002500     05  RAT-SERIAL-RATE             PIC 9(03)V9(04).
002600     05  RAT-VOID-RATE               PIC 9(03)V9(04).
002700     05  RAT-REJECT-RATE             PIC 9(03)V9(04).
002800     05  RAT-DUP-RATE                PIC 9(03)V9(04).
002900     05  RAT-RESEND-RATE             PIC 9(03)V9(04).
003000     05  RAT-MONTHLY-FEE             PIC 9(07)V99.
003100     05  FILLER                      PIC X(25).
