000100*****************************************************************
000200* DISPREC  - PARTNER DISPOSITION RETURN FILE LAYOUTS BUILT BY   *
000300*            HELLO-DISP AT END OF DAY.  ONE GROUP PER PARTNER:  *
000400*            A HEADER CARRYING THE PARTNER'S TRANSMISSION       *
000500*            IDENTITY AND THE COUNTS FROM ITS FEED CONVERSION,  *
000600*            ONE SEQUENCE-NUMBERED DETAIL PER ROW THE PARTNER   *
000700*            SENT, AND A TRAILER COUNTING THE DETAILS BY        *
000800*            OUTCOME.                                           *
000900*            FIXED-BLOCK, RECORD LENGTH 80                      *
001000*                                                                *
001100* DSP-DET-DISPOSITION: 'I' P ISSUED, 'S' P ISSUED WITH A P2     *
001200* SERIAL ASSIGNED BY THE BUILD, 'C' REJECTED AT CONVERSION      *
001300* (HELLO-CNV), 'B' REJECTED BY THE BUILD EDITS, 'D' BUILT BUT   *
001400* SUPPRESSED AS A DUPLICATE.  A CONVERSION REJECT NEVER SPLIT   *
001500* INTO P1/P2, SO ITS DETAIL CARRIES THE FIRST 30 BYTES OF THE   *
001600* ROW AS SENT (DSP-DET-ROW) IN PLACE OF THE P1/P2/P FIELDS.     *
001700*                                                                *
001800* THE TRAILER TIES BACK TO THE HEADER: CONVERSION REJECTS EQUAL *
001900* THE FEED'S ROWS REJECTED, AND ISSUED + BUILD REJECTS +        *
002000* DUPLICATES EQUAL THE FEED'S RECORDS CONVERTED.                *
002100* DSP-TRL-TIE-FLAG: 'Y' TIED, 'N' OUT OF BALANCE, 'E' THE       *
002200* BUILD SAW MORE OF THE PARTNER'S RECORDS THAN ITS FEED         *
002300* CONVERTED - RECYCLED CORRECTIONS OR A RESTARTED BUILD, OR NO  *
002400* FEED AT ALL TODAY.                                            *
002500*                                                                *
002600* MODIFICATION HISTORY                                          *
002700*   DATE       INIT  DESCRIPTION                                *
002800*   2026-10-15  DLM  ORIGINAL                                   *
002900*****************************************************************
003000 01  DSP-HEADER-RECORD.
003100     05  DSP-HDR-ID                  PIC X(03) VALUE 'DHD'.
003200     05  DSP-HDR-PARTNER-ID          PIC X(04).
003300     05  DSP-HDR-XMIT-ID             PIC X(08).
003400     05  DSP-HDR-BUS-DATE            PIC X(08).
003500     05  DSP-HDR-FEED-READ           PIC 9(09).
003600     05  DSP-HDR-FEED-CONVERTED      PIC 9(09).
003700     05  DSP-HDR-FEED-REJECTED       PIC 9(09).
003800     05  DSP-HDR-FEED-BLANK          PIC 9(09).
003900     05  FILLER                      PIC X(21).
004000 01  DSP-DETAIL-RECORD.
004100     05  DSP-DET-ID                  PIC X(03) VALUE 'DDT'.
004200     05  DSP-DET-SEQ                 PIC 9(09).
004300     05  DSP-DET-DISPOSITION         PIC X(01).
004400         88  DSP-DET-ISSUED          VALUE 'I'.
004500         88  DSP-DET-ASSIGNED        VALUE 'S'.
004600         88  DSP-DET-CNV-REJECT      VALUE 'C'.
004700         88  DSP-DET-BLD-REJECT      VALUE 'B'.
004800         88  DSP-DET-DUPLICATE       VALUE 'D'.
004900     05  DSP-DET-PAIR.
005000         10  DSP-DET-P1              PIC X(07).
005100         10  DSP-DET-P2              PIC X(08).
005200         10  DSP-DET-P               PIC X(15).
005300     05  DSP-DET-ROW REDEFINES DSP-DET-PAIR
005400                                     PIC X(30).
005500     05  DSP-DET-REASON              PIC X(30).
005600     05  FILLER                      PIC X(07).
005700 01  DSP-TRAILER-RECORD.
005800     05  DSP-TRL-ID                  PIC X(03) VALUE 'DTR'.
005900     05  DSP-TRL-PARTNER-ID          PIC X(04).
006000     05  DSP-TRL-DET-COUNT           PIC 9(09).
006100     05  DSP-TRL-ISSUED              PIC 9(09).
006200     05  DSP-TRL-ASSIGNED            PIC 9(09).
006300     05  DSP-TRL-CNV-REJECTED        PIC 9(09).
006400     05  DSP-TRL-BLD-REJECTED        PIC 9(09).
006500     05  DSP-TRL-DUPLICATES          PIC 9(09).
006600     05  DSP-TRL-TIE-FLAG            PIC X(01).
006700         88  DSP-TRL-TIED            VALUE 'Y'.
006800         88  DSP-TRL-OUT-OF-BALANCE  VALUE 'N'.
006900         88  DSP-TRL-EXTRA-ROWS      VALUE 'E'.
007000     05  FILLER                      PIC X(18).
