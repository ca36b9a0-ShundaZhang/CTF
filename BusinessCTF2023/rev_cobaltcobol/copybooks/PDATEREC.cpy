000100*****************************************************************
000200* PDATEREC - BUSINESS PROCESSING-DATE CONTROL RECORD (VSAM KSDS *
000300*            PROCDATE, KEY PDT-KEY).  ONE RECORD, KEYED BY THE  *
000400*            CONSTANT 'PROCDATE', HOLDING THE BUSINESS DATE     *
000500*            THE WHOLE BATCH CHAIN WORKS UNDER - READ THROUGH   *
000600*            THE HELLO-PDAT SUBPROGRAM IN PLACE OF THE SYSTEM   *
000700*            CLOCK, SO A RUN THAT CROSSES MIDNIGHT OR A CATCH-  *
000800*            UP RUN FOR A MISSED DAY STILL STAMPS THE RIGHT     *
000900*            DAY.  THE DATE IS CLOSED AT THE END OF THE DAY'S   *
001000*            CHAIN AND ADVANCED FOR THE NEXT DAY ONLY BY THE    *
001100*            END-OF-DAY PROGRAM (HELLO-EOD); NOTHING ELSE       *
001200*            WRITES IT.  A CLOSED DATE IS ONE WHOSE DAILY RUN   *
001300*            HAS ALREADY COMPLETED - HELODAY/HELODAYP REFUSE    *
001400*            TO RUN AGAINST IT.                                 *
001500*            RECORD LENGTH 60, KEY AT OFFSET 0 LENGTH 8         *
001600*                                                                *
001700* MODIFICATION HISTORY                                          *
001800*   DATE       INIT  DESCRIPTION                                *
001900*   2026-10-15  DLM  ORIGINAL                                   *
002000*****************************************************************
002100 01  PDT-RECORD.
002200     05  PDT-KEY                     PIC X(08).
002300     05  PDT-BUS-DATE                PIC X(08).
002400     05  PDT-BUS-DATE-N REDEFINES PDT-BUS-DATE
002500                                     PIC 9(08).
002600     05  PDT-STATUS                  PIC X(01).
002700         88  PDT-OPEN                VALUE 'O'.
002800         88  PDT-CLOSED              VALUE 'C'.
002900     05  PDT-PRIOR-DATE              PIC X(08).
003000     05  PDT-OPEN-TS                 PIC X(14).
003100     05  PDT-CLOSE-TS                PIC X(14).
003200     05  FILLER                      PIC X(07).
