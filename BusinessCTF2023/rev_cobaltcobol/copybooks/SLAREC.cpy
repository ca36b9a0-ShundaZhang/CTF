000100*****************************************************************
000200* SLAREC   - BATCH WINDOW SLA CONTROL RECORD (VSAM KSDS SLACTL, *
000300*            KEY SLA-PROGRAM).  ONE STEP RECORD PER PROGRAM IN  *
000400*            THE HELLO-WORLD FAMILY THAT STAMPS RUNSTAT, KEYED  *
000500*            BY LOAD MODULE NAME, PLUS ONE CHAIN RECORD KEYED   *
000600*            '*CHAIN* ' HOLDING THE TRANSMISSION CUTOFF AND THE *
000700*            REPORT'S SETTINGS.  LOADED BY THE HELOSLAD DECK;   *
000800*            HELLO-WINR REWRITES THE AVERAGE FIELDS AFTER EACH  *
000900*            DAILY REPORT AND THE HSTS SCREEN (HELLO-STS) READS *
001000*            THEM TO JUDGE WHETHER TONIGHT'S RUN IS BEHIND ITS  *
001100*            USUAL PACE.                                        *
001200*            RECORD LENGTH 80, KEY AT OFFSET 0 LENGTH 8         *
001300*                                                               *
001400* STEP RECORD                                                   *
001500* SLA-CHAIN-SEQ     THE STEP'S PLACE IN THE NIGHTLY CHAIN.  00 =*
001600*                   RUNS OUTSIDE THE CHAIN (REPORTED, NEVER     *
001700*                   PART OF THE CUTOFF PROJECTION)              *
001800* SLA-RATE-BASIS    WHICH RUNSTAT COUNT IS THE STEP'S RECORDS   *
001900*                   FOR RECORDS PER MINUTE - '1' (OR BLANK),    *
002000*                   '2', OR 'B' FOR BOTH ADDED TOGETHER         *
002100* SLA-TARGET-SECS   TARGET ELAPSED SECONDS.  ZERO = NO TARGET   *
002200* SLA-TARGET-RPM    LOWEST ACCEPTABLE RECORDS PER MINUTE.  ZERO *
002300*                   = NO TARGET                                 *
002400* SLA-AVG-*         ROLLING AVERAGES OVER THE LAST SLA-AVG-RUNS *
002500*                   EXECUTIONS AS OF SLA-AVG-DATE, AND WHETHER  *
002600*                   THE STEP WAS FLAGGED AS TRENDING LATE -     *
002700*                   MAINTAINED BY HELLO-WINR, LOADED AS ZEROS   *
002800*                                                               *
002900* CHAIN RECORD                                                  *
003000* SLA-CUTOFF-STEP   THE STEP WHOSE END MUST BEAT THE CUTOFF     *
003100*                   (THE TRANSMISSION, HELLOXMT)                *
003200* SLA-CUTOFF-HHMM   THE POSTING SYSTEM'S CUTOFF - THE FIRST     *
003300*                   TIME OF DAY AT OR AFTER THE CHAIN'S START   *
003400* SLA-MARGIN-MINS   A PROJECTION INSIDE THIS MANY MINUTES OF    *
003500*                   THE CUTOFF IS FLAGGED AT RISK (ZERO = 30)   *
003600* SLA-WINDOW-RUNS   EXECUTIONS IN THE ROLLING AVERAGE (ZERO =   *
003700*                   10, AT MOST 30)                             *
003800* SLA-SLOW-PERCENT  HOW FAR OVER ITS AVERAGE A STEP MAY RUN     *
003900*                   BEFORE IT IS FLAGGED (ZERO = 20)            *
004000*                                                               *
004100* MODIFICATION HISTORY                                          *
004200*   DATE       INIT  DESCRIPTION                                *
004300*   2026-10-15  DLM  ORIGINAL                                   *
004400*****************************************************************
004500 01  SLA-RECORD.
004600     05  SLA-PROGRAM                 PIC X(08).
004700         88  SLA-CHAIN-RECORD        VALUE '*CHAIN* '.
004800     05  SLA-STEP-DATA.
004900         10  SLA-CHAIN-SEQ           PIC 9(02).
005000         10  SLA-RATE-BASIS          PIC X(01).
005100             88  SLA-RATE-COUNT-2    VALUE '2'.
005200             88  SLA-RATE-BOTH       VALUE 'B'.
005300         10  SLA-TARGET-SECS         PIC 9(05).
005400         10  SLA-TARGET-RPM          PIC 9(07).
005500         10  SLA-AVG-SECS            PIC 9(05).
005600         10  SLA-AVG-RPM             PIC 9(07).
005700         10  SLA-AVG-RUNS            PIC 9(02).
005800         10  SLA-AVG-DATE            PIC X(08).
005900         10  SLA-LATE-FLAG           PIC X(01).
006000             88  SLA-TRENDING-LATE   VALUE 'Y'.
006100         10  FILLER                  PIC X(34).
006200     05  SLA-CHAIN-DATA REDEFINES SLA-STEP-DATA.
006300         10  SLA-CUTOFF-STEP         PIC X(08).
006400         10  SLA-CUTOFF-HHMM         PIC 9(04).
006500         10  SLA-CUTOFF-HHMM-X REDEFINES SLA-CUTOFF-HHMM.
006600             15  SLA-CUTOFF-HH       PIC 9(02).
006700             15  SLA-CUTOFF-MM       PIC 9(02).
006800         10  SLA-MARGIN-MINS         PIC 9(03).
006900         10  SLA-WINDOW-RUNS         PIC 9(02).
007000         10  SLA-SLOW-PERCENT        PIC 9(03).
007100         10  FILLER                  PIC X(52).
