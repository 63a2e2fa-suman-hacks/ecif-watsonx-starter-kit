000100*----------------------------------------------------------------*
000200*  PAYPTOT - AUTHORIZATION RUN PARTITION TOTALS RECORD             *
000300*----------------------------------------------------------------*
000400*  COPYBOOK:  PAYPTOT                                              *
000500*  PURPOSE :  WRITTEN BY PAYBAT01 AT THE NORMAL END OF ONE         *
000600*             PARTITION OF THE PARTITIONED DAILY RUN.  CARRIES THE *
000700*             PARTITION NUMBER, THE BUSINESS DATE AND FILE         *
000800*             SEQUENCE NUMBER OFF THE PARTITION HEADER, THE DETAIL *
000900*             RECORDS ACCOUNTED FOR (AUTHORIZED PLUS SKIPPED ON    *
001000*             RESTART) WITH THEIR DOLLAR HASH, AND THE RUN'S       *
001100*             SUMMARY COUNTERS IN THE SAME ORDER AS PAYBAT01'S     *
001200*             REPORT.  THE MERGE STEP (PAYBMRG) READS ONE OF THESE *
001300*             PER PARTITION, BALANCES THEM TO PAYPCTL AND ADDS THE *
001400*             COUNTERS UP FOR THE COMBINED SUMMARY REPORT.         *
001500*----------------------------------------------------------------*
001600*  MODIFICATION HISTORY                                            *
001700*  2026-10-15  DM   INITIAL VERSION.                               *
001800*----------------------------------------------------------------*
001900 01  PTOT-RECORD.
002000     05  PTOT-PART-NO                 PIC 9(01).
002100     05  PTOT-BUS-DATE                PIC 9(08).
002200     05  PTOT-FILE-SEQ-NO             PIC 9(06).
002300     05  PTOT-REC-COUNT               PIC 9(08).
002400     05  PTOT-HASH-AMT                PIC S9(13)V99.
002500     05  PTOT-COUNTERS.
002600         10  PTOT-TRAN-COUNT          PIC 9(07).
002700         10  PTOT-SKIPPED-COUNT       PIC 9(07).
002800         10  PTOT-APPROVE-COUNT       PIC 9(07).
002900         10  PTOT-REVERSAL-COUNT      PIC 9(07).
003000         10  PTOT-PREAUTH-COUNT       PIC 9(07).
003100         10  PTOT-COMPLETE-COUNT      PIC 9(07).
003200         10  PTOT-DECLINE-COUNT       PIC 9(07).
003300         10  PTOT-BLOCKED-COUNT       PIC 9(07).
003400         10  PTOT-CLOSED-COUNT        PIC 9(07).
003500         10  PTOT-FRAUD-COUNT         PIC 9(07).
003600         10  PTOT-DORMANT-COUNT       PIC 9(07).
003700         10  PTOT-LOST-COUNT          PIC 9(07).
003800         10  PTOT-OVER-LIMIT-COUNT    PIC 9(07).
003900         10  PTOT-CAT-BLOCK-COUNT     PIC 9(07).
004000         10  PTOT-CAT-LIMIT-COUNT     PIC 9(07).
004100         10  PTOT-MNEG-COUNT          PIC 9(07).
004200         10  PTOT-STANDIN-COUNT       PIC 9(07).
004300         10  PTOT-STIN-DECLINE-COUNT  PIC 9(07).
004400         10  PTOT-FXRT-DECLINE-COUNT  PIC 9(07).
004500         10  PTOT-XB-BLOCK-COUNT      PIC 9(07).
004600         10  PTOT-XB-LIMIT-COUNT      PIC 9(07).
004700         10  PTOT-KYC-COUNT           PIC 9(07).
004800         10  PTOT-NOACCT-COUNT        PIC 9(07).
004900         10  PTOT-OTHER-DECLINE-COUNT PIC 9(07).
005000     05  PTOT-COUNTER-TABLE REDEFINES PTOT-COUNTERS.
005100         10  PTOT-COUNTER             PIC 9(07)  OCCURS 24 TIMES.
005200     05  FILLER                       PIC X(10).
