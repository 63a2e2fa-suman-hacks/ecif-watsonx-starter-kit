000100*----------------------------------------------------------------*
000200*  PAYGLCT - GENERAL-LEDGER EXTRACT CONTROL RECORD                 *
000300*----------------------------------------------------------------*
000400*  COPYBOOK:  PAYGLCT                                              *
000500*  PURPOSE :  HEADER AND TRAILER CONTROL RECORDS CARRIED ON THE    *
000600*             NIGHTLY GL EXTRACT AROUND THE PAYGLEX ENTRIES, THE   *
000700*             SAME WAY TRANCTL FRAMES THE DAILY TRANSACTION        *
000800*             EXTRACT.  THE HEADER NAMES THE BUSINESS DATE; THE    *
000900*             TRAILER CARRIES THE ENTRY COUNT AND THE DEBIT AND    *
001000*             CREDIT TOTALS, WHICH ARE ALWAYS EQUAL - PAYGLX01     *
001100*             WRITES NO TRAILER ON A DAY THAT DOES NOT NET TO      *
001200*             ZERO, SO THE LEDGER LOAD REFUSES THE FILE.           *
001300*----------------------------------------------------------------*
001400*  MODIFICATION HISTORY                                            *
001500*  2026-10-15  DM   INITIAL VERSION.                               *
001600*----------------------------------------------------------------*
001700 01  GL-CTL-RECORD.
001800     05  GLC-RECORD-TYPE              PIC X(03).
001900         88  GLC-TYPE-HEADER                 VALUE 'HDR'.
002000         88  GLC-TYPE-TRAILER                VALUE 'TRL'.
002100     05  GLC-HDR-DATA.
002200         10  GLC-BUS-DATE             PIC 9(08).
002300         10  FILLER                   PIC X(69).
002400     05  GLC-TRL-DATA REDEFINES GLC-HDR-DATA.
002500         10  GLC-REC-COUNT            PIC 9(08).
002600         10  GLC-TOTAL-DEBITS         PIC 9(13)V99.
002700         10  GLC-TOTAL-CREDITS        PIC 9(13)V99.
002800         10  FILLER                   PIC X(39).
