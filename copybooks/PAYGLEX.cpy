000100*----------------------------------------------------------------*
000200*  PAYGLEX - GENERAL-LEDGER EXTRACT ENTRY RECORD                   *
000300*----------------------------------------------------------------*
000400*  COPYBOOK:  PAYGLEX                                              *
000500*  PURPOSE :  ONE SUMMARIZED DEBIT OR CREDIT ENTRY ON THE NIGHTLY  *
000600*             GL EXTRACT (PAYGLX01) - THE GL ACCOUNT, THE SIDE,    *
000700*             THE AMOUNT, THE BUSINESS DATE, AND THE SOURCE OF     *
000800*             THE BALANCE MOVEMENT IT BOOKS, WITH THE NUMBER OF    *
000900*             ITEMS SUMMARIZED INTO IT.  EVERY SOURCE PRODUCES A   *
001000*             DEBIT AND A MATCHING CREDIT.  THE ENTRIES SIT        *
001100*             BETWEEN THE PAYGLCT HEADER AND TRAILER; THE FIRST    *
001200*             BYTES ARE THE NUMERIC GL ACCOUNT, SO AN ENTRY CANNOT *
001300*             COLLIDE WITH 'HDR' OR 'TRL'.                         *
001400*----------------------------------------------------------------*
001500*  MODIFICATION HISTORY                                            *
001600*  2026-10-15  DM   INITIAL VERSION.                               *
001610*  2026-10-15  DM   ADDED GLEX-SOURCE-FEE-CHARGED ('FEEA') AND     *
001620*                   GLEX-SOURCE-FEE-WAIVED ('FEEW') FOR THE        *
001630*                   OVERDRAFT FEE ENTRIES.                         *
001700*----------------------------------------------------------------*
001800 01  GLEX-RECORD.
001900     05  GLEX-GL-ACCOUNT              PIC X(10).
002000     05  GLEX-DR-CR-IND               PIC X(01).
002100         88  GLEX-DEBIT                      VALUE 'D'.
002200         88  GLEX-CREDIT                     VALUE 'C'.
002300     05  GLEX-AMOUNT                  PIC 9(11)V99.
002400     05  GLEX-BUS-DATE                PIC 9(08).
002500     05  GLEX-SOURCE-CD               PIC X(04).
002600         88  GLEX-SOURCE-SETTLEMENT          VALUE 'SETL'.
002700         88  GLEX-SOURCE-PROV-CREDIT         VALUE 'PCRD'.
002800         88  GLEX-SOURCE-DISPUTE-CREDIT      VALUE 'DCRD'.
002900         88  GLEX-SOURCE-DISPUTE-REVERSAL    VALUE 'DREV'.
002910         88  GLEX-SOURCE-FEE-CHARGED         VALUE 'FEEA'.
002920         88  GLEX-SOURCE-FEE-WAIVED          VALUE 'FEEW'.
003000     05  GLEX-ITEM-COUNT              PIC 9(07).
003100     05  GLEX-DESC                    PIC X(30).
003200     05  FILLER                       PIC X(07).
