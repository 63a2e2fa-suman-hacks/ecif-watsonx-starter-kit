000100*----------------------------------------------------------------*
000200*  PAYFHST - OVERDRAFT FEE HISTORY AND WAIVER AUDIT RECORD         *
000300*----------------------------------------------------------------*
000400*  COPYBOOK:  PAYFHST                                              *
000500*  PURPOSE :  ONE RECORD PER MOVEMENT OF AN ECIF BALANCE BY A FEE  *
000600*             - A FEE CHARGED BY THE NIGHTLY FEE RUN (PAYFEE01),   *
000700*             OR A FEE WAIVED BY A SUPERVISOR THROUGH PAYFWV01 -   *
000800*             WITH THE AMOUNT, THE BALANCE LEFT BEHIND, WHO        *
000900*             ACTED, WHEN, AND FOR A WAIVER THE REASON GIVEN.      *
001000*             THE FEE RUN LOGS UNDER ITS OWN NAME.  THE MONTHLY    *
001100*             STATEMENT (PAYSTM01) LISTS THESE ITEMS, THE GL       *
001200*             EXTRACT (PAYGLX01) BOOKS THEM BY DATE/TIME THE WAY   *
001300*             IT TAKES PAYDLOG, AND THE WAIVER RECORDS ARE THE     *
001400*             AUDIT TRAIL THE ACCESS REVIEW (PAYOAX01) READS.      *
001500*----------------------------------------------------------------*
001600*  MODIFICATION HISTORY                                            *
001700*  2026-10-15  DM   INITIAL VERSION.                               *
001800*----------------------------------------------------------------*
001900 01  FHST-RECORD.
002000     05  FHST-ACCT-NO                 PIC X(10).
002100     05  FHST-FEE-REF                 PIC X(12).
002200     05  FHST-ENTRY-TYPE              PIC X(01).
002300         88  FHST-ENTRY-ASSESSED             VALUE 'A'.
002400         88  FHST-ENTRY-WAIVED               VALUE 'W'.
002500     05  FHST-FEE-TYPE                PIC X(02).
002600         88  FHST-FEE-OVERDRAFT              VALUE 'OD'.
002700         88  FHST-FEE-OVER-LIMIT             VALUE 'OL'.
002800     05  FHST-AMOUNT                  PIC S9(07)V99.
002900     05  FHST-ENTRY-DATE              PIC 9(08).
003000     05  FHST-ENTRY-TIME              PIC 9(08).
003100     05  FHST-BALANCE-AFTER           PIC S9(09)V99.
003200     05  FHST-TRIGGER-TRAN-ID         PIC X(12).
003300     05  FHST-OPERATOR-ID             PIC X(08).
003400     05  FHST-REASON                  PIC X(30).
003500     05  FILLER                       PIC X(09).
