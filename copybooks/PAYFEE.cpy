000100*----------------------------------------------------------------*
000200*  PAYFEE - ASSESSED OVERDRAFT FEE RECORD                          *
000300*----------------------------------------------------------------*
000400*  COPYBOOK:  PAYFEE                                               *
000500*  PURPOSE :  ONE RECORD PER OVERDRAFT OR OVER-LIMIT FEE CHARGED   *
000600*             BY THE NIGHTLY FEE RUN (PAYFEE01), KEYED BY ACCOUNT  *
000700*             AND FEE REFERENCE.  THE REFERENCE IS 'FE', THE       *
000800*             BUSINESS DATE, AND THE FEE'S NUMBER WITHIN THE       *
000900*             ACCOUNT'S DAY (01 UP TO THE SCHEDULE'S DAILY         *
001000*             MAXIMUM) - IT IS THE TRANSACTION ID THE STATEMENT    *
001100*             SHOWS, AND WHAT A SUPERVISOR KEYS INTO PAYFWV01 TO   *
001200*             WAIVE IT.  A WAIVED FEE KEEPS ITS RECORD, MARKED     *
001300*             WITH WHO WAIVED IT, WHEN AND WHY, AND STILL COUNTS   *
001400*             TOWARD THE DAY'S MAXIMUM.  EVERY CHARGE AND WAIVER   *
001500*             ALSO GOES TO THE FEE HISTORY (PAYFHST).              *
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                            *
001800*  2026-10-15  DM   INITIAL VERSION.                               *
001900*----------------------------------------------------------------*
002000 01  FEE-RECORD.
002100     05  FEE-KEY.
002200         10  FEE-ACCT-NO              PIC X(10).
002300         10  FEE-REF.
002400             15  FEE-REF-PREFIX       PIC X(02).
002500             15  FEE-REF-DATE         PIC 9(08).
002600             15  FEE-REF-SEQ          PIC 9(02).
002700     05  FEE-TYPE                     PIC X(02).
002800         88  FEE-TYPE-OVERDRAFT              VALUE 'OD'.
002900         88  FEE-TYPE-OVER-LIMIT             VALUE 'OL'.
003000     05  FEE-STATUS                   PIC X(01).
003100         88  FEE-STATUS-ASSESSED             VALUE 'A'.
003200         88  FEE-STATUS-WAIVED               VALUE 'W'.
003300     05  FEE-AMOUNT                   PIC S9(05)V99 COMP-3.
003400     05  FEE-TRIGGER-TRAN-ID          PIC X(12).
003500     05  FEE-BALANCE-AFTER            PIC S9(09)V99 COMP-3.
003600     05  FEE-WAIVE-DATE               PIC 9(08).
003700     05  FEE-WAIVE-OPER-ID            PIC X(08).
003800     05  FEE-WAIVE-REASON             PIC X(30).
003900     05  FILLER                       PIC X(10).
