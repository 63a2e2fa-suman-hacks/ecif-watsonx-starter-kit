000100*----------------------------------------------------------------*
000200*  PAYXLOG - EXCHANGE-RATE MAINTENANCE AUDIT LOG RECORD          *
000300*----------------------------------------------------------------*
000400*  COPYBOOK:  PAYXLOG                                             *
000500*  PURPOSE :  ONE RECORD PER PAYFXRT RATE ADDED OR CHANGED,       *
000600*             WHETHER THROUGH THE ONLINE SCREEN (PAYFXMNT,        *
000700*             SOURCE 'O') OR THE MORNING BULK LOAD (PAYFXBLK,     *
000800*             SOURCE 'B').  CARRIES THE OLD AND NEW RATE, STATUS  *
000900*             AND EFFECTIVE DATE, WHO MADE THE CHANGE, AND WHEN - *
001000*             THE SAME TRAIL PAYLLOG KEEPS FOR LIMIT CHANGES.  AN *
001100*             ADD LOGS ZERO AS THE OLD RATE.                      *
001200*----------------------------------------------------------------*
001300*  MODIFICATION HISTORY                                           *
001400*  2026-10-15  DM   INITIAL VERSION.                              *
001500*----------------------------------------------------------------*
001600 01  XLOG-RECORD.
001700     05  XLOG-CURRENCY-CD             PIC X(03).
001800     05  XLOG-FUNCTION                PIC X(01).
001900         88  XLOG-FUNC-ADD                   VALUE 'A'.
002000         88  XLOG-FUNC-CHANGE                VALUE 'C'.
002100     05  XLOG-SOURCE                  PIC X(01).
002200         88  XLOG-SOURCE-ONLINE              VALUE 'O'.
002300         88  XLOG-SOURCE-BULK                VALUE 'B'.
002400     05  XLOG-OLD-RATE                PIC 9(04)V9(08).
002500     05  XLOG-NEW-RATE                PIC 9(04)V9(08).
002600     05  XLOG-OLD-STATUS              PIC X(01).
002700     05  XLOG-NEW-STATUS              PIC X(01).
002800     05  XLOG-OLD-EFFECTIVE-DATE      PIC 9(08).
002900     05  XLOG-NEW-EFFECTIVE-DATE      PIC 9(08).
003000     05  XLOG-CHANGE-DATE             PIC 9(08).
003100     05  XLOG-CHANGE-TIME             PIC 9(08).
003200     05  XLOG-OPERATOR-ID             PIC X(08).
003300     05  FILLER                       PIC X(10).
