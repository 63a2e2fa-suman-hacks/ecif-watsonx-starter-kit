000100*----------------------------------------------------------------*
000200*  PAYFSCH - OVERDRAFT FEE SCHEDULE CARD                           *
000300*----------------------------------------------------------------*
000400*  COPYBOOK:  PAYFSCH                                              *
000500*  PURPOSE :  ONE CARD PER VERSION OF THE OVERDRAFT FEE SCHEDULE,  *
000600*             READ BY THE NIGHTLY FEE RUN (PAYFEE01).  EACH CARD   *
000700*             GIVES THE DATE IT TAKES EFFECT, THE FEE FOR AN ITEM  *
000800*             THAT LEAVES THE BALANCE NEGATIVE, THE LARGER FEE     *
000900*             FOR ONE THAT LEAVES IT PAST THE OVERDRAFT LIMIT,     *
001000*             AND THE MOST FEES ANY ONE ACCOUNT MAY BE CHARGED IN  *
001100*             A DAY.  THE RUN USES THE CARD WITH THE LATEST        *
001200*             EFFECTIVE DATE NOT AFTER THE BUSINESS DATE, SO A     *
001300*             NEW SCHEDULE IS ADDED AHEAD OF ITS DATE AND THE OLD  *
001400*             CARDS ARE KEPT AS THE RECORD OF WHAT WAS CHARGED     *
001500*             WHEN.  AMOUNTS ARE KEYED WITH AN IMPLIED DECIMAL -   *
001600*             03500 IS 35.00.                                      *
001700*----------------------------------------------------------------*
001800*  MODIFICATION HISTORY                                            *
001900*  2026-10-15  DM   INITIAL VERSION.                               *
002000*----------------------------------------------------------------*
002100 01  FSCH-RECORD.
002200     05  FSCH-EFFECTIVE-DATE          PIC 9(08).
002300     05  FILLER                       PIC X(01).
002400     05  FSCH-OD-FEE                  PIC 9(03)V99.
002500     05  FILLER                       PIC X(01).
002600     05  FSCH-OL-FEE                  PIC 9(03)V99.
002700     05  FILLER                       PIC X(01).
002800     05  FSCH-DAILY-MAX               PIC 9(02).
002900     05  FILLER                       PIC X(57).
