000100*----------------------------------------------------------------*
000200*  PAYFXRT - EXCHANGE-RATE TABLE RECORD                          *
000300*----------------------------------------------------------------*
000400*  COPYBOOK:  PAYFXRT                                             *
000500*  PURPOSE :  ONE RECORD PER ISO CURRENCY CODE CARRYING THE       *
000600*             RATE PAYVAL01 USES TO CONVERT A FOREIGN             *
000700*             TRANSACTION'S ORIGINAL AMOUNT INTO ACCOUNT          *
000800*             CURRENCY - FXRT-RATE IS THE NUMBER OF ACCOUNT-      *
000900*             CURRENCY UNITS ONE UNIT OF THE FOREIGN CURRENCY     *
001000*             BUYS.  LOADED EACH MORNING BY PAYFXBLK FROM THE     *
001100*             RATE FEED AND MAINTAINED DURING THE DAY THROUGH     *
001200*             THE ONLINE SCREEN (PAYFXMNT); EITHER WAY THE        *
001300*             CHANGE GOES TO THE PAYXLOG AUDIT TRAIL.  A RATE     *
001400*             WHOSE EFFECTIVE DATE HAS GONE STALE, OR A CURRENCY  *
001500*             SUSPENDED ('S'), IS NOT USED - THE AUTHORIZATION    *
001600*             DECLINES RATHER THAN CONVERT ON A RATE NOBODY HAS   *
001700*             CONFIRMED.                                          *
001800*----------------------------------------------------------------*
001900*  MODIFICATION HISTORY                                           *
002000*  2026-10-15  DM   INITIAL VERSION.                              *
002100*----------------------------------------------------------------*
002200 01  FXRT-RECORD.
002300     05  FXRT-CURRENCY-CD             PIC X(03).
002400     05  FXRT-RATE                    PIC 9(04)V9(08) COMP-3.
002500     05  FXRT-EFFECTIVE-DATE          PIC 9(08).
002600     05  FXRT-STATUS                  PIC X(01).
002700         88  FXRT-STATUS-ACTIVE              VALUE 'A'.
002800         88  FXRT-STATUS-SUSPENDED           VALUE 'S'.
002900     05  FXRT-LAST-MAINT-DATE         PIC 9(08).
003000     05  FXRT-LAST-MAINT-TIME         PIC 9(08).
003100     05  FXRT-OPERATOR-ID             PIC X(08).
003200     05  FILLER                       PIC X(10).
