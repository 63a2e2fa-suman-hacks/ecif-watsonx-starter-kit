000100*----------------------------------------------------------------*
000200*  PAYWLOG - WHAT-IF AUTHORIZATION INQUIRY LOG RECORD            *
000300*----------------------------------------------------------------*
000400*  COPYBOOK:  PAYWLOG                                             *
000500*  PURPOSE :  ONE RECORD PER WHAT-IF INQUIRY MADE ON THE PAYWIF01 *
000600*             SCREEN - WHO ASKED, WHEN, ABOUT WHICH ACCOUNT,      *
000700*             AMOUNT, MERCHANT CATEGORY AND MERCHANT, AND THE     *
000800*             DECISION PAYVAL01 WOULD HAVE GIVEN.  AN INQUIRY     *
000900*             CHANGES NOTHING, BUT IT SHOWS THE ACCOUNT'S LIMITS, *
001000*             CAPS AND AVAILABLE BALANCE TO THE OPERATOR, SO      *
001100*             EVERY ONE IS LOGGED FOR THE ACCESS REVIEW           *
001200*             (PAYOAX01).                                         *
001300*----------------------------------------------------------------*
001400*  MODIFICATION HISTORY                                           *
001500*  2026-10-15  DM   INITIAL VERSION.                              *
001600*----------------------------------------------------------------*
001700 01  WLOG-RECORD.
001800     05  WLOG-OPERATOR-ID             PIC X(08).
001900     05  WLOG-INQUIRY-DATE            PIC 9(08).
002000     05  WLOG-INQUIRY-TIME            PIC 9(08).
002100     05  WLOG-ACCT-NO                 PIC X(10).
002200     05  WLOG-TRAN-AMOUNT             PIC 9(07)V99.
002300     05  WLOG-MERCH-CAT-CD            PIC X(04).
002400     05  WLOG-MERCHANT-ID             PIC X(12).
002500     05  WLOG-RESULT                  PIC X(08).
002600     05  WLOG-DECLINE-REASON-CD       PIC X(04).
002700     05  FILLER                       PIC X(10).
