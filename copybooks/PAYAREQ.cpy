000100*----------------------------------------------------------------*
000200*  PAYAREQ - ONLINE AUTHORIZATION REQUEST / RESPONSE AREA          *
000300*----------------------------------------------------------------*
000400*  COPYBOOK:  PAYAREQ                                              *
000500*  PURPOSE :  THE COMMAREA PASSED TO PAYAUT01 FOR ONE REAL-TIME    *
000600*             NETWORK AUTHORIZATION REQUEST.  THE CALLER FILLS IN  *
000700*             THE REQUEST HALF; PAYAUT01 FILLS IN THE RESPONSE     *
000800*             HALF - THE DECISION, THE AUTHRES DECLINE REASON,     *
000900*             AND ON AN APPROVE, PREAUTH, OR STANDIN DECISION THE  *
001000*             SIX-CHARACTER APPROVAL CODE FOR THE MERCHANT.        *
001100*----------------------------------------------------------------*
001200*  MODIFICATION HISTORY                                            *
001300*  2026-10-15  DM   INITIAL VERSION.                               *
001310*  2026-10-15  DM   ADDED AREQ-FX-REQUEST (THE CURRENCY AND AMOUNT *
001320*                   THE CARDHOLDER SPENT) AND AREQ-FX-RESPONSE     *
001330*                   (THE ACCOUNT-CURRENCY AMOUNT AUTHORIZED AND    *
001340*                   THE RATE APPLIED).  THE COMMAREA GROWS BY      *
001350*                   THIRTY-FIVE BYTES.                             *
001400*----------------------------------------------------------------*
001500 01  AREQ-RECORD.
001600     05  AREQ-REQUEST.
001700         10  AREQ-ACCT-NO             PIC X(10).
001800         10  AREQ-TRAN-AMOUNT         PIC S9(07)V99.
001900         10  AREQ-TRAN-ID             PIC X(12).
002000         10  AREQ-TRAN-TYPE           PIC X(01).
002100             88  AREQ-TYPE-VALID             VALUES 'P' ' '
002200                                                    'R' 'A' 'C'.
002300         10  AREQ-MERCH-CAT-CD        PIC X(04).
002400         10  AREQ-MERCHANT-ID         PIC X(12).
002500     05  AREQ-RESPONSE.
002600         10  AREQ-AUTH-RESULT         PIC X(08).
002700         10  AREQ-DECLINE-REASON-CD   PIC X(04).
002800         10  AREQ-DECLINE-REASON-DESC PIC X(30).
002900         10  AREQ-APPROVAL-CD         PIC X(06).
002910     05  AREQ-FX-REQUEST.
002920         10  AREQ-CURRENCY-CD         PIC X(03).
002930         10  AREQ-ORIG-AMOUNT         PIC S9(09)V99.
002940     05  AREQ-FX-RESPONSE.
002950         10  AREQ-ACCT-AMOUNT         PIC S9(07)V99.
002960         10  AREQ-FX-RATE             PIC 9(04)V9(08).
003000     05  FILLER                       PIC X(10).
