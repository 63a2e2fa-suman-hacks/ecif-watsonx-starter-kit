001200*----------------------------------------------------------------*
001300*  MODIFICATION HISTORY                                           *
001400*  2026-08-08  DM   INITIAL VERSION.                              *
001410*  2026-10-15  DM   ADDED SETL-APPROVAL-CD FROM FILLER - THE      *
001420*                   APPROVAL CODE THE MERCHANT QUOTED WHEN IT     *
001430*                   SUBMITTED THE ITEM, SO PAYRECON CAN CHECK IT  *
001440*                   AGAINST THE CODE JOURNALED AT AUTHORIZATION.  *
001450*  2026-10-15  DM   ADDED SETL-CURRENCY-CD (FROM FILLER) AND      *
001455*                   SETL-ORIG-AMOUNT - THE CURRENCY AND AMOUNT    *
001460*                   THE CARDHOLDER ACTUALLY SPENT, AS REPORTED BY *
001465*                   THE NETWORK.  BLANK CURRENCY MEANS A DOMESTIC *
001470*                   ITEM.  THE RECORD GROWS BY ELEVEN BYTES.      *
001500*----------------------------------------------------------------*
001600 01  SETL-RECORD.
001700     05  SETL-ACCT-NO                 PIC X(10).
001800     05  SETL-TRAN-ID                 PIC X(12).
001900     05  SETL-POSTED-AMOUNT           PIC S9(07)V99.
002000     05  SETL-POSTED-DATE             PIC 9(08).
002100     05  SETL-APPROVAL-CD             PIC X(06).
002200     05  SETL-CURRENCY-CD             PIC X(03).
002300     05  FILLER                       PIC X(01).
002400     05  SETL-ORIG-AMOUNT             PIC S9(09)V99.
