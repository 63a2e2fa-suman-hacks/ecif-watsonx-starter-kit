001497*  2026-09-02  DM   ADDED THE 'PREAUTH ' AND 'COMPLETE' RESULTS   *
001498*                   TO MATCH PAYJRNL.                             *
001499*  2026-09-02  DM   ADDED THE 'STANDIN ' RESULT TO MATCH PAYJRNL. *
001501*  2026-10-15  DM   THE LAST SIX FILLER BYTES NOW CARRY           *
001502*                   JKEY-APPROVAL-CD, MATCHING PAYJRNL.           *
001510*  2026-10-15  DM   THE AMOUNT, CURRENCY CODE, ORIGINAL AMOUNT    *
001511*                   AND CONVERSION RATE ADDED AT THE END,         *
001512*                   MATCHING PAYJRNL, SO THE INQUIRY (PAYINQ01)   *
001513*                   CAN SHOW BOTH AMOUNTS.  THE RECORD GROWS BY   *
001514*                   47 BYTES.                                     *
001530*----------------------------------------------------------------*
001600 01  JKEY-RECORD.
001700     05  JKEY-KEY.
001800         10  JKEY-ACCT-NO            PIC X(10).
002300     05  JKEY-ACCT-STATUS            PIC X(01).
002600     05  JKEY-DECLINE-REASON-CD      PIC X(04).
002650     05  JKEY-MERCH-CAT-CD           PIC X(04).
002700     05  JKEY-APPROVAL-CD            PIC X(06).
002750     05  JKEY-AMOUNT-DETAIL.
002800         10  JKEY-TRAN-AMOUNT        PIC S9(07)V99.
002900         10  JKEY-CURRENCY-CD        PIC X(03).
003000         10  JKEY-ORIG-AMOUNT        PIC S9(09)V99.
003100         10  JKEY-FX-RATE            PIC 9(04)V9(08).
003200     05  FILLER                      PIC X(12).
