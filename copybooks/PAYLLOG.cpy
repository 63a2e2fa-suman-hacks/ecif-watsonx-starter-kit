001100*----------------------------------------------------------------*
001200*  MODIFICATION HISTORY                                           *
001300*  2026-08-21  DM   INITIAL VERSION.                              *
001310*  2026-10-15  DM   ADDED THE OLD AND NEW CROSS-BORDER RULE AND   *
001320*                   CAP NOW CARRIED ON PAYLIM.  THE RECORD GROWS  *
001330*                   BY TWENTY BYTES.                              *
001400*----------------------------------------------------------------*
001500 01  LLOG-RECORD.
001600     05  LLOG-ACCT-NO                 PIC X(10).
002400     05  LLOG-CHANGE-DATE             PIC 9(08).
002500     05  LLOG-CHANGE-TIME             PIC 9(08).
002600     05  LLOG-OPERATOR-ID             PIC X(08).
002610     05  LLOG-OLD-XB-ACTION           PIC X(01).
002620     05  LLOG-NEW-XB-ACTION           PIC X(01).
002630     05  LLOG-OLD-XB-CAP-AMT          PIC S9(07)V99.
002640     05  LLOG-NEW-XB-CAP-AMT          PIC S9(07)V99.
002700     05  FILLER                       PIC X(10).
