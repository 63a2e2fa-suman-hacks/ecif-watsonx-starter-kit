001100*----------------------------------------------------------------*
001200*  MODIFICATION HISTORY                                            *
001300*  2026-09-02  DM   INITIAL VERSION.                               *
001310*  2026-10-15  DM   ADDED DLOG-BALANCE-EFFECT, TAKEN FROM FILLER - *
001320*                   WHETHER THE STEP ACTUALLY MOVED THE ECIF       *
001330*                   BALANCE.  A RESOLUTION MOVES MONEY ONLY WHEN   *
001340*                   THE CASE WAS IN THE RIGHT STATE AND THE        *
001350*                   ACCOUNT WAS FOUND, WHICH THE ACTION CODE       *
001360*                   ALONE CANNOT SAY; THE GL EXTRACT (PAYGLX01)    *
001370*                   POSTS ONLY THE STEPS THAT DID.  SPACE ON       *
001380*                   RECORDS WRITTEN BEFORE THE FIELD EXISTED.      *
001400*----------------------------------------------------------------*
001500 01  DLOG-RECORD.
001600     05  DLOG-ACCT-NO                 PIC X(10).
002400     05  DLOG-CHANGE-DATE             PIC 9(08).
002500     05  DLOG-CHANGE-TIME             PIC 9(08).
002600     05  DLOG-OPERATOR-ID             PIC X(08).
002610     05  DLOG-BALANCE-EFFECT          PIC X(01).
002620         88  DLOG-EFFECT-CREDIT              VALUE 'C'.
002630         88  DLOG-EFFECT-DEBIT               VALUE 'D'.
002640         88  DLOG-EFFECT-NONE                VALUE SPACE.
002700     05  FILLER                       PIC X(09).
