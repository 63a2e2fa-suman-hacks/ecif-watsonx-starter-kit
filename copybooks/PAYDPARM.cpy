001100*----------------------------------------------------------------*
001200*  MODIFICATION HISTORY                                           *
001300*  2026-08-21  DM   INITIAL VERSION.                              *
001310*  2026-10-15  DM   PAYDATE NOW ALSO RETURNS THE DAY OF THE WEEK  *
001320*                   OF THE ADJUSTED DATE (1 = MONDAY THROUGH 7 =  *
001330*                   SUNDAY) FOR THE BUSINESS-HOURS TEST IN THE    *
001340*                   OPERATOR ACCESS REVIEW.  NEW FIELD AT THE     *
001350*                   END, SO EXISTING CALLERS ARE UNAFFECTED.      *
001400*----------------------------------------------------------------*
001500 01  PAYD-PARM.
001600     05  PAYD-DATE-IN                PIC 9(08).
001700     05  PAYD-DAYS-OFFSET            PIC S9(05).
001800     05  PAYD-DATE-OUT               PIC 9(08).
001900     05  PAYD-DAY-OF-WEEK            PIC 9(01).
002000         88  PAYD-WEEKEND                    VALUES 6 7.
