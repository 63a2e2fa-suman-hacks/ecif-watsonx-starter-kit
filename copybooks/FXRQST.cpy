000100*----------------------------------------------------------------*
000200*  FXRQST - EXCHANGE-RATE BULK-LOAD REQUEST RECORD               *
000300*----------------------------------------------------------------*
000400*  COPYBOOK:  FXRQST                                              *
000500*  PURPOSE :  ONE RECORD PER CURRENCY ON THE MORNING RATE FEED    *
000600*             FED TO PAYFXBLK.  EACH RECORD NAMES AN ISO          *
000700*             CURRENCY CODE, THE RATE IN ACCOUNT-CURRENCY UNITS   *
000800*             PER ONE UNIT OF THAT CURRENCY, AND THE DATE THE     *
000900*             RATE TAKES EFFECT - ZERO MEANS THE DAY OF THE       *
001000*             LOAD.  PAYFXBLK ADDS A CURRENCY NOT YET ON PAYFXRT  *
001100*             AND CHANGES THE RATE OF ONE THAT IS.                *
001200*----------------------------------------------------------------*
001300*  MODIFICATION HISTORY                                           *
001400*  2026-10-15  DM   INITIAL VERSION.                              *
001500*----------------------------------------------------------------*
001600 01  FXRQ-RECORD.
001700     05  FXRQ-CURRENCY-CD             PIC X(03).
001800     05  FXRQ-RATE                    PIC 9(04)V9(08).
001900     05  FXRQ-EFFECTIVE-DATE          PIC 9(08).
002000     05  FILLER                       PIC X(10).
