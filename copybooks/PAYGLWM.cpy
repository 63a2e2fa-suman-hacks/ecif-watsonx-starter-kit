000100*----------------------------------------------------------------*
000200*  PAYGLWM - GENERAL-LEDGER EXTRACT CUTOFF CONTROL RECORD          *
000300*----------------------------------------------------------------*
000400*  COPYBOOK:  PAYGLWM                                              *
000500*  PURPOSE :  HOLDS THE BUSINESS DATE AND THE DATE/TIME CUTOFF OF  *
000600*             THE LAST GL EXTRACT PAYGLX01 COMPLETED.  DISPUTE     *
000700*             RESOLUTIONS ARE ENTERED ONLINE AT ANY HOUR, SO THE   *
000800*             NEXT RUN TAKES EVERY PAYDLOG STEP STAMPED AFTER THE  *
000900*             CUTOFF - NOTHING IS BOOKED TWICE OR MISSED.  WRITTEN *
001000*             AT NORMAL END OF RUN ONLY, THE WAY PAYFSEQ IS, SO A  *
001100*             RERUN AFTER A STOPPED NIGHT TAKES THE SAME WINDOW.   *
001200*----------------------------------------------------------------*
001300*  MODIFICATION HISTORY                                            *
001400*  2026-10-15  DM   INITIAL VERSION.                               *
001500*----------------------------------------------------------------*
001600 01  GLWM-RECORD.
001700     05  GLWM-LAST-BUS-DATE           PIC 9(08).
001800     05  GLWM-LAST-CUT-DATE           PIC 9(08).
001900     05  GLWM-LAST-CUT-TIME           PIC 9(08).
002000     05  FILLER                       PIC X(10).
