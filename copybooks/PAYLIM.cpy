001360*                   REPLAYED BY A RESTARTED PAYBAT01 RUN (ONE THAT *
001370*                   WAS ALREADY APPLIED TO TODAY'S TOTALS BEFORE   *
001380*                   THE ABEND) IS NOT ADDED IN TWICE.              *
001390*  2026-10-15  DM   CROSS-BORDER RULE.  LIM-XB-ACTION TAKES THE    *
001391*                   FIRST FILLER BYTE - 'B' BLOCKS CROSS-BORDER    *
001392*                   (FOREIGN-CURRENCY) SPEND ON THE ACCOUNT        *
001393*                   OUTRIGHT, 'C' CAPS IT AT LIM-XB-DAILY-CAP-AMT  *
001394*                   A DAY WITH ITS OWN RUNNING TOTAL ALONGSIDE THE *
001395*                   ACCOUNT-LEVEL ONE, SPACE LEAVES IT             *
001396*                   UNRESTRICTED.  SET THROUGH PAYLMNT OR          *
001397*                   PAYLMBLK.  THE RECORD GROWS BY TEN BYTES;      *
001398*                   EXISTING RECORDS ARE RELOADED WITH NO RULE AND *
001399*                   ZERO AMOUNTS.                                  *
001400*----------------------------------------------------------------*
001500 01  LIM-RECORD.
001600     05  LIM-ACCT-NO                  PIC X(10).
002000     05  LIM-CURRENT-DAY-AMT          PIC S9(07)V99 COMP-3.
002100     05  LIM-CURRENT-DAY-COUNT        PIC 9(03).
002150     05  LIM-LAST-APPLIED-SEQ-NO      PIC 9(08).
002200     05  LIM-XB-ACTION                PIC X(01).
002210         88  LIM-XB-NO-RULE                  VALUE SPACE.
002220         88  LIM-XB-BLOCK                    VALUE 'B'.
002230         88  LIM-XB-CAP                      VALUE 'C'.
002240     05  LIM-XB-DAILY-CAP-AMT         PIC S9(07)V99 COMP-3.
002250     05  LIM-XB-CURRENT-DAY-AMT       PIC S9(07)V99 COMP-3.
002260     05  FILLER                       PIC X(01).
