001400*                   CONVERTING TO A JULIAN DAY NUMBER, ADDING     *
001500*                   THE OFFSET, AND CONVERTING BACK, SO MONTH     *
001600*                   LENGTHS AND LEAP YEARS NEED NO TABLES.        *
001610*  2026-10-15  DM   ALSO RETURNS THE DAY OF THE WEEK OF THE       *
001620*                   ADJUSTED DATE IN PAYD-DAY-OF-WEEK (1 = MONDAY *
001630*                   THROUGH 7 = SUNDAY) - THE JULIAN DAY NUMBER   *
001640*                   MODULO 7 GIVES IT DIRECTLY.                   *
001700*----------------------------------------------------------------*
001800
001900 ENVIRONMENT DIVISION.
003700     05  WS-CAL-I                PIC S9(09)      COMP.
003800     05  WS-CAL-J                PIC S9(09)      COMP.
003900     05  WS-CAL-K                PIC S9(09)      COMP.
003950     05  WS-DOW-REMAINDER        PIC S9(09)      COMP.
004000
004100 LINKAGE SECTION.
004200 COPY PAYDPARM.
005900         THRU 2000-JULIAN-TO-DATE-EXIT.
006000
006100     MOVE WS-WORK-DATE TO PAYD-DATE-OUT.
006110
006120*    JULIAN DAY NUMBER ZERO FELL ON A MONDAY.
006130     DIVIDE WS-JDN BY 7
006140         GIVING WS-TERM-1
006150         REMAINDER WS-DOW-REMAINDER.
006160     COMPUTE PAYD-DAY-OF-WEEK = WS-DOW-REMAINDER + 1.
006200
006300     GOBACK.
006400
