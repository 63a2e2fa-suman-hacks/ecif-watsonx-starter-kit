001960*                   ENFORCED CHAIN BETWEEN PAYSETL AND PAYRECON,  *
001980*                   SO THE WINDOW TABLE NOW CARRIES ALL TEN       *
001990*                   JOBS.                                         *
001992*  2026-10-15  DM   THE DORMANCY SWEEP (PAYDRM01) JOINED THE      *
001994*                   CHAIN BETWEEN PAYHEXP AND PAYJCYC - ELEVEN    *
001996*                   JOBS.                                         *
001997*  2026-10-15  DM   THE GL EXTRACT (PAYGLX01) JOINED THE CHAIN    *
001998*                   BETWEEN PAYDSP02 AND PAYRECON - TWELVE JOBS.  *
001999*  2026-10-15  DM   THE INTEGRITY CHECK (PAYINT01) JOINED THE     *
002010*                   CHAIN BETWEEN PAYCIF01 AND PAYDSP02 -         *
002020*                   THIRTEEN JOBS.                                *
002030*  2026-10-15  DM   THE OVERDRAFT FEE RUN (PAYFEE01) JOINED THE   *
002035*                   CHAIN BETWEEN PAYSETL AND PAYCIF01 - FOURTEEN *
002040*                   JOBS.                                         *
002050*----------------------------------------------------------------*
002100
002200 ENVIRONMENT DIVISION.
002300
005800 01  WS-WINDOW-JOB-TABLE.
005900     05  FILLER                   PIC X(08)  VALUE 'PAYBAT01'.
006000     05  FILLER                   PIC X(08)  VALUE 'PAYSETL '.
006025     05  FILLER                   PIC X(08)  VALUE 'PAYFEE01'.
006050     05  FILLER                   PIC X(08)  VALUE 'PAYCIF01'.
006060     05  FILLER                   PIC X(08)  VALUE 'PAYINT01'.
006075     05  FILLER                   PIC X(08)  VALUE 'PAYDSP02'.
006090     05  FILLER                   PIC X(08)  VALUE 'PAYGLX01'.
006100     05  FILLER                   PIC X(08)  VALUE 'PAYRECON'.
006200     05  FILLER                   PIC X(08)  VALUE 'PAYFRD01'.
006300     05  FILLER                   PIC X(08)  VALUE 'PAYNTF01'.
006400     05  FILLER                   PIC X(08)  VALUE 'PAYSTN01'.
006500     05  FILLER                   PIC X(08)  VALUE 'PAYHEXP '.
006550     05  FILLER                   PIC X(08)  VALUE 'PAYDRM01'.
006600     05  FILLER                   PIC X(08)  VALUE 'PAYJCYC '.
006700 01  WS-WINDOW-JOBS REDEFINES WS-WINDOW-JOB-TABLE.
006800     05  WS-WINDOW-JOB            PIC X(08)  OCCURS 14 TIMES.
006900
007000 01  WS-JOB-MAX                  PIC 9(02)  COMP  VALUE 14.
007100 01  WS-JOB-IX                   PIC 9(02)  COMP  VALUE ZERO.
007200
007300 01  WS-COUNTERS.
