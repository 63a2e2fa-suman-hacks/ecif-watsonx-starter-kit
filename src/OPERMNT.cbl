001892*                   GATE IS WAIVED SO THE FIRST ADMIN CAN BE      *
001894*                   KEYED IN, AND THE WAIVED ID STILL GOES ON     *
001896*                   THE AUDIT RECORD.                             *
001897*  2026-10-15  DM   ROLE 'V' (SUPERVISOR - FEE WAIVERS THROUGH    *
001898*                   PAYFWV01) MAY NOW BE ASSIGNED.                *
001900*----------------------------------------------------------------*
002000
002100 ENVIRONMENT DIVISION.
009300         VALUE 'NEW STATUS (A=ACTIVE R=REVOKED) . . .'.
009400     05  LINE 09 COL 48 PIC X(01) USING MAINT-NEW-STATUS.
009500     05  LINE 10 COL 10
009600         VALUE 'NEW ROLE (S/V/F/A). . . . . . . . . .'.
009700     05  LINE 10 COL 48 PIC X(01) USING MAINT-NEW-ROLE.
009800     05  LINE 12 COL 10
009900         VALUE 'CONFIRM UPDATE (Y/N). . . . . . . . .'.
019600     END-IF.
019700
019800     IF MAINT-NEW-ROLE NOT = 'S' AND NOT = 'F' AND NOT = 'A'
019850                            AND NOT = 'V'
019900         DISPLAY 'INVALID ROLE LEVEL - NO CHANGE MADE'
020000         GO TO 2000-PROCESS-OPERATOR-EXIT
020100     END-IF.
