001360*                   'F' MAY ALSO TOUCH FRAUD AND LOST/STOLEN      *
001380*                   STATES, 'A' MAY ADDITIONALLY MAINTAIN THIS    *
001390*                   TABLE ITSELF THROUGH OPERMNT.                 *
001392*  2026-10-15  DM   ADDED ROLE 'V' - SUPERVISOR.  A STANDARD      *
001394*                   OPERATOR WHO MAY ALSO WAIVE AN OVERDRAFT OR   *
001396*                   OVER-LIMIT FEE THROUGH PAYFWV01.  AN ADMIN    *
001398*                   MAY WAIVE ONE AS WELL.                        *
001400*----------------------------------------------------------------*
001500 01  OPER-RECORD.
001600     05  OPER-ID                      PIC X(08).
001940         88  OPER-ROLE-STANDARD              VALUE 'S'.
001960         88  OPER-ROLE-FRAUD                 VALUE 'F'.
001980         88  OPER-ROLE-ADMIN                 VALUE 'A'.
001990         88  OPER-ROLE-SUPERVISOR            VALUE 'V'.
002000     05  FILLER                       PIC X(09).
