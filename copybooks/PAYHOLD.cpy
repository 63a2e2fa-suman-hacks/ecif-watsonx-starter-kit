001500*----------------------------------------------------------------*
001600*  MODIFICATION HISTORY                                            *
001700*  2026-09-02  DM   INITIAL VERSION.                               *
001710*  2026-10-15  DM   ADDED HOLD-APPROVAL-CD FROM FILLER - THE CODE  *
001720*                   ISSUED ON THE PRE-AUTHORIZATION, HANDED BACK   *
001730*                   ON ITS COMPLETION SO BOTH JOURNAL UNDER THE    *
001740*                   SAME CODE.                                     *
001750*  2026-10-15  DM   ADDED HOLD-STATUS-RELEASED ('R') - AN OPEN     *
001760*                   HOLD LEFT ON AN ACCOUNT THAT HAS SINCE BEEN    *
001770*                   CLOSED, RELEASED BY THE NIGHTLY INTEGRITY      *
001780*                   CHECK (PAYINT01).  PAYHEXP PURGES IT PAST      *
001790*                   RETENTION LIKE ANY OTHER NON-OPEN HOLD.        *
001800*----------------------------------------------------------------*
001900 01  HOLD-RECORD.
002000     05  HOLD-KEY.
002700         88  HOLD-STATUS-OPEN                VALUE 'O'.
002800         88  HOLD-STATUS-COMPLETED           VALUE 'C'.
002900         88  HOLD-STATUS-EXPIRED             VALUE 'X'.
002950         88  HOLD-STATUS-RELEASED            VALUE 'R'.
003000     05  HOLD-MERCH-CAT-CD            PIC X(04).
003100     05  HOLD-APPROVAL-CD             PIC X(06).
003200     05  FILLER                       PIC X(04).
