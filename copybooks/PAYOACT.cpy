000100*----------------------------------------------------------------*
000200*  PAYOACT - OPERATOR ACTIVITY RECORD                             *
000300*----------------------------------------------------------------*
000400*  COPYBOOK:  PAYOACT                                             *
000500*  PURPOSE :  ONE MAINTENANCE ACTION AS SEEN FROM ONE OPERATOR.   *
000600*             PAYOAX01 READS EVERY AUDIT TRAIL - PAYMLOG,         *
000700*             PAYCLOG, PAYLLOG, PAYNLOG, PAYDLOG, FRDDLOG,        *
000750*             OPERLOG, PAYILOG, PAYXLOG, PAYWLOG AND THE FEE      *
000800*             WAIVERS ON PAYFHST - AND WRITES ONE OF THESE FOR    *
000850*             EACH OPERATOR NAMED ON EACH ENTRY, SO THE           *
000900*             ACCESS-REVIEW REPORT (PAYOAR01) CAN READ THEM ALL   *
001000*             SORTED BY OPERATOR, DATE AND TIME.  THE PRIMARY     *
001100*             OPERATOR IS ROLE 'P', A SECOND (DUAL-CONTROL)       *
001200*             OPERATOR ROLE 'S', AND THE OPERATOR AN OPERLOG      *
001300*             CHANGE WAS MADE TO ROLE 'T' - A 'T' RECORD IS NOT   *
001400*             AN ACTION BY THAT OPERATOR, BUT CARRIES THE STATUS  *
001500*             IT WAS GIVEN.                                       *
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                           *
001800*  2026-10-15  DM   INITIAL VERSION.                              *
001810*  2026-10-15  DM   ADDED OACT-SOURCE-ILOG FOR THE INTEGRITY      *
001820*                   CHECK'S PAYILOG TRAIL.                        *
001830*  2026-10-15  DM   ADDED OACT-SOURCE-XLOG FOR THE EXCHANGE-RATE  *
001840*                   MAINTENANCE TRAIL (PAYXLOG).                  *
001850*  2026-10-15  DM   ADDED OACT-SOURCE-WLOG FOR THE WHAT-IF        *
001860*                   INQUIRY LOG (PAYWLOG).                        *
001870*  2026-10-15  DM   ADDED OACT-SOURCE-FHST FOR THE FEE WAIVERS    *
001880*                   ON THE FEE HISTORY (PAYFHST).                 *
001900*----------------------------------------------------------------*
002000 01  OACT-RECORD.
002100     05  OACT-OPER-ID                 PIC X(08).
002200     05  OACT-CHANGE-DATE             PIC 9(08).
002300     05  OACT-CHANGE-TIME             PIC 9(08).
002400     05  OACT-CHANGE-TIME-X REDEFINES OACT-CHANGE-TIME.
002500         10  OACT-CHANGE-HH           PIC X(02).
002600         10  OACT-CHANGE-MN           PIC X(02).
002700         10  OACT-CHANGE-SS           PIC X(02).
002800         10  FILLER                   PIC X(02).
002900     05  OACT-SOURCE-CD               PIC X(04).
003000         88  OACT-SOURCE-MLOG                VALUE 'MLOG'.
003100         88  OACT-SOURCE-CLOG                VALUE 'CLOG'.
003200         88  OACT-SOURCE-LLOG                VALUE 'LLOG'.
003300         88  OACT-SOURCE-NLOG                VALUE 'NLOG'.
003400         88  OACT-SOURCE-DLOG                VALUE 'DLOG'.
003500         88  OACT-SOURCE-FDLG                VALUE 'FDLG'.
003600         88  OACT-SOURCE-OLOG                VALUE 'OLOG'.
003650         88  OACT-SOURCE-ILOG                VALUE 'ILOG'.
003660         88  OACT-SOURCE-XLOG                VALUE 'XLOG'.
003670         88  OACT-SOURCE-WLOG                VALUE 'WLOG'.
003680         88  OACT-SOURCE-FHST                VALUE 'FHST'.
003700     05  OACT-ROLE                    PIC X(01).
003800         88  OACT-ROLE-PRIMARY               VALUE 'P'.
003900         88  OACT-ROLE-SECOND                VALUE 'S'.
004000         88  OACT-ROLE-TARGET                VALUE 'T'.
004100     05  OACT-OBJECT-ID               PIC X(12).
004200     05  OACT-DESC                    PIC X(20).
004300     05  OACT-OTHER-OPER-ID           PIC X(08).
004400     05  OACT-FRAUD-CHANGE-FLAG       PIC X(01).
004500         88  OACT-FRAUD-CHANGE               VALUE 'Y'.
004600     05  OACT-NEW-OPER-STATUS         PIC X(01).
004700     05  FILLER                       PIC X(09).
