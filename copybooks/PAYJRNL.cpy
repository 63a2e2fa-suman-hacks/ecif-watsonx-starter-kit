001204*  2026-09-02  DM   ADDED THE 'STANDIN ' RESULT SO THE NIGHTLY     *
001206*                   RE-VALIDATION (PAYSTN01) CAN PICK STAND-IN     *
001208*                   APPROVALS BACK OUT OF THE JOURNAL.             *
001210*  2026-10-15  DM   THE LAST SIX FILLER BYTES NOW CARRY           *
001215*                   JRNL-APPROVAL-CD, THE APPROVAL CODE PAYVAL01  *
001220*                   ISSUED, SO THE CALL CENTER AND DISPUTES CAN   *
001225*                   QUOTE IT BACK TO THE MERCHANT AND THE RECON   *
001230*                   CAN MATCH IT TO SETTLEMENT.  RECORD LENGTH    *
001235*                   UNCHANGED.                                    *
001270*  2026-10-15  DM   MULTI-CURRENCY.  THE RECORD NOW CARRIES THE   *
001271*                   AMOUNT - JRNL-TRAN-AMOUNT IN ACCOUNT CURRENCY *
001272*                   AS THE CHECKS SAW IT, AND FOR A FOREIGN       *
001273*                   TRANSACTION THE ISO CURRENCY CODE, THE        *
001274*                   ORIGINAL AMOUNT THE CARDHOLDER PAID, AND THE  *
001275*                   PAYFXRT RATE IT WAS CONVERTED AT - SO A REP   *
001276*                   CAN ANSWER "WHY WAS I CHARGED THIS MUCH?"     *
001277*                   FROM THE JOURNAL.  A DOMESTIC TRANSACTION     *
001278*                   JOURNALS THE HOME CURRENCY, THE SAME AMOUNT   *
001279*                   TWICE, AND A ZERO RATE.  THE RECORD GROWS BY  *
001280*                   47 BYTES.                                     *
001290*----------------------------------------------------------------*
001300 01  JRNL-RECORD.
001400     05  JRNL-ACCT-NO                PIC X(10).
001500     05  JRNL-TRAN-ID                PIC X(12).
001960         88  JRNL-RESULT-STANDIN             VALUE 'STANDIN '.
002000     05  JRNL-DECLINE-REASON-CD      PIC X(04).
002050     05  JRNL-MERCH-CAT-CD           PIC X(04).
002100     05  JRNL-APPROVAL-CD            PIC X(06).
002150     05  JRNL-AMOUNT-DETAIL.
002200         10  JRNL-TRAN-AMOUNT        PIC S9(07)V99.
002300         10  JRNL-CURRENCY-CD        PIC X(03).
002400         10  JRNL-ORIG-AMOUNT        PIC S9(09)V99.
002500         10  JRNL-FX-RATE            PIC 9(04)V9(08).
002600     05  FILLER                      PIC X(12).
