001438*                   DURING THE OUTAGE.  STAND-IN APPROVALS ARE     *
001440*                   RE-VALIDATED AGAINST THE LIVE RECORD BY        *
001442*                   PAYSTN01 THE SAME NIGHT.                       *
001443*  2026-10-15  DM   ADDED AUTH-APPROVAL-CD - THE SIX-CHARACTER     *
001444*                   APPROVAL CODE PAYVAL01 ISSUES ON AN APPROVE,   *
001445*                   PREAUTH OR STANDIN RESULT AND CARRIES FORWARD  *
001446*                   ON A COMPLETION - AND THE 'FRMT' REASON FOR AN *
001447*                   ONLINE REQUEST (PAYAUT01) REJECTED BEFORE IT   *
001448*                   REACHED THE CHECKS.                            *
001450*  2026-10-15  DM   MULTI-CURRENCY.  ADDED AUTH-ACCT-AMOUNT, THE   *
001451*                   TRANSACTION AMOUNT IN ACCOUNT CURRENCY AS      *
001452*                   PAYVAL01 CHECKED IT (A FOREIGN AMOUNT          *
001453*                   CONVERTED AT THE PAYFXRT RATE, A DOMESTIC ONE  *
001454*                   AS PASSED), AND AUTH-FX-RATE, THE RATE USED    *
001455*                   (ZERO WHEN NONE WAS).  ADDED THE 'FXRT' REASON *
001456*                   FOR A FOREIGN TRANSACTION WITH NO CURRENT RATE *
001457*                   ON FILE, AND 'XBDB' AND 'XBDL' FOR             *
001458*                   CROSS-BORDER SPEND BLOCKED OUTRIGHT ON THE     *
001459*                   ACCOUNT OR OVER ITS CROSS-BORDER DAILY CAP.    *
001460*  2026-10-15  DM   ADDED AUTH-HEADROOM - WHAT THE ACCOUNT HAS     *
001461*                   LEFT TODAY UNDER ITS DAILY LIMIT, COUNT AND    *
001462*                   CATEGORY CAP, AND ITS AVAILABLE BALANCE AFTER  *
001463*                   OPEN HOLDS AND THE OVERDRAFT LIMIT - FILLED    *
001464*                   ONLY BY A SIMULATE-MODE (WHAT-IF) CALL.        *
001470*----------------------------------------------------------------*
001500 01  AUTH-RESULT-DETAIL.
001600     05  AUTH-RESULT                 PIC X(08).
001700         88  AUTH-RESULT-APPROVED            VALUE 'APPROVE '.
002970         88  AUTH-REASON-CAT-LIMIT           VALUE 'MCCL'.
002980         88  AUTH-REASON-MERCH-NEGATIVE      VALUE 'MNEG'.
002990         88  AUTH-REASON-STANDIN-LIMIT       VALUE 'STIN'.
002995         88  AUTH-REASON-BAD-REQUEST         VALUE 'FRMT'.
002996         88  AUTH-REASON-NO-FX-RATE          VALUE 'FXRT'.
002997         88  AUTH-REASON-XBORDER-BLOCKED     VALUE 'XBDB'.
002998         88  AUTH-REASON-XBORDER-LIMIT       VALUE 'XBDL'.
003000     05  AUTH-DECLINE-REASON-DESC    PIC X(30).
003100     05  AUTH-APPROVAL-CD            PIC X(06).
003200     05  AUTH-ACCT-AMOUNT            PIC S9(07)V99.
003300     05  AUTH-FX-RATE                PIC 9(04)V9(08).
003400     05  AUTH-HEADROOM.
003500         10  AUTH-HR-LIMIT-SW        PIC X(01).
003600             88  AUTH-HR-LIMIT-ON            VALUE 'Y'.
003700         10  AUTH-HR-DAY-AMT-LEFT    PIC S9(07)V99.
003800         10  AUTH-HR-DAY-COUNT-LEFT  PIC 9(03).
003900         10  AUTH-HR-CAT-RULE        PIC X(01).
004000             88  AUTH-HR-CAT-NO-RULE         VALUE SPACE.
004100             88  AUTH-HR-CAT-BLOCKED         VALUE 'B'.
004200             88  AUTH-HR-CAT-CAPPED          VALUE 'C'.
004300         10  AUTH-HR-CAT-AMT-LEFT    PIC S9(07)V99.
004400         10  AUTH-HR-BALANCE-SW      PIC X(01).
004500             88  AUTH-HR-BALANCE-KNOWN       VALUE 'Y'.
004600         10  AUTH-HR-ACCT-BALANCE    PIC S9(09)V99.
004700         10  AUTH-HR-OPEN-HOLD-AMT   PIC S9(09)V99.
004800         10  AUTH-HR-OVERDRAFT-LIMIT PIC S9(07)V99.
004900         10  AUTH-HR-AVAILABLE-AMT   PIC S9(09)V99.
