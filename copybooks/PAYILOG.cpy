000100*----------------------------------------------------------------*
000200*  PAYILOG - INTEGRITY CHECK AUDIT LOG RECORD                    *
000300*----------------------------------------------------------------*
000400*  COPYBOOK:  PAYILOG                                             *
000500*  PURPOSE :  ONE RECORD PER CHANGE THE NIGHTLY INTEGRITY CHECK   *
000600*             (PAYINT01) MAKES TO A RECORD LEFT BEHIND ON A       *
000700*             CLOSED ACCOUNT - AN OPEN PAYHOLD HOLD RELEASED, OR A*
000800*             PAYLIM LIMIT OR PAYMCC CATEGORY RULE RETIRED        *
000900*             (DELETED).  CARRIES THE SETTINGS AS THEY STOOD      *
001000*             BEFORE THE CHANGE, UNDER THE RUN'S NAME, SO A       *
001100*             CLOSURE MADE IN ERROR CAN BE PUT BACK BY HAND - THE *
001200*             SAME TRAIL PAYLLOG KEEPS FOR LIMIT MAINTENANCE.     *
001300*             ILOG-ITEM-ID IS THE HOLD'S TRANSACTION ID OR THE    *
001400*             RULE'S MERCHANT CATEGORY, BLANK FOR A LIMIT RECORD. *
001500*             ILOG-OLD-VALUE-CD IS THE HOLD STATUS OR THE RULE    *
001600*             ACTION; ILOG-OLD-AMT THE HOLD AMOUNT, DAILY LIMIT OR*
001700*             CATEGORY CAP; ILOG-OLD-DATE THE HOLD'S EXPIRATION.  *
001800*----------------------------------------------------------------*
001900*  MODIFICATION HISTORY                                           *
002000*  2026-10-15  DM   INITIAL VERSION.                              *
002010*  2026-10-15  DM   ILOG-OLD-XB-ACTION AND ILOG-OLD-XB-CAP-AMT    *
002020*                   TAKEN FROM FILLER SO A RETIRED LIMIT RECORD   *
002030*                   KEEPS ITS CROSS-BORDER RULE.  RECORD LENGTH   *
002040*                   UNCHANGED.                                    *
002100*----------------------------------------------------------------*
002200 01  ILOG-RECORD.
002300     05  ILOG-ACCT-NO                 PIC X(10).
002400     05  ILOG-FILE-CD                 PIC X(04).
002500         88  ILOG-FILE-HOLD                  VALUE 'HOLD'.
002600         88  ILOG-FILE-LIMIT                 VALUE 'LIM '.
002700         88  ILOG-FILE-MCC                   VALUE 'MCC '.
002800     05  ILOG-ACTION                  PIC X(01).
002900         88  ILOG-ACTION-RELEASED            VALUE 'R'.
003000         88  ILOG-ACTION-RETIRED             VALUE 'D'.
003100     05  ILOG-ITEM-ID                 PIC X(12).
003200     05  ILOG-OLD-VALUE-CD            PIC X(01).
003300     05  ILOG-OLD-AMT                 PIC S9(07)V99.
003400     05  ILOG-OLD-COUNT-MAX           PIC 9(03).
003500     05  ILOG-OLD-DATE                PIC 9(08).
003600     05  ILOG-CHANGE-DATE             PIC 9(08).
003700     05  ILOG-CHANGE-TIME             PIC 9(08).
003800     05  ILOG-OPERATOR-ID             PIC X(08).
003900     05  ILOG-OLD-XB-ACTION           PIC X(01).
004000     05  ILOG-OLD-XB-CAP-AMT          PIC S9(07)V99.
