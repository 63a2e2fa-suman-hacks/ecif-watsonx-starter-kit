000100*----------------------------------------------------------------*
000200*  PAYAPCD - APPROVAL-CODE CONTROL RECORD                          *
000300*----------------------------------------------------------------*
000400*  COPYBOOK:  PAYAPCD                                              *
000500*  PURPOSE :  HOLDS THE LAST APPROVAL-CODE NUMBER PAYVAL01         *
000600*             ISSUED, ONE CONTROL RECORD PER ISSUER.  THE ISSUER   *
000700*             IS THE ONLINE PATH ('O'), THE SINGLE-THREAD BATCH    *
000800*             RUN ('0') OR ONE PARTITION OF A PARTITIONED BATCH    *
000900*             RUN ('1' - '8'), AND NO TWO ISSUERS EVER UPDATE THE  *
001000*             SAME RECORD.  EACH APPROVE, PREAUTH, OR STANDIN      *
001100*             DECISION TAKES THE ISSUER'S NEXT NUMBER AND          *
001200*             REWRITES THE RECORD BEFORE THE CODE IS HANDED BACK.  *
001300*             THE MERCHANT SEES THE ISSUER CHARACTER FOLLOWED BY   *
001310*             THE NUMBER AS FIVE BASE-36 CHARACTERS (0-9, A-Z), SO *
001320*             NO TWO ISSUERS CAN HAND OUT THE SAME CODE.  THE      *
001330*             NUMBER WRAPS BACK TO 1 PAST THE LARGEST FIVE         *
001340*             CHARACTERS HOLD - SIXTY MILLION CODES PER ISSUER,    *
001350*             YEARS AHEAD OF ANY DISPUTE WINDOW.  EACH RECORD IS   *
001400*             WRITTEN ON ITS ISSUER'S FIRST USE.                   *
001500*----------------------------------------------------------------*
001600*  MODIFICATION HISTORY                                            *
001700*  2026-10-15  DM   INITIAL VERSION.                               *
001710*  2026-10-15  DM   ONE CONTROL RECORD PER ISSUER, KEYED 'APPRCTL' *
001720*                   PLUS THE ISSUER CHARACTER, WHICH NOW LEADS     *
001730*                   THE CODE - PARTITIONS OF THE BATCH RUN AND THE *
001740*                   ONLINE PATH NO LONGER SHARE ONE COUNTER.       *
001800*----------------------------------------------------------------*
001900 01  APCD-RECORD.
002000     05  APCD-KEY.
002010         10  APCD-KEY-PREFIX          PIC X(07).
002020         10  APCD-ISSUER-CD           PIC X(01).
002100     05  APCD-LAST-NUMBER             PIC 9(10).
002200     05  APCD-LAST-ISSUED-DATE        PIC 9(08).
002300     05  APCD-LAST-ISSUED-TIME        PIC 9(08).
002400     05  FILLER                       PIC X(10).
