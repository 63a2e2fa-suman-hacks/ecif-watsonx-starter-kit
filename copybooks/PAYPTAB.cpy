000100*----------------------------------------------------------------*
000200*  PAYPTAB - AUTHORIZATION RUN PARTITION TABLE CARD                *
000300*----------------------------------------------------------------*
000400*  COPYBOOK:  PAYPTAB                                              *
000500*  PURPOSE :  ONE CARD PER PARTITION OF THE PARTITIONED DAILY      *
000600*             AUTHORIZATION RUN, READ BY THE SPLIT STEP (PAYBSPL). *
000700*             EACH CARD GIVES THE PARTITION NUMBER AND THE HIGHEST *
000800*             ACCOUNT NUMBER IT TAKES; THE CARDS RUN IN PARTITION  *
000900*             ORDER, 1 UP TO AT MOST 8, WITH THE HIGH ACCOUNTS     *
001000*             ASCENDING.  A TRANSACTION GOES TO THE FIRST PARTITION*
001100*             WHOSE HIGH ACCOUNT IS NOT BELOW ITS OWN ACCOUNT; THE *
001200*             LAST PARTITION ALSO TAKES ANYTHING ABOVE ITS HIGH    *
001300*             ACCOUNT, SO EVERY TRANSACTION LANDS SOMEWHERE.  ALL  *
001400*             OF ONE ACCOUNT'S TRANSACTIONS THEREFORE RUN IN ONE   *
001500*             PARTITION, IN EXTRACT ORDER.                         *
001600*----------------------------------------------------------------*
001700*  MODIFICATION HISTORY                                            *
001800*  2026-10-15  DM   INITIAL VERSION.                               *
001900*----------------------------------------------------------------*
002000 01  PTAB-RECORD.
002100     05  PTAB-PART-NO                 PIC 9(01).
002200     05  FILLER                       PIC X(01).
002300     05  PTAB-HIGH-ACCT-NO            PIC X(10).
002400     05  FILLER                       PIC X(68).
