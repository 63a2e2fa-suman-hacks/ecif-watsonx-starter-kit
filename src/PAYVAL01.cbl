004230*                   DECLINES 'STIN'.  PAYSTN01 RE-VALIDATES EVERY    *
004234*                   STAND-IN APPROVAL AGAINST THE LIVE RECORD THE    *
004238*                   SAME NIGHT.                                      *
004243*  2026-10-15  DM   APPROVAL CODES.  AN APPROVE, PREAUTH, OR      *
004244*                   STANDIN DECISION NOW TAKES THE NEXT NUMBER    *
004245*                   FROM THE NEW APPROVAL-CODE CONTROL FILE       *
004246*                   (PAYAPCD) AND HANDS IT BACK AS A              *
004247*                   SIX-CHARACTER CODE IN AUTH-APPROVAL-CD,       *
004248*                   JOURNALED ON PAYJRNL AND PAYJKEY AND KEPT ON  *
004249*                   A PRE-AUTHORIZATION'S HOLD SO ITS COMPLETION  *
004250*                   JOURNALS UNDER THE SAME CODE.  A ZERO         *
004251*                   SEQUENCE NUMBER (AN ONLINE REQUEST FROM       *
004252*                   PAYAUT01) IS NO LONGER TAKEN FOR A RESTART    *
004253*                   REPLAY AND NO LONGER RESETS THE LAST-APPLIED  *
004254*                   SEQUENCE NUMBER A BATCH RUN LEFT.             *
004256*  2026-10-15  DM   MULTI-CURRENCY.  ADDED THE TRANSACTION'S ISO  *
004257*                   CURRENCY CODE AND ORIGINAL AMOUNT TO THE      *
004258*                   CALLING INTERFACE.  A FOREIGN AMOUNT IS       *
004259*                   CONVERTED INTO ACCOUNT CURRENCY AT THE DAILY  *
004260*                   PAYFXRT RATE BEFORE ANY CHECK, AND THE        *
004261*                   VELOCITY, CATEGORY, OVERDRAFT, STAND-IN AND   *
004262*                   HOLD FIGURES ARE ALL KEPT IN ACCOUNT          *
004263*                   CURRENCY.  NO CURRENT RATE DECLINES 'FXRT'.   *
004264*                   THE ACCOUNT'S CROSS-BORDER RULE ON PAYLIM CAN *
004265*                   BLOCK FOREIGN SPEND ('XBDB') OR CAP IT PER    *
004266*                   DAY ('XBDL').  BOTH AMOUNTS AND THE RATE ARE  *
004267*                   JOURNALED AND RETURNED.                       *
004268*  2026-10-15  DM   SIMULATE RUN MODE ('S') FOR THE WHAT-IF       *
004269*                   SCREEN (PAYWIF01).  THE FULL CHECK PATH RUNS  *
004270*                   ON FILES OPENED INPUT - NO JOURNAL, NO LIMIT  *
004271*                   OR CATEGORY TOTAL, NO HOLD AND NO APPROVAL    *
004272*                   CODE - AND THE ACCOUNT'S HEADROOM COMES BACK  *
004273*                   IN AUTH-HEADROOM.                             *
004275*  2026-10-15  DM   APPROVAL CODES ARE NOW ISSUED PER ISSUER.     *
004276*                   THE CALLER PASSES A ONE-CHARACTER ISSUER CODE *
004277*                   - 'O' ONLINE, '0' THE SINGLE-THREAD BATCH     *
004278*                   RUN, '1' - '8' A PARTITION - AND EACH ISSUER  *
004279*                   TAKES ITS NUMBERS FROM ITS OWN PAYAPCD        *
004280*                   CONTROL RECORD.  THE ISSUER CHARACTER LEADS   *
004281*                   THE CODE, FOLLOWED BY FIVE BASE-36            *
004282*                   CHARACTERS, SO PARTITIONS RUNNING SIDE BY     *
004283*                   SIDE AND THE ONLINE PATH CAN NEVER HAND OUT   *
004284*                   THE SAME CODE.  AN UNKNOWN ISSUER CODE LEAVES *
004285*                   THE CODE BLANK.                               *
004286*----------------------------------------------------------------*
004200
004300 ENVIRONMENT DIVISION.
004400 
006097                                  RECORD KEY IS MNEG-MERCHANT-ID
006098                                  FILE STATUS IS WS-MNEG-STATUS.
006100
006110     SELECT PAY-APCD-FILE        ASSIGN TO PAYAPCD
006120                                  ORGANIZATION IS INDEXED
006130                                  ACCESS MODE IS RANDOM
006140                                  RECORD KEY IS APCD-KEY
006150                                  FILE STATUS IS WS-APCD-STATUS.
006151
006152     SELECT PAY-FXRT-FILE        ASSIGN TO PAYFXRT
006153                                  ORGANIZATION IS INDEXED
006154                                  ACCESS MODE IS RANDOM
006155                                  RECORD KEY IS FXRT-CURRENCY-CD
006156                                  FILE STATUS IS WS-FXRT-STATUS.
006160
006200 DATA DIVISION.
006300 
006400 FILE SECTION.
007394 FD  PAY-MNEG-FILE.
007396 COPY PAYMNEG.
007400
007410 FD  PAY-APCD-FILE.
007420 COPY PAYAPCD.
007422
007424 FD  PAY-FXRT-FILE.
007426 COPY PAYFXRT.
007430
007500 WORKING-STORAGE SECTION.
007600 
007700 01  WS-ECIF-STATUS          PIC X(02).
008405         88  WS-HOLD-OPEN                 VALUE 'Y'.
008406     05  WS-MNEG-OPEN-SWITCH  PIC X(01)           VALUE 'N'.
008407         88  WS-MNEG-OPEN                 VALUE 'Y'.
008408     05  WS-APCD-OPEN-SWITCH  PIC X(01)           VALUE 'N'.
008409         88  WS-APCD-OPEN                 VALUE 'Y'.
008410
008412 01  WS-HOLD-STATUS          PIC X(02).
008414     88  WS-HOLD-FOUND                    VALUE '00'.
008450*    VELOCITY TOTALS ALONE WHILE THE ECIF MASTER IS UNAVAILABLE.
008452 01  WS-STANDIN-FLOOR-AMT    PIC S9(07)V99        VALUE +200.00.
008454
008456 01  WS-APCD-STATUS          PIC X(02).
008458     88  WS-APCD-GOOD                     VALUE '00'.
008460     88  WS-APCD-NOT-FOUND                VALUE '23'.
008462
008464*    EACH ISSUER'S CONTROL RECORD ON PAYAPCD IS KEYED BY THIS PREFIX
008465*    AND THE ISSUER CHARACTER; THE LARGEST NUMBER FIVE BASE-36
008466*    CHARACTERS HOLD (36 ** 5 - 1) BEFORE IT WRAPS.
008468 01  WS-APCD-KEY-PREFIX      PIC X(07)      VALUE 'APPRCTL'.
008470 01  WS-APCD-MAX-NUMBER      PIC 9(10)      VALUE 60466175.
008472
008474 01  WS-APCD-NEW-SW          PIC X(01)            VALUE 'N'.
008476     88  WS-APCD-NEW-RECORD               VALUE 'Y'.
008478
008480 01  WS-APCD-WORK-NUMBER     PIC 9(10).
008482 01  WS-APCD-QUOTIENT        PIC 9(10).
008484 01  WS-APCD-REMAINDER       PIC 9(02).
008486 01  WS-APCD-IX              PIC S9(02)  COMP.
008488
008490 01  WS-APCD-CODE.
008491     05  WS-APCD-CODE-CHAR   PIC X(01)  OCCURS 6 TIMES.
008492
008493 01  WS-APCD-DIGIT-VALUES.
008494     05  FILLER              PIC X(36)  VALUE
008495         '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
008496 01  WS-APCD-DIGIT-TABLE REDEFINES WS-APCD-DIGIT-VALUES.
008497     05  WS-APCD-DIGIT       PIC X(01)  OCCURS 36 TIMES.
008498
008500 01  WS-TODAY-DATE           PIC 9(08).
008600
008700 01  WS-WOULD-BE-AMT         PIC S9(07)V99.
008800 01  WS-WOULD-BE-COUNT       PIC 9(03).
008850 01  WS-PROJECTED-BALANCE    PIC S9(09)V99.
008851
008852 01  WS-FXRT-STATUS          PIC X(02).
008853     88  WS-FXRT-FOUND                    VALUE '00'.
008854     88  WS-FXRT-NOT-FOUND                VALUE '23'.
008855
008856 01  WS-FXRT-OPEN-SWITCH     PIC X(01)           VALUE 'N'.
008857     88  WS-FXRT-OPEN                     VALUE 'Y'.
008858
008859*    THE HOME CURRENCY ALL ACCOUNTS ARE HELD IN.  A TRANSACTION IN
008860*    ANY OTHER CURRENCY IS CROSS-BORDER AND IS CONVERTED AT ITS
008861*    PAYFXRT RATE BEFORE ANY CHECK IS MADE.
008862 01  WS-HOME-CURRENCY-CD     PIC X(03)           VALUE 'USD'.
008863
008864*    HOW MANY DAYS OLD A RATE MAY BE BEFORE IT IS TOO STALE TO
008865*    CONVERT ON - LONG ENOUGH TO CARRY A FRIDAY RATE OVER A
008866*    WEEKEND OR A HOLIDAY MONDAY WITH NO MORNING LOAD.
008867 01  WS-FXRT-MAX-AGE-DAYS    PIC S9(05)           VALUE +3.
008868 01  WS-FXRT-CUTOFF-DATE     PIC 9(08).
008869
008870 01  WS-CROSS-BORDER-SW      PIC X(01)            VALUE 'N'.
008871     88  WS-CROSS-BORDER                  VALUE 'Y'.
008872
008873 01  WS-FXRT-MISSING-SW      PIC X(01)            VALUE 'N'.
008874     88  WS-FXRT-MISSING                  VALUE 'Y'.
008875
008876*    THE TRANSACTION AMOUNT IN ACCOUNT CURRENCY AND THE RATE IT
008877*    WAS CONVERTED AT.  EVERY LIMIT, CATEGORY, OVERDRAFT AND HOLD
008878*    FIGURE IS KEPT IN ACCOUNT CURRENCY.
008879 01  WS-ACCT-AMOUNT          PIC S9(07)V99.
008880 01  WS-FX-RATE              PIC 9(04)V9(08).
008881 01  WS-XB-WOULD-BE-AMT      PIC S9(07)V99.
008900 
009000 LINKAGE SECTION.
009100 01  PAY-ACCT-NO                 PIC X(10).
009684     88  PAY-MODE-ONLINE                  VALUES 'O' SPACE.
009686     88  PAY-MODE-BATCH                   VALUE 'B'.
009688     88  PAY-MODE-CLOSE                   VALUE 'C'.
009689     88  PAY-MODE-SIMULATE                VALUE 'S'.
009690
009691 01  PAY-CURRENCY-CD             PIC X(03).
009692
009693 01  PAY-ORIG-AMOUNT             PIC S9(09)V99.
009694
009695*    ISSUER OF THE APPROVAL CODE - 'O' ONLINE, '0' SINGLE-THREAD
009696*    BATCH, '1' - '8' A PARTITION.  EACH HAS ITS OWN CODE RANGE.
009697 01  PAY-ISSUER-CD               PIC X(01).
009698     88  PAY-ISSUER-VALID                 VALUES '0' THRU '8' 'O'.
009699
009700 COPY AUTHRES.
009800
009900 PROCEDURE DIVISION USING PAY-ACCT-NO
010160                          PAY-TRAN-TYPE
010170                          PAY-MERCH-CAT-CD
010175                          PAY-MERCHANT-ID
010176                          PAY-CURRENCY-CD
010177                          PAY-ORIG-AMOUNT
010180                          PAY-RUN-MODE
010190                          PAY-ISSUER-CD
010200                          AUTH-RESULT-DETAIL.
010300 
010400*----------------------------------------------------------------*
010850     MOVE SPACES     TO WS-ECIF-STATUS.
010900     MOVE 'APPROVE ' TO AUTH-RESULT.
011000     MOVE SPACES     TO AUTH-DECLINE-REASON-CD
011100                         AUTH-DECLINE-REASON-DESC
011150                         AUTH-APPROVAL-CD.
011155
011160     PERFORM 0400-CONVERT-AMOUNT
011165         THRU 0400-CONVERT-AMOUNT-EXIT.
011170     MOVE WS-ACCT-AMOUNT TO AUTH-ACCT-AMOUNT.
011175     MOVE WS-FX-RATE     TO AUTH-FX-RATE.
011200
011202*    A WHAT-IF (SIMULATE MODE) IS ALWAYS JUDGED AS A PURCHASE -
011204*    IT HAS NO EARLIER AUTHORIZATION TO GIVE BACK OR COMPLETE.
011210     IF PAY-TRAN-REVERSAL
011212     AND NOT PAY-MODE-SIMULATE
011220         PERFORM 0600-APPLY-REVERSAL
011230             THRU 0600-APPLY-REVERSAL-EXIT
011232         PERFORM 0650-REVERSE-CATEGORY
011286*    WHEN THE PRE-AUTHORIZATION WAS APPROVED.  ONE WITH NO OPEN
011288*    HOLD FALLS THROUGH THE ORDINARY PURCHASE PATH BELOW.
011290     IF PAY-TRAN-COMPLETION
011291     AND NOT PAY-MODE-SIMULATE
011292         PERFORM 3100-MATCH-COMPLETION
011294             THRU 3100-MATCH-COMPLETION-EXIT
011295         IF AUTH-RESULT-COMPLETED
011299         END-IF
011301     END-IF.
011302
011305*    A FOREIGN TRANSACTION WITH NO USABLE RATE CANNOT BE CHECKED
011310*    IN ACCOUNT CURRENCY AT ALL, AND DECLINES BEFORE ANY RUNNING
011315*    TOTAL IS TOUCHED.
011320     IF WS-FXRT-MISSING
011325         MOVE 'DECLINE ' TO AUTH-RESULT
011330         MOVE 'FXRT'     TO AUTH-DECLINE-REASON-CD
011335         MOVE 'NO CURRENT EXCHANGE RATE'
011340                          TO AUTH-DECLINE-REASON-DESC
011345     ELSE
011350         PERFORM 0500-CHECK-VELOCITY
011355             THRU 0500-CHECK-VELOCITY-EXIT
011360     END-IF.
011420
011440     IF NOT AUTH-RESULT-DECLINED
011460         PERFORM 0700-CHECK-CATEGORY
011800             THRU 1000-EVALUATE-ACCOUNT-EXIT
011900     END-IF.
012000
012001*    AN APPROVAL OR A STAND-IN APPROVAL TAKES THE NEXT APPROVAL
012002*    CODE BEFORE ANYTHING IS WRITTEN, SO THE HOLD AN APPROVED
012003*    PRE-AUTHORIZATION PLACES CARRIES THE CODE TOO.
012004     IF (AUTH-RESULT-APPROVED OR AUTH-RESULT-STANDIN)
012005     AND NOT PAY-MODE-SIMULATE
012006         PERFORM 3300-ISSUE-APPROVAL-CD
012007             THRU 3300-ISSUE-APPROVAL-CD-EXIT
012008     END-IF.
012009
012010*    AN APPROVED PRE-AUTHORIZATION PLACES ITS HOLD AND JOURNALS
012020*    AS 'PREAUTH ' SO THE RECON AND THE FRAUD SCAN DO NOT TAKE
012030*    IT FOR AN ORDINARY PURCHASE APPROVAL.
012040     IF PAY-TRAN-PREAUTH
012050     AND AUTH-RESULT-APPROVED
012055     AND NOT PAY-MODE-SIMULATE
012060         PERFORM 3000-PLACE-HOLD
012070             THRU 3000-PLACE-HOLD-EXIT
012080     END-IF.
012090
012092*    A WHAT-IF IS NOT JOURNALED - IT NEVER HAPPENED.  IT HANDS
012094*    BACK THE ACCOUNT'S HEADROOM INSTEAD.
012100     IF PAY-MODE-SIMULATE
012150         PERFORM 9100-REPORT-HEADROOM
012160             THRU 9100-REPORT-HEADROOM-EXIT
012170     ELSE
012180         PERFORM 2000-WRITE-JOURNAL
012200             THRU 2000-WRITE-JOURNAL-EXIT
012250     END-IF.
012300 
012400     GOBACK.
012401
012402*----------------------------------------------------------------*
012403*  0400-CONVERT-AMOUNT                                            *
012404*      WORK OUT THE TRANSACTION AMOUNT IN ACCOUNT CURRENCY, WHICH *
012405*      EVERY CHECK BELOW IS MADE IN.  A DOMESTIC TRANSACTION (NO  *
012406*      CURRENCY CODE, OR THE HOME CURRENCY) IS TAKEN AS PASSED.   *
012407*      ANY OTHER IS CROSS-BORDER, AND ITS ORIGINAL AMOUNT IS      *
012408*      CONVERTED AT THE CURRENCY'S PAYFXRT RATE.  A RATE THAT IS  *
012409*      NOT ON FILE, IS SUSPENDED, OR IS OLDER THAN THE STALENESS  *
012410*      WINDOW IS NOT USED - THE TRANSACTION IS FLAGGED FOR THE    *
012411*      MAINLINE TO DECLINE, AND THE AMOUNT THE NETWORK PASSED     *
012412*      STANDS IN SO A REVERSAL OR A MATCHED COMPLETION CAN STILL  *
012413*      GIVE BACK WHAT ITS ORIGINAL TOOK.                          *
012414*----------------------------------------------------------------*
012415 0400-CONVERT-AMOUNT.
012416
012417     MOVE 'N'             TO WS-CROSS-BORDER-SW
012418                             WS-FXRT-MISSING-SW.
012419     MOVE PAY-TRAN-AMOUNT TO WS-ACCT-AMOUNT.
012420     MOVE ZERO            TO WS-FX-RATE.
012421
012422     IF PAY-CURRENCY-CD = SPACES
012423     OR PAY-CURRENCY-CD = WS-HOME-CURRENCY-CD
012424         GO TO 0400-CONVERT-AMOUNT-EXIT
012425     END-IF.
012426
012427     MOVE 'Y' TO WS-CROSS-BORDER-SW.
012428
012429     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
012430     MOVE WS-TODAY-DATE TO PAYD-DATE-IN.
012431     COMPUTE PAYD-DAYS-OFFSET = WS-FXRT-MAX-AGE-DAYS * -1.
012432     CALL 'PAYDATE' USING PAYD-PARM.
012433     MOVE PAYD-DATE-OUT TO WS-FXRT-CUTOFF-DATE.
012434
012435     PERFORM 8800-OPEN-FX-RATES
012436         THRU 8800-OPEN-FX-RATES-EXIT.
012437     MOVE PAY-CURRENCY-CD TO FXRT-CURRENCY-CD.
012438     READ PAY-FXRT-FILE.
012439
012440     IF NOT WS-FXRT-FOUND
012441     OR NOT FXRT-STATUS-ACTIVE
012442     OR FXRT-EFFECTIVE-DATE < WS-FXRT-CUTOFF-DATE
012443     OR FXRT-RATE NOT > ZERO
012444     OR PAY-ORIG-AMOUNT NOT NUMERIC
012445         MOVE 'Y' TO WS-FXRT-MISSING-SW
012446         PERFORM 8850-CLOSE-FX-RATES
012447             THRU 8850-CLOSE-FX-RATES-EXIT
012448         GO TO 0400-CONVERT-AMOUNT-EXIT
012449     END-IF.
012450
012451     COMPUTE WS-ACCT-AMOUNT ROUNDED =
012452             PAY-ORIG-AMOUNT * FXRT-RATE
012453         ON SIZE ERROR
012454             MOVE 'Y'             TO WS-FXRT-MISSING-SW
012455             MOVE PAY-TRAN-AMOUNT TO WS-ACCT-AMOUNT
012456     END-COMPUTE.
012457
012458     IF NOT WS-FXRT-MISSING
012459         MOVE FXRT-RATE TO WS-FX-RATE
012460     END-IF.
012461
012462     PERFORM 8850-CLOSE-FX-RATES
012463         THRU 8850-CLOSE-FX-RATES-EXIT.
012464
012465 0400-CONVERT-AMOUNT-EXIT.
012466     EXIT.
012500 
012501*----------------------------------------------------------------*
012502*  0450-CHECK-CROSS-BORDER                                        *
012503*      HOLD A CROSS-BORDER TRANSACTION TO THE ACCOUNT'S OWN       *
012504*      CROSS-BORDER RULE ON ITS LIMIT RECORD, ON TOP OF THE       *
012505*      OVERALL DAILY LIMIT.  A BLOCK RULE DECLINES OUTRIGHT; A    *
012506*      CAP RULE DECLINES A TRANSACTION THAT WOULD PUSH TODAY'S    *
012507*      CROSS-BORDER TOTAL PAST THE CAP.  THE TOTAL IS KEPT        *
012508*      WHATEVER THE RULE, SO A CAP SET PART WAY THROUGH THE DAY   *
012509*      COUNTS THE MORNING'S SPEND.                                *
012510*----------------------------------------------------------------*
012511 0450-CHECK-CROSS-BORDER.
012512
012513     IF LIM-XB-BLOCK
012514         MOVE 'DECLINE ' TO AUTH-RESULT
012515         MOVE 'XBDB'     TO AUTH-DECLINE-REASON-CD
012516         MOVE 'CROSS-BORDER SPEND BLOCKED'
012517                          TO AUTH-DECLINE-REASON-DESC
012518         GO TO 0450-CHECK-CROSS-BORDER-EXIT
012519     END-IF.
012520
012521     COMPUTE WS-XB-WOULD-BE-AMT =
012522             LIM-XB-CURRENT-DAY-AMT + WS-ACCT-AMOUNT.
012523
012524     IF LIM-XB-CAP
012525     AND WS-XB-WOULD-BE-AMT > LIM-XB-DAILY-CAP-AMT
012526         MOVE 'DECLINE ' TO AUTH-RESULT
012527         MOVE 'XBDL'     TO AUTH-DECLINE-REASON-CD
012528         MOVE 'CROSS-BORDER CAP EXCEEDED'
012529                          TO AUTH-DECLINE-REASON-DESC
012530         GO TO 0450-CHECK-CROSS-BORDER-EXIT
012531     END-IF.
012532
012533     MOVE WS-XB-WOULD-BE-AMT TO LIM-XB-CURRENT-DAY-AMT.
012534
012535 0450-CHECK-CROSS-BORDER-EXIT.
012536     EXIT.
012537
012538*----------------------------------------------------------------*
012539*  0460-ADJUST-CROSS-BORDER                                       *
012540*      KEEP TODAY'S CROSS-BORDER TOTAL IN STEP WHEN A SAME-DAY    *
012541*      REVERSAL GIVES ITS AMOUNT BACK (0600) OR A COMPLETION'S    *
012542*      FINAL AMOUNT REPLACES ITS HOLD (3150).  WORKS ON THE LIMIT *
012543*      RECORD THE CALLER HAS READ AND WILL REWRITE.  THE TOTAL    *
012544*      NEVER GOES BELOW ZERO.                                     *
012545*----------------------------------------------------------------*
012546 0460-ADJUST-CROSS-BORDER.
012547
012548     IF NOT WS-CROSS-BORDER
012549         GO TO 0460-ADJUST-CROSS-BORDER-EXIT
012550     END-IF.
012551
012552     IF PAY-TRAN-REVERSAL
012553         COMPUTE WS-XB-WOULD-BE-AMT =
012554                 LIM-XB-CURRENT-DAY-AMT - WS-ACCT-AMOUNT
012555     ELSE
012556         COMPUTE WS-XB-WOULD-BE-AMT =
012557                 LIM-XB-CURRENT-DAY-AMT - HOLD-AMOUNT
012558                 + WS-ACCT-AMOUNT
012559     END-IF.
012560     IF WS-XB-WOULD-BE-AMT < ZERO
012561         MOVE ZERO TO WS-XB-WOULD-BE-AMT
012562     END-IF.
012563     MOVE WS-XB-WOULD-BE-AMT TO LIM-XB-CURRENT-DAY-AMT.
012564
012565 0460-ADJUST-CROSS-BORDER-EXIT.
012566     EXIT.
012567
012600*----------------------------------------------------------------*
012700*  0500-CHECK-VELOCITY                                            *
012800*      CHECK THE TRANSACTION AMOUNT AND TODAY'S TRANSACTION       *
013180*      TODAY'S TOTAL (A RESTARTED PAYBAT01 RUN REPLAYING A        *
013190*      TRANSACTION PROCESSED BEFORE ITS LAST CHECKPOINT) IS       *
013200*      APPROVED WITHOUT BEING ADDED IN A SECOND TIME.             *
013210*      AN ONLINE REQUEST CARRIES NO SEQUENCE NUMBER (ZERO) AND   *
013220*      IS NEVER TAKEN FOR A REPLAY.                              *
013300*----------------------------------------------------------------*
013400 0500-CHECK-VELOCITY.
013500
014900         MOVE ZERO          TO LIM-CURRENT-DAY-AMT
015000         MOVE ZERO          TO LIM-CURRENT-DAY-COUNT
015020         MOVE ZERO          TO LIM-LAST-APPLIED-SEQ-NO
015030         MOVE ZERO          TO LIM-XB-CURRENT-DAY-AMT
015100     END-IF.
015120
015140     IF LIM-LAST-APPLIED-SEQ-NO NOT = ZERO
015145     AND PAY-TRAN-SEQ-NO NOT = ZERO
015150     AND PAY-TRAN-SEQ-NO NOT > LIM-LAST-APPLIED-SEQ-NO
015160         MOVE 'APPROVE ' TO AUTH-RESULT
015170         PERFORM 8150-CLOSE-LIMITS
015190     END-IF.
015200
015300     COMPUTE WS-WOULD-BE-AMT =
015400             LIM-CURRENT-DAY-AMT + WS-ACCT-AMOUNT.
015500     COMPUTE WS-WOULD-BE-COUNT = LIM-CURRENT-DAY-COUNT + 1.
015600
015700     IF WS-WOULD-BE-AMT > LIM-DAILY-LIMIT-AMT
016400         GO TO 0500-CHECK-VELOCITY-EXIT
016500     END-IF.
016600
016605*    CROSS-BORDER SPEND IS ALSO HELD TO THE ACCOUNT'S OWN
016610*    CROSS-BORDER RULE, IF IT HAS ONE.
016615     IF WS-CROSS-BORDER
016620         PERFORM 0450-CHECK-CROSS-BORDER
016625             THRU 0450-CHECK-CROSS-BORDER-EXIT
016630         IF AUTH-RESULT-DECLINED
016635             PERFORM 8150-CLOSE-LIMITS
016640                 THRU 8150-CLOSE-LIMITS-EXIT
016645             GO TO 0500-CHECK-VELOCITY-EXIT
016650         END-IF
016655     END-IF.
016700     MOVE WS-WOULD-BE-AMT     TO LIM-CURRENT-DAY-AMT.
016800     MOVE WS-WOULD-BE-COUNT   TO LIM-CURRENT-DAY-COUNT.
016845     IF PAY-TRAN-SEQ-NO NOT = ZERO
016850         MOVE PAY-TRAN-SEQ-NO TO LIM-LAST-APPLIED-SEQ-NO
016860     END-IF.
016900     IF NOT PAY-MODE-SIMULATE
016950         REWRITE LIM-RECORD
016960     END-IF.
017000     PERFORM 8150-CLOSE-LIMITS
017020         THRU 8150-CLOSE-LIMITS-EXIT.
017100
017370     END-IF.
017372
017374     IF LIM-LAST-APPLIED-SEQ-NO NOT = ZERO
017375     AND PAY-TRAN-SEQ-NO NOT = ZERO
017376     AND PAY-TRAN-SEQ-NO NOT > LIM-LAST-APPLIED-SEQ-NO
017378         PERFORM 8150-CLOSE-LIMITS
017379             THRU 8150-CLOSE-LIMITS-EXIT
017382     END-IF.
017384
017386     COMPUTE WS-WOULD-BE-AMT =
017388             LIM-CURRENT-DAY-AMT - WS-ACCT-AMOUNT.
017390     IF WS-WOULD-BE-AMT < ZERO
017392         MOVE ZERO TO WS-WOULD-BE-AMT
017394     END-IF.
017396     MOVE WS-WOULD-BE-AMT TO LIM-CURRENT-DAY-AMT.
017397     PERFORM 0460-ADJUST-CROSS-BORDER
017398         THRU 0460-ADJUST-CROSS-BORDER-EXIT.
017399
017400     IF LIM-CURRENT-DAY-COUNT > ZERO
017402         SUBTRACT 1 FROM LIM-CURRENT-DAY-COUNT
017404     END-IF.
017406
017407     IF PAY-TRAN-SEQ-NO NOT = ZERO
017408         MOVE PAY-TRAN-SEQ-NO TO LIM-LAST-APPLIED-SEQ-NO
017409     END-IF.
017410     REWRITE LIM-RECORD.
017412     PERFORM 8150-CLOSE-LIMITS
017413         THRU 8150-CLOSE-LIMITS-EXIT.
017482     END-IF.
017484
017486     IF MCC-LAST-APPLIED-SEQ-NO NOT = ZERO
017487     AND PAY-TRAN-SEQ-NO NOT = ZERO
017488     AND PAY-TRAN-SEQ-NO NOT > MCC-LAST-APPLIED-SEQ-NO
017490         PERFORM 8250-CLOSE-MCC-RULES
017491             THRU 8250-CLOSE-MCC-RULES-EXIT
017494     END-IF.
017496
017498     COMPUTE WS-WOULD-BE-AMT =
017500             MCC-CURRENT-DAY-AMT - WS-ACCT-AMOUNT.
017502     IF WS-WOULD-BE-AMT < ZERO
017504         MOVE ZERO TO WS-WOULD-BE-AMT
017506     END-IF.
017508     MOVE WS-WOULD-BE-AMT TO MCC-CURRENT-DAY-AMT.
017510
017511     IF PAY-TRAN-SEQ-NO NOT = ZERO
017512         MOVE PAY-TRAN-SEQ-NO TO MCC-LAST-APPLIED-SEQ-NO
017513     END-IF.
017514     REWRITE MCC-RECORD.
017516     PERFORM 8250-CLOSE-MCC-RULES
017517         THRU 8250-CLOSE-MCC-RULES-EXIT.
017620     END-IF.
017622
017624     IF MCC-LAST-APPLIED-SEQ-NO NOT = ZERO
017625     AND PAY-TRAN-SEQ-NO NOT = ZERO
017626     AND PAY-TRAN-SEQ-NO NOT > MCC-LAST-APPLIED-SEQ-NO
017628         PERFORM 8250-CLOSE-MCC-RULES
017629             THRU 8250-CLOSE-MCC-RULES-EXIT
017632     END-IF.
017634
017636     COMPUTE WS-WOULD-BE-AMT =
017638             MCC-CURRENT-DAY-AMT + WS-ACCT-AMOUNT.
017640
017642     IF WS-WOULD-BE-AMT > MCC-DAILY-CAP-AMT
017644         MOVE 'DECLINE ' TO AUTH-RESULT
017656     END-IF.
017658
017660     MOVE WS-WOULD-BE-AMT TO MCC-CURRENT-DAY-AMT.
017661     IF PAY-TRAN-SEQ-NO NOT = ZERO
017662         MOVE PAY-TRAN-SEQ-NO TO MCC-LAST-APPLIED-SEQ-NO
017663     END-IF.
017664     IF NOT PAY-MODE-SIMULATE
017665         REWRITE MCC-RECORD
017666     END-IF.
017667     PERFORM 8250-CLOSE-MCC-RULES
017668         THRU 8250-CLOSE-MCC-RULES-EXIT.
017669
017670 0700-CHECK-CATEGORY-EXIT.
017672     EXIT.
017674
018900         GO TO 1000-EVALUATE-ACCOUNT-EXIT
018950     END-IF.
019000
019010*    AN EXPIRED HOLD OR FRAUD FREEZE LIFTS ITSELF HERE.  A WHAT-IF
019020*    SEES IT LIFTED BUT LEAVES THE MASTER FOR A REAL DECISION.
019050     IF (ECIF-HOLD-ACTIVE OR CUST-STATUS-FROZEN-FRAUD)
019100     AND CUST-HOLD-EXPIRE-DATE > ZERO
019150     AND CUST-HOLD-EXPIRE-DATE NOT > WS-TODAY-DATE
019220             MOVE 'A' TO CUST-ACCT-STATUS
019230         END-IF
019250         MOVE ZERO TO CUST-HOLD-EXPIRE-DATE
019300         IF NOT PAY-MODE-SIMULATE
019310             REWRITE ECIF-CUSTOMER-RECORD
019320         END-IF
019350     END-IF.
019400
019450     PERFORM 8350-CLOSE-ECIF
024546
024560     COMPUTE WS-PROJECTED-BALANCE =
024580             ECIF-ACCT-BALANCE - WS-OPEN-HOLD-TOTAL
024590             - WS-ACCT-AMOUNT.
024600
024620     IF WS-PROJECTED-BALANCE < ZERO
024640     AND (WS-PROJECTED-BALANCE * -1) > CUST-OVERDRAFT-LIMIT
024861*----------------------------------------------------------------*
024862 1700-STAND-IN-DECISION.
024863
024864     IF WS-ACCT-AMOUNT > WS-STANDIN-FLOOR-AMT
024865         MOVE 'DECLINE ' TO AUTH-RESULT
024866         MOVE 'STIN'     TO AUTH-DECLINE-REASON-CD
024867         MOVE 'OVER STAND-IN FLOOR - ECIF DOWN'
025010     MOVE AUTH-RESULT            TO JRNL-AUTH-RESULT.
025020     MOVE AUTH-DECLINE-REASON-CD TO JRNL-DECLINE-REASON-CD.
025025     MOVE PAY-MERCH-CAT-CD       TO JRNL-MERCH-CAT-CD.
025027     MOVE AUTH-APPROVAL-CD       TO JRNL-APPROVAL-CD.
025030     ACCEPT JRNL-TRAN-DATE       FROM DATE YYYYMMDD.
025040     ACCEPT JRNL-TRAN-TIME       FROM TIME.
025041     MOVE WS-ACCT-AMOUNT         TO JRNL-TRAN-AMOUNT.
025042     MOVE WS-FX-RATE             TO JRNL-FX-RATE.
025043     IF WS-CROSS-BORDER
025044         MOVE PAY-CURRENCY-CD    TO JRNL-CURRENCY-CD
025045         MOVE PAY-ORIG-AMOUNT    TO JRNL-ORIG-AMOUNT
025046     ELSE
025047         MOVE WS-HOME-CURRENCY-CD TO JRNL-CURRENCY-CD
025048         MOVE WS-ACCT-AMOUNT     TO JRNL-ORIG-AMOUNT
025049     END-IF.
025050
025060     PERFORM 8400-OPEN-JOURNALS
025065         THRU 8400-OPEN-JOURNALS-EXIT.
025096     MOVE JRNL-AUTH-RESULT       TO JKEY-AUTH-RESULT.
025098     MOVE JRNL-DECLINE-REASON-CD TO JKEY-DECLINE-REASON-CD.
025099     MOVE JRNL-MERCH-CAT-CD      TO JKEY-MERCH-CAT-CD.
025100     MOVE JRNL-APPROVAL-CD       TO JKEY-APPROVAL-CD.
025101     MOVE JRNL-AMOUNT-DETAIL     TO JKEY-AMOUNT-DETAIL.
025102
025104     WRITE JKEY-RECORD.
025106     PERFORM 8450-CLOSE-JOURNALS
025107         THRU 8450-CLOSE-JOURNALS-EXIT.
025192     MOVE SPACES              TO HOLD-RECORD.
025196     MOVE PAY-ACCT-NO         TO HOLD-ACCT-NO.
025200     MOVE PAY-TRAN-ID         TO HOLD-TRAN-ID.
025204     MOVE WS-ACCT-AMOUNT      TO HOLD-AMOUNT.
025208     MOVE WS-TODAY-DATE       TO HOLD-PLACED-DATE.
025212     MOVE PAYD-DATE-OUT       TO HOLD-EXPIRE-DATE.
025216     MOVE 'O'                 TO HOLD-STATUS.
025220     MOVE PAY-MERCH-CAT-CD    TO HOLD-MERCH-CAT-CD.
025222     MOVE AUTH-APPROVAL-CD    TO HOLD-APPROVAL-CD.
025224
025228     PERFORM 8500-OPEN-HOLDS
025232         THRU 8500-OPEN-HOLDS-EXIT.
025400         THRU 8550-CLOSE-HOLDS-EXIT.
025404
025408     MOVE 'COMPLETE' TO AUTH-RESULT.
025410     MOVE HOLD-APPROVAL-CD TO AUTH-APPROVAL-CD.
025412
025416 3100-MATCH-COMPLETION-EXIT.
025420     EXIT.
025564     END-IF.
025568
025572     IF LIM-LAST-APPLIED-SEQ-NO NOT = ZERO
025574     AND PAY-TRAN-SEQ-NO NOT = ZERO
025576     AND PAY-TRAN-SEQ-NO NOT > LIM-LAST-APPLIED-SEQ-NO
025580         PERFORM 8150-CLOSE-LIMITS
025584             THRU 8150-CLOSE-LIMITS-EXIT
025596
025600     COMPUTE WS-WOULD-BE-AMT =
025604             LIM-CURRENT-DAY-AMT - HOLD-AMOUNT
025608             + WS-ACCT-AMOUNT.
025612     IF WS-WOULD-BE-AMT < ZERO
025616         MOVE ZERO TO WS-WOULD-BE-AMT
025620     END-IF.
025624     MOVE WS-WOULD-BE-AMT TO LIM-CURRENT-DAY-AMT.
025625     PERFORM 0460-ADJUST-CROSS-BORDER
025626         THRU 0460-ADJUST-CROSS-BORDER-EXIT.
025628
025630     IF PAY-TRAN-SEQ-NO NOT = ZERO
025632         MOVE PAY-TRAN-SEQ-NO TO LIM-LAST-APPLIED-SEQ-NO
025634     END-IF.
025636     REWRITE LIM-RECORD.
025640     PERFORM 8150-CLOSE-LIMITS
025644         THRU 8150-CLOSE-LIMITS-EXIT.
025872
025876 3250-ADD-ONE-HOLD-EXIT.
025880     EXIT.
025890*----------------------------------------------------------------*
025898*  3300-ISSUE-APPROVAL-CD                                         *
025906*      TAKE THE ISSUER'S NEXT NUMBER FROM ITS OWN APPROVAL-CODE   *
025914*      CONTROL RECORD (PAYAPCD), REWRITE IT, AND HAND IT BACK AS A*
025922*      SIX-CHARACTER CODE THE MERCHANT CAN KEY - THE ISSUER       *
025930*      CHARACTER, THEN THE NUMBER IN FIVE BASE-36 CHARACTERS.  NO *
025938*      OTHER ISSUER EVER TOUCHES THE RECORD, SO PARTITIONS RUNNING*
025946*      SIDE BY SIDE CANNOT COLLIDE.  AN ISSUER'S FIRST CODE WRITES*
025954*      ITS CONTROL RECORD.  AN UNKNOWN ISSUER, OR A CONTROL FILE  *
025962*      THAT CANNOT BE READ OR UPDATED, LEAVES THE CODE BLANK RATHER*
025970*      THAN RISK HANDING THE SAME CODE OUT TWICE - THE DECISION   *
025978*      ITSELF STANDS.                                             *
025986*----------------------------------------------------------------*
025994 3300-ISSUE-APPROVAL-CD.
026002
026010     IF NOT PAY-ISSUER-VALID
026018         GO TO 3300-ISSUE-APPROVAL-CD-EXIT
026026     END-IF.
026034
026042     PERFORM 8700-OPEN-APPROVAL-CTL
026050         THRU 8700-OPEN-APPROVAL-CTL-EXIT.
026058     MOVE 'N'                 TO WS-APCD-NEW-SW.
026066     MOVE WS-APCD-KEY-PREFIX  TO APCD-KEY-PREFIX.
026074     MOVE PAY-ISSUER-CD       TO APCD-ISSUER-CD.
026082     READ PAY-APCD-FILE.
026090
026098     IF WS-APCD-NOT-FOUND
026106         MOVE SPACES              TO APCD-RECORD
026114         MOVE WS-APCD-KEY-PREFIX  TO APCD-KEY-PREFIX
026122         MOVE PAY-ISSUER-CD       TO APCD-ISSUER-CD
026130         MOVE ZERO                TO APCD-LAST-NUMBER
026138         MOVE 'Y'                 TO WS-APCD-NEW-SW
026146     END-IF.
026154
026162     IF NOT WS-APCD-GOOD
026170     AND NOT WS-APCD-NEW-RECORD
026178         PERFORM 8750-CLOSE-APPROVAL-CTL
026186             THRU 8750-CLOSE-APPROVAL-CTL-EXIT
026194         GO TO 3300-ISSUE-APPROVAL-CD-EXIT
026202     END-IF.
026210
026218     IF APCD-LAST-NUMBER NOT < WS-APCD-MAX-NUMBER
026226         MOVE 1 TO APCD-LAST-NUMBER
026234     ELSE
026242         ADD 1 TO APCD-LAST-NUMBER
026250     END-IF.
026258     ACCEPT APCD-LAST-ISSUED-DATE FROM DATE YYYYMMDD.
026266     ACCEPT APCD-LAST-ISSUED-TIME FROM TIME.
026274
026282     IF WS-APCD-NEW-RECORD
026290         WRITE APCD-RECORD
026298     ELSE
026306         REWRITE APCD-RECORD
026314     END-IF.
026322
026330     IF NOT WS-APCD-GOOD
026338         PERFORM 8750-CLOSE-APPROVAL-CTL
026346             THRU 8750-CLOSE-APPROVAL-CTL-EXIT
026354         GO TO 3300-ISSUE-APPROVAL-CD-EXIT
026362     END-IF.
026370
026378     MOVE PAY-ISSUER-CD    TO WS-APCD-CODE-CHAR (1).
026386     MOVE APCD-LAST-NUMBER TO WS-APCD-WORK-NUMBER.
026394     PERFORM 3350-ENCODE-ONE-CHAR
026402         THRU 3350-ENCODE-ONE-CHAR-EXIT
026410         VARYING WS-APCD-IX FROM 6 BY -1
026418         UNTIL WS-APCD-IX < 2.
026426     MOVE WS-APCD-CODE TO AUTH-APPROVAL-CD.
026434
026442     PERFORM 8750-CLOSE-APPROVAL-CTL
026450         THRU 8750-CLOSE-APPROVAL-CTL-EXIT.
026458
026510 3300-ISSUE-APPROVAL-CD-EXIT.
026520     EXIT.
026530
026540*----------------------------------------------------------------*
026550*  3350-ENCODE-ONE-CHAR                                           *
026560*      PEEL THE LOW-ORDER BASE-36 DIGIT OFF THE WORKING NUMBER    *
026570*      INTO THE CODE, RIGHT TO LEFT.                              *
026580*----------------------------------------------------------------*
026590 3350-ENCODE-ONE-CHAR.
026600
026610     DIVIDE WS-APCD-WORK-NUMBER BY 36
026620         GIVING WS-APCD-QUOTIENT
026630         REMAINDER WS-APCD-REMAINDER.
026640     MOVE WS-APCD-DIGIT (WS-APCD-REMAINDER + 1)
026650                           TO WS-APCD-CODE-CHAR (WS-APCD-IX).
026660     MOVE WS-APCD-QUOTIENT TO WS-APCD-WORK-NUMBER.
026670
026680 3350-ENCODE-ONE-CHAR-EXIT.
026690     EXIT.
026700
026710*----------------------------------------------------------------*
026720*  8100-OPEN-LIMITS THROUGH 8850-CLOSE-FX-RATES                   *
026730*      FILE SERVICE PARAGRAPHS.  AN OPEN IS SKIPPED WHEN THE      *
026740*      FILE IS ALREADY OPEN FROM A PRIOR BATCH-MODE CALL; A       *
026750*      CLOSE IS SKIPPED IN BATCH MODE SO THE FILE STAYS OPEN      *
026760*      FOR THE NEXT CALL, UNTIL THE DRIVER'S FINAL MODE-'C'       *
026770*      CALL REACHES 8900-CLOSE-ALL-FILES.                         *
026772*      A WHAT-IF (SIMULATE MODE) OPENS THE FILES IT WOULD         *
026774*      OTHERWISE UPDATE FOR INPUT ONLY.                           *
026780*----------------------------------------------------------------*
026790 8100-OPEN-LIMITS.
026800
026810     IF NOT WS-LIM-OPEN
026812         IF PAY-MODE-SIMULATE
026814             OPEN INPUT PAY-LIMITS-FILE
026816         ELSE
026818             OPEN I-O PAY-LIMITS-FILE
026820         END-IF
026830         MOVE 'Y' TO WS-LIM-OPEN-SWITCH
026840     END-IF.
026850
026860 8100-OPEN-LIMITS-EXIT.
026870     EXIT.
026880
026890 8150-CLOSE-LIMITS.
026900
026910     IF NOT PAY-MODE-BATCH
026920         CLOSE PAY-LIMITS-FILE
026930         MOVE 'N' TO WS-LIM-OPEN-SWITCH
026940     END-IF.
026950
026960 8150-CLOSE-LIMITS-EXIT.
026970     EXIT.
026980
026990 8200-OPEN-MCC-RULES.
027000
027010     IF NOT WS-MCC-OPEN
027012         IF PAY-MODE-SIMULATE
027014             OPEN INPUT PAY-MCC-RULE-FILE
027016         ELSE
027018             OPEN I-O PAY-MCC-RULE-FILE
027020         END-IF
027030         MOVE 'Y' TO WS-MCC-OPEN-SWITCH
027040     END-IF.
027050
027060 8200-OPEN-MCC-RULES-EXIT.
027070     EXIT.
027080
027090 8250-CLOSE-MCC-RULES.
027100
027110     IF NOT PAY-MODE-BATCH
027120         CLOSE PAY-MCC-RULE-FILE
027130         MOVE 'N' TO WS-MCC-OPEN-SWITCH
027140     END-IF.
027150
027160 8250-CLOSE-MCC-RULES-EXIT.
027170     EXIT.
027180
027190 8300-OPEN-ECIF.
027200
027210*    A FAILED OPEN (THE MASTER QUIESCED) LEAVES THE SWITCH OFF
027220*    SO THE READ FAILS INTO STAND-IN MODE AND THE NEXT CALL
027230*    TRIES THE OPEN AGAIN - THE MASTER MAY BE BACK BY THEN.
027240     IF NOT WS-ECIF-OPEN
027242         IF PAY-MODE-SIMULATE
027244             OPEN INPUT ECIF-CUSTOMER-FILE
027246         ELSE
027248             OPEN I-O ECIF-CUSTOMER-FILE
027250         END-IF
027260         IF WS-ECIF-FOUND
027270             MOVE 'Y' TO WS-ECIF-OPEN-SWITCH
027280         END-IF
027290     END-IF.
027300
027310 8300-OPEN-ECIF-EXIT.
027320     EXIT.
027330
027340 8350-CLOSE-ECIF.
027350
027360     IF NOT PAY-MODE-BATCH
027370     AND WS-ECIF-OPEN
027380         CLOSE ECIF-CUSTOMER-FILE
027390         MOVE 'N' TO WS-ECIF-OPEN-SWITCH
027400     END-IF.
027410
027420 8350-CLOSE-ECIF-EXIT.
027430     EXIT.
027440
027450 8400-OPEN-JOURNALS.
027460
027470     IF NOT WS-JRNL-OPEN
027480         OPEN EXTEND PAY-JOURNAL-FILE
027490         OPEN I-O    PAY-JRNL-KEYED-FILE
027500         MOVE 'Y' TO WS-JRNL-OPEN-SWITCH
027510     END-IF.
027520
027530 8400-OPEN-JOURNALS-EXIT.
027540     EXIT.
027550
027560 8450-CLOSE-JOURNALS.
027570
027580     IF NOT PAY-MODE-BATCH
027590         CLOSE PAY-JOURNAL-FILE
027600         CLOSE PAY-JRNL-KEYED-FILE
027610         MOVE 'N' TO WS-JRNL-OPEN-SWITCH
027620     END-IF.
027630
027640 8450-CLOSE-JOURNALS-EXIT.
027650     EXIT.
027660
027670 8500-OPEN-HOLDS.
027680
027690     IF NOT WS-HOLD-OPEN
027692         IF PAY-MODE-SIMULATE
027694             OPEN INPUT PAY-HOLD-FILE
027696         ELSE
027698             OPEN I-O PAY-HOLD-FILE
027700         END-IF
027710         MOVE 'Y' TO WS-HOLD-OPEN-SWITCH
027720     END-IF.
027730
027740 8500-OPEN-HOLDS-EXIT.
027750     EXIT.
027760
027770 8550-CLOSE-HOLDS.
027780
027790     IF NOT PAY-MODE-BATCH
027800         CLOSE PAY-HOLD-FILE
027810         MOVE 'N' TO WS-HOLD-OPEN-SWITCH
027820     END-IF.
027830
027840 8550-CLOSE-HOLDS-EXIT.
027850     EXIT.
027860
027870 8600-OPEN-MNEG.
027880
027890     IF NOT WS-MNEG-OPEN
027900         OPEN INPUT PAY-MNEG-FILE
027910         MOVE 'Y' TO WS-MNEG-OPEN-SWITCH
027920     END-IF.
027930
027940 8600-OPEN-MNEG-EXIT.
027950     EXIT.
027960
027970 8650-CLOSE-MNEG.
027980
027990     IF NOT PAY-MODE-BATCH
028000         CLOSE PAY-MNEG-FILE
028010         MOVE 'N' TO WS-MNEG-OPEN-SWITCH
028020     END-IF.
028030
028040 8650-CLOSE-MNEG-EXIT.
028050     EXIT.
028055
028060 8700-OPEN-APPROVAL-CTL.
028070
028080*    A FAILED OPEN LEAVES THE SWITCH OFF, SO THE READ FAILS AND
028090*    THE DECISION GOES OUT WITHOUT A CODE; THE NEXT CALL TRIES
028100*    THE OPEN AGAIN.
028110     IF NOT WS-APCD-OPEN
028120         OPEN I-O PAY-APCD-FILE
028130         IF WS-APCD-GOOD
028140             MOVE 'Y' TO WS-APCD-OPEN-SWITCH
028150         END-IF
028160     END-IF.
028170
028180 8700-OPEN-APPROVAL-CTL-EXIT.
028190     EXIT.
028200
028210 8750-CLOSE-APPROVAL-CTL.
028220
028230     IF NOT PAY-MODE-BATCH
028240     AND WS-APCD-OPEN
028250         CLOSE PAY-APCD-FILE
028260         MOVE 'N' TO WS-APCD-OPEN-SWITCH
028270     END-IF.
028280
028290 8750-CLOSE-APPROVAL-CTL-EXIT.
028300     EXIT.
028301
028302 8800-OPEN-FX-RATES.
028303
028304     IF NOT WS-FXRT-OPEN
028305         OPEN INPUT PAY-FXRT-FILE
028306         MOVE 'Y' TO WS-FXRT-OPEN-SWITCH
028307     END-IF.
028308
028309 8800-OPEN-FX-RATES-EXIT.
028310     EXIT.
028311
028312 8850-CLOSE-FX-RATES.
028313
028314     IF NOT PAY-MODE-BATCH
028315         CLOSE PAY-FXRT-FILE
028316         MOVE 'N' TO WS-FXRT-OPEN-SWITCH
028317     END-IF.
028318
028319 8850-CLOSE-FX-RATES-EXIT.
028320     EXIT.
028322
028325*----------------------------------------------------------------*
028330*  8900-CLOSE-ALL-FILES                                           *
028340*      THE DRIVER'S FINAL MODE-'C' CALL - CLOSE WHATEVER THE      *
028350*      BATCH RUN LEFT OPEN.                                       *
028360*----------------------------------------------------------------*
028370 8900-CLOSE-ALL-FILES.
028380
028390     IF WS-LIM-OPEN
028400         CLOSE PAY-LIMITS-FILE
028410         MOVE 'N' TO WS-LIM-OPEN-SWITCH
028420     END-IF.
028430
028440     IF WS-MCC-OPEN
028450         CLOSE PAY-MCC-RULE-FILE
028460         MOVE 'N' TO WS-MCC-OPEN-SWITCH
028470     END-IF.
028480
028490     IF WS-ECIF-OPEN
028500         CLOSE ECIF-CUSTOMER-FILE
028510         MOVE 'N' TO WS-ECIF-OPEN-SWITCH
028520     END-IF.
028530
028540     IF WS-JRNL-OPEN
028550         CLOSE PAY-JOURNAL-FILE
028560         CLOSE PAY-JRNL-KEYED-FILE
028570         MOVE 'N' TO WS-JRNL-OPEN-SWITCH
028580     END-IF.
028590
028600     IF WS-HOLD-OPEN
028610         CLOSE PAY-HOLD-FILE
028620         MOVE 'N' TO WS-HOLD-OPEN-SWITCH
028630     END-IF.
028640
028650     IF WS-MNEG-OPEN
028660         CLOSE PAY-MNEG-FILE
028670         MOVE 'N' TO WS-MNEG-OPEN-SWITCH
028680     END-IF.
028685
028690     IF WS-APCD-OPEN
028700         CLOSE PAY-APCD-FILE
028710         MOVE 'N' TO WS-APCD-OPEN-SWITCH
028720     END-IF.
028721
028722     IF WS-FXRT-OPEN
028723         CLOSE PAY-FXRT-FILE
028724         MOVE 'N' TO WS-FXRT-OPEN-SWITCH
028725     END-IF.
028730
028740 8900-CLOSE-ALL-FILES-EXIT.
028750     EXIT.
028760
028770*----------------------------------------------------------------*
028780*  9100-REPORT-HEADROOM THROUGH 9400-BALANCE-HEADROOM             *
028790*      A WHAT-IF'S ANSWER TO "HOW MUCH MORE COULD GO THROUGH" -   *
028800*      WHAT IS LEFT OF TODAY'S LIMIT AND COUNT, OF TODAY'S CAP    *
028810*      FOR THE MERCHANT CATEGORY ASKED ABOUT, AND OF THE          *
028820*      BALANCE PLUS OVERDRAFT AFTER OPEN HOLDS.  ALL OF IT IS AS  *
028830*      THE FILES STAND, BEFORE THE AMOUNT ASKED ABOUT.  A TOTAL   *
028840*      LAST MOVED ON AN EARLIER DAY COUNTS AS NOTHING USED YET,   *
028850*      AS 0500 AND 0700 WOULD TREAT IT.                           *
028860*----------------------------------------------------------------*
028870 9100-REPORT-HEADROOM.
028880
028890     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
028900     MOVE 'N'    TO AUTH-HR-LIMIT-SW
028910                    AUTH-HR-BALANCE-SW.
028920     MOVE SPACE  TO AUTH-HR-CAT-RULE.
028930     MOVE ZERO   TO AUTH-HR-DAY-AMT-LEFT
028940                    AUTH-HR-DAY-COUNT-LEFT
028950                    AUTH-HR-CAT-AMT-LEFT
028960                    AUTH-HR-ACCT-BALANCE
028970                    AUTH-HR-OPEN-HOLD-AMT
028980                    AUTH-HR-OVERDRAFT-LIMIT
028990                    AUTH-HR-AVAILABLE-AMT.
029000
029010     PERFORM 9200-LIMIT-HEADROOM
029020         THRU 9200-LIMIT-HEADROOM-EXIT.
029030     PERFORM 9300-CATEGORY-HEADROOM
029040         THRU 9300-CATEGORY-HEADROOM-EXIT.
029050     PERFORM 9400-BALANCE-HEADROOM
029060         THRU 9400-BALANCE-HEADROOM-EXIT.
029070
029080 9100-REPORT-HEADROOM-EXIT.
029090     EXIT.
029100
029110 9200-LIMIT-HEADROOM.
029120
029130     PERFORM 8100-OPEN-LIMITS
029140         THRU 8100-OPEN-LIMITS-EXIT.
029150     MOVE PAY-ACCT-NO TO LIM-ACCT-NO.
029160     READ PAY-LIMITS-FILE.
029170
029180     IF WS-LIM-NOT-FOUND
029190         PERFORM 8150-CLOSE-LIMITS
029200             THRU 8150-CLOSE-LIMITS-EXIT
029210         GO TO 9200-LIMIT-HEADROOM-EXIT
029220     END-IF.
029230
029240     MOVE 'Y' TO AUTH-HR-LIMIT-SW.
029250     IF LIM-CURRENT-DAY-DATE NOT EQUAL WS-TODAY-DATE
029260         MOVE LIM-DAILY-LIMIT-AMT TO AUTH-HR-DAY-AMT-LEFT
029270         MOVE LIM-DAILY-COUNT-MAX TO AUTH-HR-DAY-COUNT-LEFT
029280     ELSE
029290         COMPUTE AUTH-HR-DAY-AMT-LEFT =
029300                 LIM-DAILY-LIMIT-AMT - LIM-CURRENT-DAY-AMT
029310         IF LIM-CURRENT-DAY-COUNT < LIM-DAILY-COUNT-MAX
029320             COMPUTE AUTH-HR-DAY-COUNT-LEFT =
029330                     LIM-DAILY-COUNT-MAX - LIM-CURRENT-DAY-COUNT
029340         END-IF
029350     END-IF.
029360     IF AUTH-HR-DAY-AMT-LEFT < ZERO
029370         MOVE ZERO TO AUTH-HR-DAY-AMT-LEFT
029380     END-IF.
029390
029400     PERFORM 8150-CLOSE-LIMITS
029410         THRU 8150-CLOSE-LIMITS-EXIT.
029420
029430 9200-LIMIT-HEADROOM-EXIT.
029440     EXIT.
029450
029460 9300-CATEGORY-HEADROOM.
029470
029480     IF PAY-MERCH-CAT-CD = SPACES
029490         GO TO 9300-CATEGORY-HEADROOM-EXIT
029500     END-IF.
029510
029520     PERFORM 8200-OPEN-MCC-RULES
029530         THRU 8200-OPEN-MCC-RULES-EXIT.
029540     MOVE PAY-ACCT-NO      TO MCC-ACCT-NO.
029550     MOVE PAY-MERCH-CAT-CD TO MCC-MERCH-CAT-CD.
029560     READ PAY-MCC-RULE-FILE.
029570
029580     IF WS-MCC-NOT-FOUND
029590         PERFORM 8250-CLOSE-MCC-RULES
029600             THRU 8250-CLOSE-MCC-RULES-EXIT
029610         GO TO 9300-CATEGORY-HEADROOM-EXIT
029620     END-IF.
029630
029640     IF MCC-ACTION-BLOCK
029650         MOVE 'B' TO AUTH-HR-CAT-RULE
029660     END-IF.
029670     IF MCC-ACTION-CAP
029680         MOVE 'C' TO AUTH-HR-CAT-RULE
029690         IF MCC-CURRENT-DAY-DATE NOT EQUAL WS-TODAY-DATE
029700             MOVE MCC-DAILY-CAP-AMT TO AUTH-HR-CAT-AMT-LEFT
029710         ELSE
029720             COMPUTE AUTH-HR-CAT-AMT-LEFT =
029730                     MCC-DAILY-CAP-AMT - MCC-CURRENT-DAY-AMT
029740         END-IF
029750         IF AUTH-HR-CAT-AMT-LEFT < ZERO
029760             MOVE ZERO TO AUTH-HR-CAT-AMT-LEFT
029770         END-IF
029780     END-IF.
029790
029800     PERFORM 8250-CLOSE-MCC-RULES
029810         THRU 8250-CLOSE-MCC-RULES-EXIT.
029820
029830 9300-CATEGORY-HEADROOM-EXIT.
029840     EXIT.
029850
029860 9400-BALANCE-HEADROOM.
029870
029880     PERFORM 8300-OPEN-ECIF
029890         THRU 8300-OPEN-ECIF-EXIT.
029900     MOVE PAY-ACCT-NO TO ECIF-ACCT-NO.
029910     READ ECIF-CUSTOMER-FILE.
029920
029930     IF NOT WS-ECIF-FOUND
029940         PERFORM 8350-CLOSE-ECIF
029950             THRU 8350-CLOSE-ECIF-EXIT
029960         GO TO 9400-BALANCE-HEADROOM-EXIT
029970     END-IF.
029980
029990     MOVE ECIF-ACCT-BALANCE    TO AUTH-HR-ACCT-BALANCE.
030000     MOVE CUST-OVERDRAFT-LIMIT TO AUTH-HR-OVERDRAFT-LIMIT.
030010     PERFORM 8350-CLOSE-ECIF
030020         THRU 8350-CLOSE-ECIF-EXIT.
030030
030040     PERFORM 3200-SUM-OPEN-HOLDS
030050         THRU 3200-SUM-OPEN-HOLDS-EXIT.
030060     MOVE WS-OPEN-HOLD-TOTAL TO AUTH-HR-OPEN-HOLD-AMT.
030070     COMPUTE AUTH-HR-AVAILABLE-AMT =
030080             AUTH-HR-ACCT-BALANCE - AUTH-HR-OPEN-HOLD-AMT
030090             + AUTH-HR-OVERDRAFT-LIMIT.
030130     MOVE 'Y' TO AUTH-HR-BALANCE-SW.
030140
030150 9400-BALANCE-HEADROOM-EXIT.
030160     EXIT.
