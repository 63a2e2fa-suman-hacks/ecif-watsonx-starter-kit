000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYSTM01.
000300 AUTHOR.         D MCALLISTER.
000400 INSTALLATION.   CONSUMER CARD SERVICES - AUTHORIZATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  2026-10-15  DM   INITIAL VERSION - MONTHLY CUSTOMER STATEMENT. *
001100*                   THE CALL CENTER HAS BEEN REBUILDING A         *
001200*                   CARDHOLDER'S MONTH BY HAND FROM PAYJRQ01      *
001300*                   RESEARCH OUTPUT WHENEVER ONE ASKS.  WALKS     *
001400*                   THE ECIF MASTER IN ACCOUNT ORDER AGAINST THE  *
001500*                   POSTED-TRANSACTION HISTORY (PAYPHST, WRITTEN  *
001600*                   BY PAYSETL) AND THE DISPUTE AUDIT TRAIL       *
001700*                   (PAYDLOG), BOTH SORTED BY ACCOUNT AND DATE,   *
001800*                   AND PRINTS ONE STATEMENT PER ACCOUNT -        *
001900*                   OPENING BALANCE, EVERY SETTLEMENT ITEM        *
002000*                   POSTED, DISPUTE PROVISIONAL CREDITS AND       *
002100*                   REVERSALS, CLOSING BALANCE, AND THE OPEN      *
002200*                   PRE-AUTHORIZATION HOLDS ON PAYHOLD -          *
002300*                   ADDRESSED FROM THE ECIF NAME AND ADDRESS.     *
002400*                   THE BALANCES ARE WORKED BACKWARD FROM THE     *
002500*                   LIVE ECIF BALANCE, SO THE RUN CAN BE MADE     *
002600*                   ANY TIME AFTER THE PERIOD CLOSES.  THE        *
002700*                   STATEMENT MONTH COMES FROM THE PARM (YYYYMM)  *
002800*                   OR DEFAULTS TO THE MONTH JUST ENDED.          *
002810*  2026-10-15  DM   A FOREIGN-CURRENCY SETTLEMENT ITEM NOW PRINTS *
002820*                   A SECOND LINE WITH ITS ORIGINAL CURRENCY AND  *
002830*                   AMOUNT, TAKEN FROM PAYPHST.                   *
002840*  2026-10-15  DM   OVERDRAFT AND OVER-LIMIT FEES CHARGED BY      *
002850*                   PAYFEE01, AND ANY WAIVED, NOW PRINT UNDER     *
002860*                   THEIR OWN HEADING FROM THE FEE HISTORY        *
002870*                   (PAYFHST), SORTED BY ACCOUNT AND DATE LIKE    *
002880*                   THE OTHER STREAMS.                            *
002882*  2026-10-15  DM   A DISPUTE STEP NOW TAKES ITS STATEMENT AMOUNT *
002884*                   FROM DLOG-BALANCE-EFFECT - 'C' A CREDIT, 'D'  *
002886*                   A REVERSAL, SPACE NO MONEY.  ONLY PAYDLOG     *
002888*                   RECORDS WRITTEN BEFORE THE FIELD WAS KEPT ARE *
002890*                   STILL REPLAYED AGAINST THE CASE HISTORY, AND  *
002892*                   A FULL CREDIT TABLE ON THAT REPLAY IS NOW     *
002894*                   COUNTED ON THE RUN REPORT.                    *
002900*----------------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ECIF-CUSTOMER-FILE   ASSIGN TO ECIFCUS
003600                                  ORGANIZATION IS INDEXED
003700                                  ACCESS MODE IS SEQUENTIAL
003800                                  RECORD KEY IS ECIF-ACCT-NO
003900                                  FILE STATUS IS WS-ECIF-STATUS.
004000
004100     SELECT POSTED-HIST-FILE     ASSIGN TO PAYPSRT
004200                                  ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT DISPUTE-LOG-FILE     ASSIGN TO PAYDSRT
004500                                  ORGANIZATION IS LINE SEQUENTIAL.
004525
004550     SELECT FEE-HIST-FILE        ASSIGN TO PAYFSRT
004575                                  ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT PAY-HOLD-FILE        ASSIGN TO PAYHOLD
004800                                  ORGANIZATION IS INDEXED
004900                                  ACCESS MODE IS DYNAMIC
005000                                  RECORD KEY IS HOLD-KEY
005100                                  FILE STATUS IS WS-HOLD-STATUS.
005200
005300     SELECT STMT-FILE            ASSIGN TO STMTOUT
005400                                  ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT STMT-RPT-FILE        ASSIGN TO PAYSMRPT
005700                                  ORGANIZATION IS LINE SEQUENTIAL.
005800
005900 DATA DIVISION.
006000
006100 FILE SECTION.
006200 FD  ECIF-CUSTOMER-FILE.
006300 COPY ECIFCUS.
006400
006500 FD  POSTED-HIST-FILE
006600     RECORDING MODE IS F.
006700 COPY PAYPHST.
006800
006900 FD  DISPUTE-LOG-FILE
007000     RECORDING MODE IS F.
007100 COPY PAYDLOG.
007120
007140 FD  FEE-HIST-FILE
007160     RECORDING MODE IS F.
007180 COPY PAYFHST.
007200
007300 FD  PAY-HOLD-FILE.
007400 COPY PAYHOLD.
007500
007600 FD  STMT-FILE
007700     RECORDING MODE IS F.
007800 01  STMT-LINE                   PIC X(80).
007900
008000 FD  STMT-RPT-FILE
008100     RECORDING MODE IS F.
008200 01  RPT-LINE                    PIC X(80).
008300
008400 WORKING-STORAGE SECTION.
008500
008600 01  WS-ECIF-STATUS              PIC X(02).
008700     88  WS-ECIF-GOOD                     VALUE '00'.
008800
008900 01  WS-HOLD-STATUS              PIC X(02).
009000     88  WS-HOLD-GOOD                     VALUE '00'.
009100
009200 01  WS-SWITCHES.
009300     05  WS-ECIF-EOF-SWITCH        PIC X(01)      VALUE 'N'.
009400         88  WS-ECIF-EOF-YES              VALUE 'Y'.
009500     05  WS-HIST-EOF-SWITCH        PIC X(01)      VALUE 'N'.
009600         88  WS-HIST-EOF-YES              VALUE 'Y'.
009700     05  WS-DLOG-EOF-SWITCH        PIC X(01)      VALUE 'N'.
009800         88  WS-DLOG-EOF-YES              VALUE 'Y'.
009825     05  WS-FHST-EOF-SWITCH        PIC X(01)      VALUE 'N'.
009850         88  WS-FHST-EOF-YES              VALUE 'Y'.
009900     05  WS-HOLD-SCAN-DONE-SW      PIC X(01)      VALUE 'N'.
010000         88  WS-HOLD-SCAN-DONE            VALUE 'Y'.
010100     05  WS-CREDIT-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
010200         88  WS-CREDIT-FOUND              VALUE 'Y'.
010300     05  WS-POSTED-HDG-SWITCH      PIC X(01)      VALUE 'N'.
010400         88  WS-POSTED-HDG-DONE           VALUE 'Y'.
010500     05  WS-DISPUTE-HDG-SWITCH     PIC X(01)      VALUE 'N'.
010600         88  WS-DISPUTE-HDG-DONE          VALUE 'Y'.
010625     05  WS-FEE-HDG-SWITCH         PIC X(01)      VALUE 'N'.
010650         88  WS-FEE-HDG-DONE              VALUE 'Y'.
010700
010800 01  WS-RUN-DATE                 PIC 9(08).
010900
011000 01  WS-PARM                     PIC X(08).
011100 01  WS-PARM-MONTH REDEFINES WS-PARM.
011200     05  WS-PARM-YYYYMM           PIC 9(06).
011300     05  FILLER                   PIC X(02).
011400
011500 01  WS-STMT-YYYYMM              PIC 9(06).
011600 01  WS-PERIOD-START-DATE        PIC 9(08).
011700 01  WS-PERIOD-END-DATE          PIC 9(08).
011800 01  WS-WORK-DATE                PIC 9(08).
011900
012000*    THE STATEMENT IS BUILT BACKWARD FROM THE LIVE ECIF BALANCE -
012100*    MOVEMENT DATED AFTER THE PERIOD IS TAKEN BACK OFF TO REACH
012200*    THE CLOSING BALANCE, AND MOVEMENT INSIDE THE PERIOD IS
012300*    TAKEN OFF THAT TO REACH THE OPENING BALANCE.
012400 01  WS-BALANCE-WORK.
012500     05  WS-PERIOD-NET             PIC S9(11)V99  VALUE ZERO.
012600     05  WS-AFTER-NET              PIC S9(11)V99  VALUE ZERO.
012700     05  WS-OPENING-BAL            PIC S9(11)V99  VALUE ZERO.
012800     05  WS-CLOSING-BAL            PIC S9(11)V99  VALUE ZERO.
012900     05  WS-ITEM-AMT               PIC S9(11)V99  VALUE ZERO.
013000     05  WS-ITEM-DATE              PIC 9(08)      VALUE ZERO.
013100     05  WS-HOLD-TOTAL             PIC S9(11)V99  VALUE ZERO.
013150     05  WS-ITEM-DESC              PIC X(30)      VALUE SPACES.
013200
013300*    ONE ACCOUNT'S STATEMENT BODY IS HELD HERE UNTIL THE OPENING
013400*    BALANCE IS KNOWN.  AN ACCOUNT WITH MORE ITEMS THAN THE TABLE
013500*    HOLDS STILL GETS CORRECT BALANCES - THE EXTRA LINES ARE
013600*    DROPPED AND THE STATEMENT SAYS SO.
013700 01  WS-LINE-CONTROL.
013800     05  WS-LINE-MAX               PIC 9(03)  COMP  VALUE 300.
013900     05  WS-LINE-COUNT             PIC 9(03)  COMP  VALUE ZERO.
014000     05  WS-LINE-IX                PIC 9(03)  COMP  VALUE ZERO.
014100     05  WS-LINE-OVERFLOW          PIC 9(05)  COMP  VALUE ZERO.
014200     05  WS-ITEM-COUNT             PIC 9(05)  COMP  VALUE ZERO.
014300
014400 01  WS-LINE-TABLE.
014500     05  WS-LINE-ENTRY             PIC X(80)  OCCURS 300 TIMES.
014600
014700 01  WS-HOLD-CONTROL.
014800     05  WS-HOLD-MAX               PIC 9(03)  COMP  VALUE 50.
014900     05  WS-HOLD-COUNT             PIC 9(03)  COMP  VALUE ZERO.
015000     05  WS-HOLD-IX                PIC 9(03)  COMP  VALUE ZERO.
015100     05  WS-HOLD-OVERFLOW          PIC 9(05)  COMP  VALUE ZERO.
015200
015300 01  WS-HOLD-TABLE.
015400     05  WS-HOLD-ENTRY             PIC X(80)  OCCURS 50 TIMES.
015500
015560*    DISPUTED TRANSACTIONS WHOSE CREDIT IS ON THE BALANCE, KEPT
015580*    FOR PAYDLOG RECORDS WRITTEN BEFORE DLOG-BALANCE-EFFECT (DATED
015600*    BEFORE WS-DLOG-EFFECT-DATE).  THOSE DO NOT SAY WHETHER A
015700*    RESOLUTION MOVED MONEY - A CARDHOLDER-FAVOR RESOLUTION POSTED
015800*    THE CREDIT ONLY IF THE AGING RUN HAD NOT, AND A
015900*    MERCHANT-FAVOR ONE REVERSED IT ONLY IF IT HAD BEEN POSTED -
016000*    SO THE ACCOUNT'S DISPUTE HISTORY IS REPLAYED IN ORDER TO
016100*    TELL.
016200 01  WS-CREDIT-CONTROL.
016300     05  WS-CREDIT-MAX             PIC 9(03)  COMP  VALUE 100.
016400     05  WS-CREDIT-COUNT           PIC 9(03)  COMP  VALUE ZERO.
016500     05  WS-CREDIT-IX              PIC 9(03)  COMP  VALUE ZERO.
016600
016700 01  WS-CREDIT-TABLE.
016800     05  WS-CREDIT-TRAN-ID         PIC X(12)  OCCURS 100 TIMES.
016900
016920*    PAYDLOG RECORDS DATED FROM HERE ON CARRY THE BALANCE EFFECT.
016940 01  WS-DLOG-EFFECT-DATE           PIC 9(08)  VALUE 20261015.
016960
017000 01  WS-DETAIL-LINE.
017100     05  WS-DTL-DATE               PIC X(08).
017200     05  FILLER                    PIC X(02)  VALUE SPACES.
017300     05  WS-DTL-DESC               PIC X(30).
017400     05  FILLER                    PIC X(02)  VALUE SPACES.
017500     05  WS-DTL-TRAN-ID            PIC X(12).
017600     05  FILLER                    PIC X(02)  VALUE SPACES.
017700     05  WS-DTL-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.
017800     05  WS-DTL-AMOUNT-X REDEFINES WS-DTL-AMOUNT
017900                                   PIC X(15).
018000     05  FILLER                    PIC X(09)  VALUE SPACES.
018100
018200 01  WS-COUNTERS.
018300     05  WS-ECIF-READ-COUNT        PIC 9(07)      VALUE ZERO.
018400     05  WS-STMT-COUNT             PIC 9(07)      VALUE ZERO.
018500     05  WS-NO-ACTIVITY-COUNT      PIC 9(07)      VALUE ZERO.
018600     05  WS-HIST-READ-COUNT        PIC 9(07)      VALUE ZERO.
018700     05  WS-HIST-ORPHAN-COUNT      PIC 9(07)      VALUE ZERO.
018800     05  WS-DLOG-READ-COUNT        PIC 9(07)      VALUE ZERO.
018900     05  WS-DLOG-ORPHAN-COUNT      PIC 9(07)      VALUE ZERO.
018925     05  WS-FHST-READ-COUNT        PIC 9(07)      VALUE ZERO.
018950     05  WS-FHST-ORPHAN-COUNT      PIC 9(07)      VALUE ZERO.
019000     05  WS-TRUNCATED-COUNT        PIC 9(07)      VALUE ZERO.
019050     05  WS-CREDIT-FULL-COUNT      PIC 9(07)      VALUE ZERO.
019100
019200 01  WS-RPT-COUNT-ED              PIC ZZZ,ZZ9.
019210
019220*    A FOREIGN-CURRENCY ITEM IS FOLLOWED BY A LINE GIVING THE
019230*    AMOUNT IN THE CURRENCY THE CARDHOLDER ACTUALLY SPENT.
019240 01  WS-HOME-CURRENCY-CD         PIC X(03)       VALUE 'USD'.
019250 01  WS-ORIG-AMT-ED              PIC -ZZZ,ZZZ,ZZ9.99.
019300
019400 COPY PAYDPARM.
019500
019600 PROCEDURE DIVISION.
019700
019800*----------------------------------------------------------------*
019900*  0000-MAINLINE                                                 *
020000*----------------------------------------------------------------*
020100 0000-MAINLINE.
020200
020300     PERFORM 1000-INITIALIZE
020400         THRU 1000-INITIALIZE-EXIT.
020500
020600     PERFORM 2000-PROCESS-ACCOUNT
020700         THRU 2000-PROCESS-ACCOUNT-EXIT
020800         UNTIL WS-ECIF-EOF-YES.
020900
021000     PERFORM 9000-FINALIZE
021100         THRU 9000-FINALIZE-EXIT.
021200
021300     GOBACK.
021400
021500*----------------------------------------------------------------*
021600*  1000-INITIALIZE                                                *
021700*      FRAME THE STATEMENT PERIOD - THE PARM MONTH, OR THE        *
021800*      MONTH JUST ENDED - AND PRIME THE FOUR INPUT STREAMS.       *
021900*----------------------------------------------------------------*
022000 1000-INITIALIZE.
022100
022200     OPEN INPUT  ECIF-CUSTOMER-FILE.
022300     OPEN INPUT  POSTED-HIST-FILE.
022400     OPEN INPUT  DISPUTE-LOG-FILE.
022450     OPEN INPUT  FEE-HIST-FILE.
022500     OPEN INPUT  PAY-HOLD-FILE.
022600     OPEN OUTPUT STMT-FILE.
022700     OPEN OUTPUT STMT-RPT-FILE.
022800
022900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023000
023100     MOVE SPACES TO WS-PARM.
023200     ACCEPT WS-PARM FROM COMMAND-LINE.
023300     IF WS-PARM-YYYYMM NUMERIC
023400     AND WS-PARM-YYYYMM NOT = ZERO
023500         MOVE WS-PARM-YYYYMM TO WS-STMT-YYYYMM
023600     ELSE
023700         COMPUTE WS-WORK-DATE = (WS-RUN-DATE / 100) * 100 + 1
023800         MOVE WS-WORK-DATE TO PAYD-DATE-IN
023900         MOVE -1           TO PAYD-DAYS-OFFSET
024000         CALL 'PAYDATE' USING PAYD-PARM
024100         COMPUTE WS-STMT-YYYYMM = PAYD-DATE-OUT / 100
024200     END-IF.
024300
024400     COMPUTE WS-PERIOD-START-DATE = WS-STMT-YYYYMM * 100 + 1.
024500
024600*    THE 28TH PLUS FOUR DAYS IS ALWAYS IN THE NEXT MONTH - ITS
024700*    FIRST DAY LESS ONE IS THE LAST DAY OF THE STATEMENT MONTH.
024800     COMPUTE WS-WORK-DATE = WS-STMT-YYYYMM * 100 + 28.
024900     MOVE WS-WORK-DATE TO PAYD-DATE-IN.
025000     MOVE 4            TO PAYD-DAYS-OFFSET.
025100     CALL 'PAYDATE' USING PAYD-PARM.
025200     COMPUTE WS-WORK-DATE = (PAYD-DATE-OUT / 100) * 100 + 1.
025300     MOVE WS-WORK-DATE TO PAYD-DATE-IN.
025400     MOVE -1           TO PAYD-DAYS-OFFSET.
025500     CALL 'PAYDATE' USING PAYD-PARM.
025600     MOVE PAYD-DATE-OUT TO WS-PERIOD-END-DATE.
025700
025800     MOVE SPACES TO RPT-LINE.
025900     STRING 'PAYSTM01 - MONTHLY STATEMENT RUN  DATE: '
026000             WS-RUN-DATE '  MONTH: ' WS-STMT-YYYYMM
026100             DELIMITED BY SIZE
026200         INTO RPT-LINE.
026300     WRITE RPT-LINE.
026400
026500     MOVE ALL '-' TO RPT-LINE.
026600     WRITE RPT-LINE.
026700
026800     PERFORM 2900-READ-ECIF
026900         THRU 2900-READ-ECIF-EXIT.
027000     PERFORM 2910-READ-HIST
027100         THRU 2910-READ-HIST-EXIT.
027200     PERFORM 2920-READ-DLOG
027300         THRU 2920-READ-DLOG-EXIT.
027325     PERFORM 2930-READ-FHST
027350         THRU 2930-READ-FHST-EXIT.
027400
027500 1000-INITIALIZE-EXIT.
027600     EXIT.
027700
027800*----------------------------------------------------------------*
027900*  2000-PROCESS-ACCOUNT                                           *
028000*      ONE ECIF ACCOUNT.  PULL ITS HISTORY, DISPUTE AND FEE       *
028100*      RECORDS OFF THE SORTED STREAMS, ITS OPEN HOLDS OFF         *
028200*      PAYHOLD, WORK OUT THE OPENING AND CLOSING BALANCES, AND    *
028300*      PRINT.  AN ACCOUNT WITH NOTHING IN THE PERIOD, NO HOLDS,   *
028400*      AND A ZERO BALANCE GETS NO STATEMENT.                      *
028500*----------------------------------------------------------------*
028600 2000-PROCESS-ACCOUNT.
028700
028800     MOVE ZERO TO WS-PERIOD-NET WS-AFTER-NET WS-HOLD-TOTAL.
028900     MOVE ZERO TO WS-LINE-COUNT WS-LINE-OVERFLOW WS-ITEM-COUNT.
029000     MOVE ZERO TO WS-HOLD-COUNT WS-HOLD-OVERFLOW.
029100     MOVE ZERO TO WS-CREDIT-COUNT.
029200     MOVE 'N'  TO WS-POSTED-HDG-SWITCH.
029300     MOVE 'N'  TO WS-DISPUTE-HDG-SWITCH.
029350     MOVE 'N'  TO WS-FEE-HDG-SWITCH.
029400
029500     PERFORM 2100-SKIP-HIST-ORPHAN
029600         THRU 2100-SKIP-HIST-ORPHAN-EXIT
029700         UNTIL WS-HIST-EOF-YES
029800         OR PHST-ACCT-NO NOT < ECIF-ACCT-NO.
029900
030000     PERFORM 2200-TAKE-HIST
030100         THRU 2200-TAKE-HIST-EXIT
030200         UNTIL WS-HIST-EOF-YES
030300         OR PHST-ACCT-NO NOT = ECIF-ACCT-NO.
030400
030500     PERFORM 2300-SKIP-DLOG-ORPHAN
030600         THRU 2300-SKIP-DLOG-ORPHAN-EXIT
030700         UNTIL WS-DLOG-EOF-YES
030800         OR DLOG-ACCT-NO NOT < ECIF-ACCT-NO.
030900
031000     PERFORM 2400-TAKE-DLOG
031100         THRU 2400-TAKE-DLOG-EXIT
031200         UNTIL WS-DLOG-EOF-YES
031300         OR DLOG-ACCT-NO NOT = ECIF-ACCT-NO.
031305
031310     PERFORM 2600-SKIP-FHST-ORPHAN
031315         THRU 2600-SKIP-FHST-ORPHAN-EXIT
031320         UNTIL WS-FHST-EOF-YES
031325         OR FHST-ACCT-NO NOT < ECIF-ACCT-NO.
031330
031335     PERFORM 2650-TAKE-FHST
031340         THRU 2650-TAKE-FHST-EXIT
031345         UNTIL WS-FHST-EOF-YES
031350         OR FHST-ACCT-NO NOT = ECIF-ACCT-NO.
031400
031500     PERFORM 2500-COLLECT-HOLDS
031600         THRU 2500-COLLECT-HOLDS-EXIT.
031700
031800     COMPUTE WS-CLOSING-BAL = ECIF-ACCT-BALANCE - WS-AFTER-NET.
031900     COMPUTE WS-OPENING-BAL = WS-CLOSING-BAL - WS-PERIOD-NET.
032000
032100     IF WS-ITEM-COUNT = ZERO
032200     AND WS-HOLD-COUNT = ZERO
032300     AND WS-OPENING-BAL = ZERO
032400     AND WS-CLOSING-BAL = ZERO
032500         ADD 1 TO WS-NO-ACTIVITY-COUNT
032600         GO TO 2000-PROCESS-ACCOUNT-NEXT
032700     END-IF.
032800
032900     PERFORM 3000-PRINT-STATEMENT
033000         THRU 3000-PRINT-STATEMENT-EXIT.
033100
033200 2000-PROCESS-ACCOUNT-NEXT.
033300
033400     PERFORM 2900-READ-ECIF
033500         THRU 2900-READ-ECIF-EXIT.
033600
033700 2000-PROCESS-ACCOUNT-EXIT.
033800     EXIT.
033900
034000*----------------------------------------------------------------*
034100*  2100-SKIP-HIST-ORPHAN                                          *
034200*      A HISTORY RECORD FOR AN ACCOUNT NO LONGER ON ECIF HAS NO   *
034300*      STATEMENT TO GO ON - COUNT IT AND MOVE PAST.               *
034400*----------------------------------------------------------------*
034500 2100-SKIP-HIST-ORPHAN.
034600
034700     ADD 1 TO WS-HIST-ORPHAN-COUNT.
034800     PERFORM 2910-READ-HIST
034900         THRU 2910-READ-HIST-EXIT.
035000
035100 2100-SKIP-HIST-ORPHAN-EXIT.
035200     EXIT.
035300
035400*----------------------------------------------------------------*
035500*  2200-TAKE-HIST                                                 *
035600*      ONE POSTED SETTLEMENT ITEM.  A POSTING TAKES THE AMOUNT    *
035700*      OFF THE BALANCE.  ITEMS APPLIED BEFORE THE PERIOD ARE      *
035800*      ALREADY IN THE OPENING BALANCE; ITEMS AFTER IT ARE         *
035900*      BACKED OUT OF THE LIVE BALANCE; ITEMS IN IT ARE LISTED,    *
035950*      A FOREIGN-CURRENCY ONE WITH ITS ORIGINAL AMOUNT.           *
036000*----------------------------------------------------------------*
036100 2200-TAKE-HIST.
036200
036300     COMPUTE WS-ITEM-AMT = PHST-POSTED-AMOUNT * -1.
036400     MOVE PHST-APPLIED-DATE TO WS-ITEM-DATE.
036500
036600     EVALUATE TRUE
036700         WHEN WS-ITEM-DATE > WS-PERIOD-END-DATE
036800             ADD WS-ITEM-AMT TO WS-AFTER-NET
036900
037000         WHEN WS-ITEM-DATE NOT < WS-PERIOD-START-DATE
037100             ADD WS-ITEM-AMT TO WS-PERIOD-NET
037200             IF NOT WS-POSTED-HDG-DONE
037300                 SET WS-POSTED-HDG-DONE TO TRUE
037400                 MOVE SPACES TO WS-DETAIL-LINE
037500                 MOVE 'POSTED TRANSACTIONS' TO WS-DTL-DESC
037600                 PERFORM 2800-ADD-LINE
037700                     THRU 2800-ADD-LINE-EXIT
037800             END-IF
037900             MOVE SPACES            TO WS-DETAIL-LINE
038000             MOVE WS-ITEM-DATE      TO WS-DTL-DATE
038100             MOVE 'SETTLEMENT POSTED' TO WS-DTL-DESC
038200             MOVE PHST-TRAN-ID      TO WS-DTL-TRAN-ID
038300             MOVE WS-ITEM-AMT       TO WS-DTL-AMOUNT
038400             ADD 1 TO WS-ITEM-COUNT
038500             PERFORM 2800-ADD-LINE
038600                 THRU 2800-ADD-LINE-EXIT
038605             IF PHST-CURRENCY-CD NOT = SPACES
038610             AND PHST-CURRENCY-CD NOT = WS-HOME-CURRENCY-CD
038615             AND PHST-ORIG-AMOUNT NUMERIC
038620                 MOVE PHST-ORIG-AMOUNT  TO WS-ORIG-AMT-ED
038625                 MOVE SPACES            TO WS-DETAIL-LINE
038630                 STRING '  ORIGINAL ' PHST-CURRENCY-CD ' '
038635                         WS-ORIG-AMT-ED DELIMITED BY SIZE
038640                     INTO WS-DTL-DESC
038645                 PERFORM 2800-ADD-LINE
038650                     THRU 2800-ADD-LINE-EXIT
038655             END-IF
038700
038800         WHEN OTHER
038900             CONTINUE
039000     END-EVALUATE.
039100
039200     PERFORM 2910-READ-HIST
039300         THRU 2910-READ-HIST-EXIT.
039400
039500 2200-TAKE-HIST-EXIT.
039600     EXIT.
039700
039800*----------------------------------------------------------------*
039900*  2300-SKIP-DLOG-ORPHAN                                          *
040000*----------------------------------------------------------------*
040100 2300-SKIP-DLOG-ORPHAN.
040200
040300     ADD 1 TO WS-DLOG-ORPHAN-COUNT.
040400     PERFORM 2920-READ-DLOG
040500         THRU 2920-READ-DLOG-EXIT.
040600
040700 2300-SKIP-DLOG-ORPHAN-EXIT.
040800     EXIT.
040900
041000*----------------------------------------------------------------*
041050*  2400-TAKE-DLOG                                                 *
041100*      ONE STEP IN A DISPUTE CASE.  A STEP LOGGED SINCE THE       *
041150*      BALANCE EFFECT WAS KEPT SAYS ITSELF WHAT IT DID TO THE     *
041200*      BALANCE (2420-TAKE-DLOG-EFFECT):                           *
041250*        C      CREDIT POSTED     - PLUS THE AMOUNT.              *
041300*        D      CREDIT REVERSED   - LESS THE AMOUNT.              *
041350*        SPACE  NO MONEY MOVED    - NO AMOUNT.                    *
041400*      AN OLDER STEP IS REPLAYED AGAINST WHAT CAME BEFORE IT ON   *
041450*      THE SAME TRANSACTION (2410-REPLAY-DLOG).  STEPS THAT MOVE  *
041500*      NO MONEY STILL GO ON THE STATEMENT WITH NO AMOUNT SO THE   *
041550*      CARDHOLDER SEES THE CASE PROGRESS.                         *
041600*----------------------------------------------------------------*
041650 2400-TAKE-DLOG.
041700
041750     PERFORM 2450-FIND-CREDIT
041800         THRU 2450-FIND-CREDIT-EXIT.
041850
041900     MOVE ZERO          TO WS-ITEM-AMT.
041950     MOVE DLOG-CHANGE-DATE TO WS-ITEM-DATE.
042000     MOVE SPACES        TO WS-ITEM-DESC.
042050
042100     IF DLOG-EFFECT-NONE
042150     AND DLOG-CHANGE-DATE < WS-DLOG-EFFECT-DATE
042200         PERFORM 2410-REPLAY-DLOG
042250             THRU 2410-REPLAY-DLOG-EXIT
042300     ELSE
042350         PERFORM 2420-TAKE-DLOG-EFFECT
042400             THRU 2420-TAKE-DLOG-EFFECT-EXIT
042450     END-IF.
042500
042550     EVALUATE TRUE
042600         WHEN WS-ITEM-DATE > WS-PERIOD-END-DATE
042650             ADD WS-ITEM-AMT TO WS-AFTER-NET
042700
042750         WHEN WS-ITEM-DATE NOT < WS-PERIOD-START-DATE
042800             ADD WS-ITEM-AMT TO WS-PERIOD-NET
042850             PERFORM 2470-LIST-DISPUTE-STEP
042900                 THRU 2470-LIST-DISPUTE-STEP-EXIT
042950
043000         WHEN OTHER
043050             CONTINUE
043100     END-EVALUATE.
043150
043200     PERFORM 2920-READ-DLOG
043250         THRU 2920-READ-DLOG-EXIT.
043300
043350 2400-TAKE-DLOG-EXIT.
043400     EXIT.
043450
043500*----------------------------------------------------------------*
043550*  2410-REPLAY-DLOG                                               *
043600*      A STEP LOGGED BEFORE THE BALANCE EFFECT WAS KEPT.  WHETHER *
043650*      IT MOVED MONEY DEPENDS ON WHAT CAME BEFORE IT ON THE SAME  *
043700*      TRANSACTION:                                               *
043750*        P  PROVISIONAL CREDIT - ALWAYS A CREDIT.                 *
043800*        C  CARDHOLDER FAVOR   - A CREDIT ONLY IF NONE POSTED YET.*
043850*        M  MERCHANT FAVOR     - A REVERSAL ONLY IF ONE HAD.      *
043900*        O  CASE OPENED        - NO MONEY MOVES.                  *
043950*----------------------------------------------------------------*
044000 2410-REPLAY-DLOG.
044050
044100     EVALUATE TRUE
044150         WHEN DLOG-ACTION-PROV-CREDIT
044200             MOVE DLOG-AMOUNT TO WS-ITEM-AMT
044250             MOVE 'DISPUTE PROVISIONAL CREDIT' TO WS-ITEM-DESC
044300             PERFORM 2460-ADD-CREDIT
044350                 THRU 2460-ADD-CREDIT-EXIT
044400
044450         WHEN DLOG-ACTION-CARDHOLDER
044500         AND NOT WS-CREDIT-FOUND
044550             MOVE DLOG-AMOUNT TO WS-ITEM-AMT
044600             MOVE 'DISPUTE RESOLVED - CREDITED' TO WS-ITEM-DESC
044650             PERFORM 2460-ADD-CREDIT
044700                 THRU 2460-ADD-CREDIT-EXIT
044750
044800         WHEN DLOG-ACTION-CARDHOLDER
044850             MOVE 'DISPUTE RESOLVED - CREDIT FINAL'
044900                  TO WS-ITEM-DESC
044950
045000         WHEN DLOG-ACTION-MERCHANT
045050         AND WS-CREDIT-FOUND
045100             COMPUTE WS-ITEM-AMT = DLOG-AMOUNT * -1
045150             MOVE 'DISPUTE CREDIT REVERSED' TO WS-ITEM-DESC
045200             MOVE SPACES TO WS-CREDIT-TRAN-ID (WS-CREDIT-IX)
045250
045300         WHEN DLOG-ACTION-MERCHANT
045350             MOVE 'DISPUTE RESOLVED - NO CREDIT' TO WS-ITEM-DESC
045400
045450         WHEN OTHER
045500             MOVE 'DISPUTE OPENED' TO WS-ITEM-DESC
045550     END-EVALUATE.
045600
045650 2410-REPLAY-DLOG-EXIT.
045700     EXIT.
045750
045800*----------------------------------------------------------------*
045850*  2420-TAKE-DLOG-EFFECT                                          *
045900*      A STEP THAT CARRIES ITS OWN BALANCE EFFECT.  A CREDIT IS   *
045950*      STILL REMEMBERED SO A LATER STEP ON THE TRANSACTION KNOWS  *
046000*      IT IS ON THE BALANCE.                                      *
046050*----------------------------------------------------------------*
046100 2420-TAKE-DLOG-EFFECT.
046150
046200     EVALUATE TRUE
046250         WHEN DLOG-EFFECT-CREDIT
046300         AND DLOG-ACTION-PROV-CREDIT
046350             MOVE DLOG-AMOUNT TO WS-ITEM-AMT
046400             MOVE 'DISPUTE PROVISIONAL CREDIT' TO WS-ITEM-DESC
046450             PERFORM 2460-ADD-CREDIT
046500                 THRU 2460-ADD-CREDIT-EXIT
046550
046600         WHEN DLOG-EFFECT-CREDIT
046650             MOVE DLOG-AMOUNT TO WS-ITEM-AMT
046700             MOVE 'DISPUTE RESOLVED - CREDITED' TO WS-ITEM-DESC
046750             PERFORM 2460-ADD-CREDIT
046800                 THRU 2460-ADD-CREDIT-EXIT
046850
046900         WHEN DLOG-EFFECT-DEBIT
046950             COMPUTE WS-ITEM-AMT = DLOG-AMOUNT * -1
047000             MOVE 'DISPUTE CREDIT REVERSED' TO WS-ITEM-DESC
047050             IF WS-CREDIT-FOUND
047100                 MOVE SPACES TO WS-CREDIT-TRAN-ID (WS-CREDIT-IX)
047150             END-IF
047200
047250         WHEN DLOG-ACTION-CARDHOLDER
047300             MOVE 'DISPUTE RESOLVED - CREDIT FINAL'
047350                  TO WS-ITEM-DESC
047400
047450         WHEN DLOG-ACTION-MERCHANT
047500             MOVE 'DISPUTE RESOLVED - NO CREDIT' TO WS-ITEM-DESC
047550
047600         WHEN OTHER
047650             MOVE 'DISPUTE OPENED' TO WS-ITEM-DESC
047700     END-EVALUATE.
047750
047800 2420-TAKE-DLOG-EFFECT-EXIT.
047850     EXIT.
047900
048000*----------------------------------------------------------------*
048100*  2450-FIND-CREDIT                                               *
048200*      IS A CREDIT ALREADY ON THE BALANCE FOR THIS TRANSACTION?   *
048300*      LEAVES WS-CREDIT-IX ON THE SLOT WHEN IT IS.                *
048400*----------------------------------------------------------------*
048500 2450-FIND-CREDIT.
048600
048700     MOVE 'N' TO WS-CREDIT-FOUND-SWITCH.
048800     PERFORM 2455-MATCH-ONE-CREDIT
048900         THRU 2455-MATCH-ONE-CREDIT-EXIT
049000         VARYING WS-CREDIT-IX FROM 1 BY 1
049100         UNTIL WS-CREDIT-IX > WS-CREDIT-COUNT
049200         OR WS-CREDIT-FOUND.
049300
049400 2450-FIND-CREDIT-EXIT.
049500     EXIT.
049600
049700 2455-MATCH-ONE-CREDIT.
049800     IF WS-CREDIT-TRAN-ID (WS-CREDIT-IX) = DLOG-TRAN-ID
049900         SET WS-CREDIT-FOUND TO TRUE
050000         SUBTRACT 1 FROM WS-CREDIT-IX
050100     END-IF.
050200 2455-MATCH-ONE-CREDIT-EXIT.
050300     EXIT.
050400
050500*----------------------------------------------------------------*
050600*  2460-ADD-CREDIT                                                *
050700*      REMEMBER THE TRANSACTION AS CREDITED.  ONLY THE REPLAY OF  *
050750*      OLDER STEPS (2410-REPLAY-DLOG) RELIES ON THE TABLE, AND    *
050800*      THERE A FULL TABLE CAN MISREAD A LATER RESOLUTION OF THE   *
050850*      TRANSACTION, AMOUNT AND ALL - SO EVERY CREDIT THAT DOES    *
050880*      NOT FIT IS COUNTED ON THE RUN REPORT.                      *
050900*----------------------------------------------------------------*
051000 2460-ADD-CREDIT.
051100
051200     IF WS-CREDIT-FOUND
051300         GO TO 2460-ADD-CREDIT-EXIT
051400     END-IF.
051500
051600     IF WS-CREDIT-COUNT < WS-CREDIT-MAX
051700         ADD 1 TO WS-CREDIT-COUNT
051800         MOVE DLOG-TRAN-ID TO WS-CREDIT-TRAN-ID (WS-CREDIT-COUNT)
051850     ELSE
051870         ADD 1 TO WS-CREDIT-FULL-COUNT
051900     END-IF.
052000
052100 2460-ADD-CREDIT-EXIT.
052200     EXIT.
052300
052400*----------------------------------------------------------------*
052500*  2470-LIST-DISPUTE-STEP                                         *
052600*----------------------------------------------------------------*
052700 2470-LIST-DISPUTE-STEP.
052800
052900     IF NOT WS-DISPUTE-HDG-DONE
053000         SET WS-DISPUTE-HDG-DONE TO TRUE
053200         MOVE SPACES TO WS-DETAIL-LINE
053300         MOVE 'DISPUTE ACTIVITY' TO WS-DTL-DESC
053400         PERFORM 2800-ADD-LINE
053500             THRU 2800-ADD-LINE-EXIT
053700     END-IF.
053800
053850     MOVE SPACES       TO WS-DETAIL-LINE.
053900     MOVE WS-ITEM-DATE TO WS-DTL-DATE.
053950     MOVE WS-ITEM-DESC TO WS-DTL-DESC.
054000     MOVE DLOG-TRAN-ID TO WS-DTL-TRAN-ID.
054100     IF WS-ITEM-AMT = ZERO
054200         MOVE SPACES      TO WS-DTL-AMOUNT-X
054300     ELSE
054400         MOVE WS-ITEM-AMT TO WS-DTL-AMOUNT
054500     END-IF.
054600
054700     ADD 1 TO WS-ITEM-COUNT.
054800     PERFORM 2800-ADD-LINE
054900         THRU 2800-ADD-LINE-EXIT.
055000
055100 2470-LIST-DISPUTE-STEP-EXIT.
055200     EXIT.
055300
055400*----------------------------------------------------------------*
055500*  2500-COLLECT-HOLDS                                             *
055600*      THE ACCOUNT'S HOLDS SIT TOGETHER UNDER THE KEY, SO ONE     *
055700*      START AND A SHORT READ-NEXT SCAN COVERS THEM.  ONLY OPEN   *
055800*      HOLDS ARE STILL PENDING AGAINST THE BALANCE.               *
055900*----------------------------------------------------------------*
056000 2500-COLLECT-HOLDS.
056100
056200     MOVE 'N'          TO WS-HOLD-SCAN-DONE-SW.
056300     MOVE ECIF-ACCT-NO TO HOLD-ACCT-NO.
056400     MOVE LOW-VALUES   TO HOLD-TRAN-ID.
056500
056600     START PAY-HOLD-FILE
056700         KEY NOT LESS THAN HOLD-KEY
056800         INVALID KEY
056900             SET WS-HOLD-SCAN-DONE TO TRUE
057000     END-START.
057100
057200     PERFORM 2550-SCAN-ONE-HOLD
057300         THRU 2550-SCAN-ONE-HOLD-EXIT
057400         UNTIL WS-HOLD-SCAN-DONE.
057500
057600 2500-COLLECT-HOLDS-EXIT.
057700     EXIT.
057800
057900*----------------------------------------------------------------*
058000*  2550-SCAN-ONE-HOLD                                             *
058100*----------------------------------------------------------------*
058200 2550-SCAN-ONE-HOLD.
058300
058400     READ PAY-HOLD-FILE NEXT RECORD
058500         AT END
058600             SET WS-HOLD-SCAN-DONE TO TRUE
058700             GO TO 2550-SCAN-ONE-HOLD-EXIT
058800     END-READ.
058900
059000     IF HOLD-ACCT-NO NOT = ECIF-ACCT-NO
059100         SET WS-HOLD-SCAN-DONE TO TRUE
059200         GO TO 2550-SCAN-ONE-HOLD-EXIT
059300     END-IF.
059400
059500     IF NOT HOLD-STATUS-OPEN
059600         GO TO 2550-SCAN-ONE-HOLD-EXIT
059700     END-IF.
059800
059900     ADD HOLD-AMOUNT TO WS-HOLD-TOTAL.
060000
060100     IF WS-HOLD-COUNT NOT < WS-HOLD-MAX
060200         ADD 1 TO WS-HOLD-OVERFLOW
060300         GO TO 2550-SCAN-ONE-HOLD-EXIT
060400     END-IF.
060500
060600     MOVE SPACES TO WS-DETAIL-LINE.
060700     MOVE HOLD-PLACED-DATE TO WS-DTL-DATE.
060800     STRING 'HOLD - EXPIRES ' HOLD-EXPIRE-DATE
060900         DELIMITED BY SIZE
061000         INTO WS-DTL-DESC.
061100     MOVE HOLD-TRAN-ID     TO WS-DTL-TRAN-ID.
061200     COMPUTE WS-ITEM-AMT = HOLD-AMOUNT * -1.
061300     MOVE WS-ITEM-AMT      TO WS-DTL-AMOUNT.
061400
061500     ADD 1 TO WS-HOLD-COUNT.
061600     MOVE WS-DETAIL-LINE TO WS-HOLD-ENTRY (WS-HOLD-COUNT).
061700
061800 2550-SCAN-ONE-HOLD-EXIT.
061900     EXIT.
061901
061902*----------------------------------------------------------------*
061903*  2600-SKIP-FHST-ORPHAN                                          *
061904*----------------------------------------------------------------*
061905 2600-SKIP-FHST-ORPHAN.
061906
061907     ADD 1 TO WS-FHST-ORPHAN-COUNT.
061908     PERFORM 2930-READ-FHST
061909         THRU 2930-READ-FHST-EXIT.
061910
061911 2600-SKIP-FHST-ORPHAN-EXIT.
061912     EXIT.
061913
061914*----------------------------------------------------------------*
061915*  2650-TAKE-FHST                                                 *
061916*      ONE FEE MOVEMENT.  A FEE CHARGED TAKES THE AMOUNT OFF THE  *
061917*      BALANCE; A WAIVER PUTS IT BACK.  A WAIVED FEE SHOWS BOTH   *
061918*      ITS CHARGE AND ITS WAIVER, EACH ON THE DATE IT HAPPENED.   *
061919*----------------------------------------------------------------*
061920 2650-TAKE-FHST.
061921
061922     IF FHST-ENTRY-WAIVED
061923         MOVE FHST-AMOUNT TO WS-ITEM-AMT
061924     ELSE
061925         COMPUTE WS-ITEM-AMT = FHST-AMOUNT * -1
061926     END-IF.
061927     MOVE FHST-ENTRY-DATE TO WS-ITEM-DATE.
061928
061929     EVALUATE TRUE
061930         WHEN FHST-ENTRY-WAIVED
061931         AND FHST-FEE-OVER-LIMIT
061932             MOVE 'OVER-LIMIT FEE WAIVED' TO WS-ITEM-DESC
061933
061934         WHEN FHST-ENTRY-WAIVED
061935             MOVE 'OVERDRAFT FEE WAIVED' TO WS-ITEM-DESC
061936
061937         WHEN FHST-FEE-OVER-LIMIT
061938             MOVE 'OVER-LIMIT FEE' TO WS-ITEM-DESC
061939
061940         WHEN OTHER
061941             MOVE 'OVERDRAFT FEE' TO WS-ITEM-DESC
061942     END-EVALUATE.
061943
061944     EVALUATE TRUE
061945         WHEN WS-ITEM-DATE > WS-PERIOD-END-DATE
061946             ADD WS-ITEM-AMT TO WS-AFTER-NET
061947
061948         WHEN WS-ITEM-DATE NOT < WS-PERIOD-START-DATE
061949             ADD WS-ITEM-AMT TO WS-PERIOD-NET
061950             PERFORM 2670-LIST-FEE
061951                 THRU 2670-LIST-FEE-EXIT
061952
061953         WHEN OTHER
061954             CONTINUE
061955     END-EVALUATE.
061956
061957     PERFORM 2930-READ-FHST
061958         THRU 2930-READ-FHST-EXIT.
061959
061960 2650-TAKE-FHST-EXIT.
061961     EXIT.
061962
061963*----------------------------------------------------------------*
061964*  2670-LIST-FEE                                                  *
061965*      THE FEE REFERENCE STANDS IN THE TRANSACTION COLUMN - IT IS *
061966*      WHAT THE CARDHOLDER QUOTES TO HAVE A FEE LOOKED AT.        *
061967*----------------------------------------------------------------*
061968 2670-LIST-FEE.
061969
061970     IF NOT WS-FEE-HDG-DONE
061971         SET WS-FEE-HDG-DONE TO TRUE
061972         MOVE SPACES TO WS-DETAIL-LINE
061973         MOVE 'FEES' TO WS-DTL-DESC
061974         PERFORM 2800-ADD-LINE
061975             THRU 2800-ADD-LINE-EXIT
061976     END-IF.
061977
061978     MOVE SPACES       TO WS-DETAIL-LINE.
061979     MOVE WS-ITEM-DATE TO WS-DTL-DATE.
061980     MOVE WS-ITEM-DESC TO WS-DTL-DESC.
061981     MOVE FHST-FEE-REF TO WS-DTL-TRAN-ID.
061982     MOVE WS-ITEM-AMT  TO WS-DTL-AMOUNT.
061983
061984     ADD 1 TO WS-ITEM-COUNT.
061985     PERFORM 2800-ADD-LINE
061986         THRU 2800-ADD-LINE-EXIT.
061987
061988 2670-LIST-FEE-EXIT.
061989     EXIT.
062000
062100*----------------------------------------------------------------*
062200*  2800-ADD-LINE                                                  *
062300*      FILE THE DETAIL LINE IN THE STATEMENT BODY TABLE.          *
062400*----------------------------------------------------------------*
062500 2800-ADD-LINE.
062600
062700     IF WS-LINE-COUNT NOT < WS-LINE-MAX
062800         ADD 1 TO WS-LINE-OVERFLOW
062900         GO TO 2800-ADD-LINE-EXIT
063000     END-IF.
063100
063200     ADD 1 TO WS-LINE-COUNT.
063300     MOVE WS-DETAIL-LINE TO WS-LINE-ENTRY (WS-LINE-COUNT).
063400
063500 2800-ADD-LINE-EXIT.
063600     EXIT.
063700
063800*----------------------------------------------------------------*
063900*  2900-READ-ECIF                                                 *
064000*----------------------------------------------------------------*
064100 2900-READ-ECIF.
064200
064300     READ ECIF-CUSTOMER-FILE NEXT RECORD
064400         AT END
064500             SET WS-ECIF-EOF-YES TO TRUE
064600             GO TO 2900-READ-ECIF-EXIT
064700     END-READ.
064800
064900     ADD 1 TO WS-ECIF-READ-COUNT.
065000
065100 2900-READ-ECIF-EXIT.
065200     EXIT.
065300
065400*----------------------------------------------------------------*
065500*  2910-READ-HIST                                                 *
065600*----------------------------------------------------------------*
065700 2910-READ-HIST.
065800
065900     READ POSTED-HIST-FILE
066000         AT END
066100             SET WS-HIST-EOF-YES TO TRUE
066200             GO TO 2910-READ-HIST-EXIT
066300     END-READ.
066400
066500     ADD 1 TO WS-HIST-READ-COUNT.
066600
066700 2910-READ-HIST-EXIT.
066800     EXIT.
066900
067000*----------------------------------------------------------------*
067100*  2920-READ-DLOG                                                 *
067200*----------------------------------------------------------------*
067300 2920-READ-DLOG.
067400
067500     READ DISPUTE-LOG-FILE
067600         AT END
067700             SET WS-DLOG-EOF-YES TO TRUE
067800             GO TO 2920-READ-DLOG-EXIT
067900     END-READ.
068000
068100     ADD 1 TO WS-DLOG-READ-COUNT.
068200
068300 2920-READ-DLOG-EXIT.
068400     EXIT.
068405
068410*----------------------------------------------------------------*
068415*  2930-READ-FHST                                                 *
068420*----------------------------------------------------------------*
068425 2930-READ-FHST.
068430
068435     READ FEE-HIST-FILE
068440         AT END
068445             SET WS-FHST-EOF-YES TO TRUE
068450             GO TO 2930-READ-FHST-EXIT
068455     END-READ.
068460
068465     ADD 1 TO WS-FHST-READ-COUNT.
068470
068475 2930-READ-FHST-EXIT.
068480     EXIT.
068500
068600*----------------------------------------------------------------*
068700*  3000-PRINT-STATEMENT                                           *
068800*      ADDRESS BLOCK FROM ECIF, THE OPENING BALANCE, THE BODY     *
068900*      HELD IN THE LINE TABLE, THE CLOSING BALANCE, AND THE       *
069000*      PENDING HOLDS.  EACH STATEMENT STARTS A NEW PAGE.          *
069100*----------------------------------------------------------------*
069200 3000-PRINT-STATEMENT.
069300
069400     MOVE SPACES TO STMT-LINE.
069500     STRING 'STATEMENT OF ACCOUNT          PERIOD '
069600             WS-PERIOD-START-DATE ' THROUGH ' WS-PERIOD-END-DATE
069700             DELIMITED BY SIZE
069800         INTO STMT-LINE.
069900     WRITE STMT-LINE AFTER ADVANCING PAGE.
070000
070100     MOVE SPACES TO STMT-LINE.
070200     WRITE STMT-LINE.
070300
070400     MOVE ECIF-CUST-NAME TO STMT-LINE.
070500     WRITE STMT-LINE.
070600     MOVE ECIF-ADDR-LINE-1 TO STMT-LINE.
070700     WRITE STMT-LINE.
070800     IF ECIF-ADDR-LINE-2 NOT = SPACES
070900         MOVE ECIF-ADDR-LINE-2 TO STMT-LINE
071000         WRITE STMT-LINE
071100     END-IF.
071200     MOVE SPACES TO STMT-LINE.
071300     STRING ECIF-ADDR-CITY DELIMITED BY '  '
071400             ', '           DELIMITED BY SIZE
071500             ECIF-ADDR-STATE DELIMITED BY SIZE
071600             '  '           DELIMITED BY SIZE
071700             ECIF-ADDR-ZIP  DELIMITED BY SIZE
071800         INTO STMT-LINE.
071900     WRITE STMT-LINE.
072000
072100     MOVE SPACES TO STMT-LINE.
072200     WRITE STMT-LINE.
072300
072400     MOVE SPACES TO STMT-LINE.
072500     STRING 'ACCOUNT NUMBER: ' ECIF-ACCT-NO
072600             '          STATEMENT DATE: ' WS-RUN-DATE
072700             DELIMITED BY SIZE
072800         INTO STMT-LINE.
072900     WRITE STMT-LINE.
073000
073100     MOVE ALL '-' TO STMT-LINE.
073200     WRITE STMT-LINE.
073300
073350     MOVE SPACES TO STMT-LINE.
073400     STRING 'DATE      DESCRIPTION                     '
073450             'TRAN ID                AMOUNT'
073500             DELIMITED BY SIZE
073550         INTO STMT-LINE.
073600     WRITE STMT-LINE.
073700
073800     MOVE SPACES             TO WS-DETAIL-LINE.
073900     MOVE 'OPENING BALANCE'  TO WS-DTL-DESC.
074000     MOVE WS-OPENING-BAL     TO WS-DTL-AMOUNT.
074100     MOVE WS-DETAIL-LINE     TO STMT-LINE.
074200     WRITE STMT-LINE.
074300
074400     PERFORM 3100-PRINT-ONE-LINE
074500         THRU 3100-PRINT-ONE-LINE-EXIT
074600         VARYING WS-LINE-IX FROM 1 BY 1
074700         UNTIL WS-LINE-IX > WS-LINE-COUNT.
074800
074900     IF WS-LINE-OVERFLOW > ZERO
075000         ADD 1 TO WS-TRUNCATED-COUNT
075100         MOVE SPACES TO WS-DETAIL-LINE
075200         MOVE 'MORE ITEMS - SEE BRANCH' TO WS-DTL-DESC
075300         MOVE WS-DETAIL-LINE TO STMT-LINE
075400         WRITE STMT-LINE
075500     END-IF.
075600
075700     MOVE SPACES             TO WS-DETAIL-LINE.
075800     MOVE 'CLOSING BALANCE'  TO WS-DTL-DESC.
075900     MOVE WS-CLOSING-BAL     TO WS-DTL-AMOUNT.
076000     MOVE WS-DETAIL-LINE     TO STMT-LINE.
076100     WRITE STMT-LINE.
076200
076300     IF WS-HOLD-COUNT > ZERO
076400         PERFORM 3200-PRINT-HOLDS
076500             THRU 3200-PRINT-HOLDS-EXIT
076600     END-IF.
076700
076800     ADD 1 TO WS-STMT-COUNT.
076900
077000 3000-PRINT-STATEMENT-EXIT.
077100     EXIT.
077200
077300*----------------------------------------------------------------*
077400*  3100-PRINT-ONE-LINE                                            *
077500*----------------------------------------------------------------*
077600 3100-PRINT-ONE-LINE.
077700
077800     MOVE WS-LINE-ENTRY (WS-LINE-IX) TO STMT-LINE.
077900     WRITE STMT-LINE.
078000
078100 3100-PRINT-ONE-LINE-EXIT.
078200     EXIT.
078300
078400*----------------------------------------------------------------*
078500*  3200-PRINT-HOLDS                                               *
078600*      PRE-AUTHORIZATIONS STILL HELD AS OF THE RUN DATE - THEY    *
078700*      ARE NOT IN THE BALANCE BUT DO REDUCE WHAT CAN BE SPENT.    *
078800*----------------------------------------------------------------*
078900 3200-PRINT-HOLDS.
079000
079100     MOVE SPACES TO STMT-LINE.
079200     WRITE STMT-LINE.
079300
079400     MOVE SPACES TO WS-DETAIL-LINE.
079500     MOVE 'PENDING PRE-AUTHORIZATIONS' TO WS-DTL-DESC.
079600     MOVE WS-DETAIL-LINE TO STMT-LINE.
079700     WRITE STMT-LINE.
079800
079900     PERFORM 3250-PRINT-ONE-HOLD
080000         THRU 3250-PRINT-ONE-HOLD-EXIT
080100         VARYING WS-HOLD-IX FROM 1 BY 1
080200         UNTIL WS-HOLD-IX > WS-HOLD-COUNT.
080300
080400     MOVE SPACES TO WS-DETAIL-LINE.
080500     MOVE 'TOTAL PENDING' TO WS-DTL-DESC.
080600     COMPUTE WS-ITEM-AMT = WS-HOLD-TOTAL * -1.
080700     MOVE WS-ITEM-AMT TO WS-DTL-AMOUNT.
080800     MOVE WS-DETAIL-LINE TO STMT-LINE.
080900     WRITE STMT-LINE.
081000
081100 3200-PRINT-HOLDS-EXIT.
081200     EXIT.
081300
081400*----------------------------------------------------------------*
081500*  3250-PRINT-ONE-HOLD                                            *
081600*----------------------------------------------------------------*
081700 3250-PRINT-ONE-HOLD.
081800
081900     MOVE WS-HOLD-ENTRY (WS-HOLD-IX) TO STMT-LINE.
082000     WRITE STMT-LINE.
082100
082200 3250-PRINT-ONE-HOLD-EXIT.
082300     EXIT.
082400
082500*----------------------------------------------------------------*
082600*  9000-FINALIZE                                                  *
082700*      COUNT WHAT IS LEFT ON THE STREAMS PAST THE LAST ECIF       *
082800*      ACCOUNT, WRITE THE RUN TOTALS, AND CLOSE THE FILES.        *
082900*----------------------------------------------------------------*
083000 9000-FINALIZE.
083100
083200     PERFORM 2100-SKIP-HIST-ORPHAN
083300         THRU 2100-SKIP-HIST-ORPHAN-EXIT
083400         UNTIL WS-HIST-EOF-YES.
083500
083600     PERFORM 2300-SKIP-DLOG-ORPHAN
083700         THRU 2300-SKIP-DLOG-ORPHAN-EXIT
083800         UNTIL WS-DLOG-EOF-YES.
083820
083840     PERFORM 2600-SKIP-FHST-ORPHAN
083860         THRU 2600-SKIP-FHST-ORPHAN-EXIT
083880         UNTIL WS-FHST-EOF-YES.
083900
084000     MOVE SPACES TO RPT-LINE.
084100     WRITE RPT-LINE.
084200
084300     MOVE WS-ECIF-READ-COUNT TO WS-RPT-COUNT-ED.
084400     STRING 'ECIF ACCOUNTS READ . . . . . . . ' DELIMITED BY SIZE
084500             WS-RPT-COUNT-ED DELIMITED BY SIZE
084600         INTO RPT-LINE.
084700     WRITE RPT-LINE.
084800
084900     MOVE WS-STMT-COUNT TO WS-RPT-COUNT-ED.
085000     MOVE SPACES TO RPT-LINE.
085100     STRING 'STATEMENTS PRINTED . . . . . . . ' DELIMITED BY SIZE
085200             WS-RPT-COUNT-ED DELIMITED BY SIZE
085300         INTO RPT-LINE.
085400     WRITE RPT-LINE.
085500
085600     MOVE WS-NO-ACTIVITY-COUNT TO WS-RPT-COUNT-ED.
085700     MOVE SPACES TO RPT-LINE.
085800     STRING 'NO ACTIVITY - NO STATEMENT . . . ' DELIMITED BY SIZE
085900             WS-RPT-COUNT-ED DELIMITED BY SIZE
086000         INTO RPT-LINE.
086100     WRITE RPT-LINE.
086200
086300     MOVE WS-TRUNCATED-COUNT TO WS-RPT-COUNT-ED.
086400     MOVE SPACES TO RPT-LINE.
086500     STRING 'STATEMENTS WITH ITEMS DROPPED . . ' DELIMITED BY SIZE
086600             WS-RPT-COUNT-ED DELIMITED BY SIZE
086700         INTO RPT-LINE.
086800     WRITE RPT-LINE.
086900
087000     MOVE WS-HIST-READ-COUNT TO WS-RPT-COUNT-ED.
087100     MOVE SPACES TO RPT-LINE.
087200     STRING 'POSTED HISTORY RECORDS READ . . . ' DELIMITED BY SIZE
087300             WS-RPT-COUNT-ED DELIMITED BY SIZE
087400         INTO RPT-LINE.
087500     WRITE RPT-LINE.
087600
087700     MOVE WS-DLOG-READ-COUNT TO WS-RPT-COUNT-ED.
087800     MOVE SPACES TO RPT-LINE.
087900     STRING 'DISPUTE LOG RECORDS READ . . . . ' DELIMITED BY SIZE
088000             WS-RPT-COUNT-ED DELIMITED BY SIZE
088100         INTO RPT-LINE.
088200     WRITE RPT-LINE.
088210
088220     MOVE WS-FHST-READ-COUNT TO WS-RPT-COUNT-ED.
088230     MOVE SPACES TO RPT-LINE.
088240     STRING 'FEE HISTORY RECORDS READ . . . . ' DELIMITED BY SIZE
088250             WS-RPT-COUNT-ED DELIMITED BY SIZE
088260         INTO RPT-LINE.
088270     WRITE RPT-LINE.
088300
088400     MOVE WS-HIST-ORPHAN-COUNT TO WS-RPT-COUNT-ED.
088500     MOVE SPACES TO RPT-LINE.
088600     STRING '    HISTORY - ACCT NOT ON ECIF . ' DELIMITED BY SIZE
088700             WS-RPT-COUNT-ED DELIMITED BY SIZE
088800         INTO RPT-LINE.
088900     WRITE RPT-LINE.
089000
089100     MOVE WS-DLOG-ORPHAN-COUNT TO WS-RPT-COUNT-ED.
089200     MOVE SPACES TO RPT-LINE.
089300     STRING '    DISPUTES - ACCT NOT ON ECIF  ' DELIMITED BY SIZE
089400             WS-RPT-COUNT-ED DELIMITED BY SIZE
089500         INTO RPT-LINE.
089600     WRITE RPT-LINE.
089610
089620     MOVE WS-FHST-ORPHAN-COUNT TO WS-RPT-COUNT-ED.
089630     MOVE SPACES TO RPT-LINE.
089640     STRING '    FEES - ACCT NOT ON ECIF  . . ' DELIMITED BY SIZE
089650             WS-RPT-COUNT-ED DELIMITED BY SIZE
089660         INTO RPT-LINE.
089670     WRITE RPT-LINE.
089672
089674     MOVE WS-CREDIT-FULL-COUNT TO WS-RPT-COUNT-ED.
089676     MOVE SPACES TO RPT-LINE.
089678     STRING '    DISPUTES - CREDIT TABLE FULL ' DELIMITED BY SIZE
089680             WS-RPT-COUNT-ED DELIMITED BY SIZE
089682         INTO RPT-LINE.
089684     WRITE RPT-LINE.
089700
089800     CLOSE ECIF-CUSTOMER-FILE.
089900     CLOSE POSTED-HIST-FILE.
090000     CLOSE DISPUTE-LOG-FILE.
090050     CLOSE FEE-HIST-FILE.
090100     CLOSE PAY-HOLD-FILE.
090200     CLOSE STMT-FILE.
090300     CLOSE STMT-RPT-FILE.
090400
090500 9000-FINALIZE-EXIT.
090600     EXIT.
