000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYWIF01.
000300 AUTHOR.         D MCALLISTER.
000400 INSTALLATION.   CONSUMER CARD SERVICES - AUTHORIZATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  2026-10-15  DM   INITIAL VERSION - ONLINE WHAT-IF              *
001100*                   AUTHORIZATION FOR CALL-CENTER REPS.  THE REP  *
001200*                   KEYS AN ACCOUNT, AMOUNT, MERCHANT CATEGORY    *
001300*                   AND MERCHANT ID, AND PAYVAL01 RUNS ITS FULL   *
001400*                   CHECK PATH IN SIMULATE MODE ('S') - NOTHING   *
001500*                   IS JOURNALED, NO LIMIT OR CATEGORY TOTAL      *
001600*                   MOVES, NO HOLD IS PLACED AND NO APPROVAL CODE *
001700*                   IS TAKEN.  THE SCREEN SHOWS THE DECISION AND  *
001800*                   REASON, AND THE HEADROOM BEHIND IT - DAILY    *
001900*                   AMOUNT AND COUNT LEFT, CATEGORY CAP LEFT, AND *
002000*                   AVAILABLE BALANCE AFTER OPEN HOLDS AND THE    *
002100*                   OVERDRAFT LIMIT.  THE OPERATOR ID IS          *
002200*                   VALIDATED AGAINST PAYOPER, AND SINCE AN       *
002300*                   INQUIRY SHOWS THE ACCOUNT'S LIMITS, EVERY ONE *
002400*                   IS WRITTEN TO THE PAYWLOG TRAIL.              *
002410*  2026-10-15  DM   PASS PAYVAL01 AN APPROVAL-CODE ISSUER LIKE    *
002420*                   EVERY OTHER CALLER.  A WHAT-IF STILL NEVER    *
002430*                   TAKES A CODE.                                 *
002500*----------------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT WHATIF-LOG-FILE      ASSIGN TO PAYWLOG
003200                                  ORGANIZATION IS LINE SEQUENTIAL.
003300
003400     SELECT OPER-AUTH-FILE       ASSIGN TO PAYOPER
003500                                  ORGANIZATION IS INDEXED
003600                                  ACCESS MODE IS RANDOM
003700                                  RECORD KEY IS OPER-ID
003800                                  FILE STATUS IS WS-OPER-STAT.
003900
004000 DATA DIVISION.
004100
004200 FILE SECTION.
004300 FD  WHATIF-LOG-FILE
004400     RECORDING MODE IS F.
004500 COPY PAYWLOG.
004600
004700 FD  OPER-AUTH-FILE.
004800 COPY OPERTAB.
004900
005000 WORKING-STORAGE SECTION.
005100
005200 01  WS-OPER-STAT                 PIC X(02).
005300     88  WS-OPER-FOUND                   VALUE '00'.
005400     88  WS-OPER-NOT-FOUND               VALUE '23'.
005500
005600 01  WS-SWITCHES.
005700     05  WIF-DONE-SWITCH           PIC X(01)      VALUE 'N'.
005800         88  WIF-DONE-YES                VALUE 'Y'.
005900
006000 01  WS-TODAY-DATE                PIC 9(08).
006100 01  WS-NOW-TIME                  PIC 9(08).
006200
006300 01  WIF-ACCT-NO                  PIC X(10).
006400 01  WIF-TRAN-AMOUNT              PIC 9(07)V99.
006500 01  WIF-MERCH-CAT-CD             PIC X(04).
006600 01  WIF-MERCHANT-ID              PIC X(12).
006700 01  WIF-OPERATOR-ID              PIC X(08).
006800
006900*    A WHAT-IF IS PUT TO PAYVAL01 AS A DOMESTIC PURCHASE WITH NO
007000*    SEQUENCE NUMBER, SO THE REPLAY GATE NEVER HOLDS IT BACK.
007100 01  WIF-VAL-AMOUNT               PIC S9(07)V99.
007200 01  WIF-VAL-TRAN-ID              PIC X(12)  VALUE 'WHATIF'.
007300 01  WIF-VAL-SEQ-NO               PIC 9(08)  VALUE ZERO.
007400 01  WIF-VAL-TRAN-TYPE            PIC X(01)  VALUE 'P'.
007500 01  WIF-VAL-CURRENCY-CD          PIC X(03)  VALUE SPACES.
007600 01  WIF-VAL-ORIG-AMOUNT          PIC S9(09)V99.
007700 01  WIF-VAL-RUN-MODE             PIC X(01)  VALUE 'S'.
007750 01  WIF-VAL-ISSUER-CD            PIC X(01)  VALUE 'O'.
007800
007900 COPY AUTHRES.
008000
008100 01  WIF-AMT-ED                   PIC -ZZZ,ZZZ,ZZ9.99.
008200 01  WIF-COUNT-ED                 PIC ZZ9.
008300
008400 SCREEN SECTION.
008500 01  WIF-INQUIRY-SCREEN.
008600     05  BLANK SCREEN.
008700     05  LINE 02 COL 10
008800         VALUE 'PAYWIF01 - WHAT-IF AUTHORIZATION'.
008900     05  LINE 04 COL 10
009000         VALUE 'ACCOUNT NUMBER (OR END TO QUIT) . . .'.
009100     05  LINE 04 COL 48 PIC X(10) USING WIF-ACCT-NO.
009200     05  LINE 05 COL 10
009300         VALUE 'AMOUNT (9999999.99)  . . . . . . . .'.
009400     05  LINE 05 COL 48 PIC 9(07)V99 USING WIF-TRAN-AMOUNT.
009500     05  LINE 06 COL 10
009600         VALUE 'MERCHANT CATEGORY CODE  . . . . . . .'.
009700     05  LINE 06 COL 48 PIC X(04) USING WIF-MERCH-CAT-CD.
009800     05  LINE 07 COL 10
009900         VALUE 'MERCHANT ID . . . . . . . . . . . . .'.
010000     05  LINE 07 COL 48 PIC X(12) USING WIF-MERCHANT-ID.
010100     05  LINE 08 COL 10
010200         VALUE 'OPERATOR ID . . . . . . . . . . . . .'.
010300     05  LINE 08 COL 48 PIC X(08) USING WIF-OPERATOR-ID.
010400
010500 PROCEDURE DIVISION.
010600
010700*----------------------------------------------------------------*
010800*  0000-MAINLINE                                                 *
010900*----------------------------------------------------------------*
011000 0000-MAINLINE.
011100
011200     PERFORM 1000-INITIALIZE
011300         THRU 1000-INITIALIZE-EXIT.
011400
011500     PERFORM 2000-PROCESS-INQUIRY
011600         THRU 2000-PROCESS-INQUIRY-EXIT
011700         UNTIL WIF-DONE-YES.
011800
011900     PERFORM 9000-FINALIZE
012000         THRU 9000-FINALIZE-EXIT.
012100
012200     GOBACK.
012300
012400*----------------------------------------------------------------*
012500*  1000-INITIALIZE                                                *
012600*----------------------------------------------------------------*
012700 1000-INITIALIZE.
012800
012900     OPEN INPUT OPER-AUTH-FILE.
013000
013100 1000-INITIALIZE-EXIT.
013200     EXIT.
013300
013400*----------------------------------------------------------------*
013500*  2000-PROCESS-INQUIRY                                           *
013600*      PROMPT FOR THE ACCOUNT, AMOUNT, MERCHANT AND OPERATOR, PUT *
013700*      THE TRANSACTION TO PAYVAL01 IN SIMULATE MODE, LOG THE      *
013800*      INQUIRY, AND DISPLAY THE DECISION AND THE HEADROOM.        *
013900*----------------------------------------------------------------*
014000 2000-PROCESS-INQUIRY.
014100
014200     MOVE SPACES TO WIF-ACCT-NO
014300                    WIF-MERCH-CAT-CD
014400                    WIF-MERCHANT-ID
014500                    WIF-OPERATOR-ID.
014600     MOVE ZERO   TO WIF-TRAN-AMOUNT.
014700     DISPLAY WIF-INQUIRY-SCREEN.
014800     ACCEPT WIF-INQUIRY-SCREEN.
014900
015000     IF WIF-ACCT-NO = 'END'
015100         SET WIF-DONE-YES TO TRUE
015200         GO TO 2000-PROCESS-INQUIRY-EXIT
015300     END-IF.
015400
015500     IF WIF-ACCT-NO = SPACES
015600         DISPLAY 'ACCOUNT NUMBER REQUIRED - NO INQUIRY MADE'
015700         GO TO 2000-PROCESS-INQUIRY-EXIT
015800     END-IF.
015900
016000     IF WIF-TRAN-AMOUNT = ZERO
016100         DISPLAY 'AMOUNT MUST BE GREATER THAN ZERO - NO INQUIRY'
016200         GO TO 2000-PROCESS-INQUIRY-EXIT
016300     END-IF.
016400
016500     MOVE WIF-OPERATOR-ID TO OPER-ID.
016600     READ OPER-AUTH-FILE
016700         INVALID KEY
016800             DISPLAY 'OPERATOR NOT AUTHORIZED - NO INQUIRY MADE'
016900             GO TO 2000-PROCESS-INQUIRY-EXIT
017000     END-READ.
017100
017200     IF NOT OPER-STATUS-ACTIVE
017300         DISPLAY 'OPERATOR REVOKED - NO INQUIRY MADE'
017400         GO TO 2000-PROCESS-INQUIRY-EXIT
017500     END-IF.
017600
017700     MOVE WIF-TRAN-AMOUNT TO WIF-VAL-AMOUNT
017800                             WIF-VAL-ORIG-AMOUNT.
017900     MOVE SPACES          TO AUTH-RESULT-DETAIL.
018000
018100     CALL 'PAYVAL01' USING WIF-ACCT-NO
018200                           WIF-VAL-AMOUNT
018300                           WIF-VAL-TRAN-ID
018400                           WIF-VAL-SEQ-NO
018500                           WIF-VAL-TRAN-TYPE
018600                           WIF-MERCH-CAT-CD
018700                           WIF-MERCHANT-ID
018800                           WIF-VAL-CURRENCY-CD
018900                           WIF-VAL-ORIG-AMOUNT
019000                           WIF-VAL-RUN-MODE
019050                           WIF-VAL-ISSUER-CD
019100                           AUTH-RESULT-DETAIL.
019200
019300     PERFORM 2400-WRITE-INQUIRY-LOG
019400         THRU 2400-WRITE-INQUIRY-LOG-EXIT.
019500
019600     PERFORM 3000-DISPLAY-RESULT
019700         THRU 3000-DISPLAY-RESULT-EXIT.
019800
019900 2000-PROCESS-INQUIRY-EXIT.
020000     EXIT.
020100
020200*----------------------------------------------------------------*
020300*  2400-WRITE-INQUIRY-LOG                                         *
020400*----------------------------------------------------------------*
020500 2400-WRITE-INQUIRY-LOG.
020600
020700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
020800     ACCEPT WS-NOW-TIME FROM TIME.
020900
021000     MOVE SPACES                 TO WLOG-RECORD.
021100     MOVE WIF-OPERATOR-ID        TO WLOG-OPERATOR-ID.
021200     MOVE WS-TODAY-DATE          TO WLOG-INQUIRY-DATE.
021300     MOVE WS-NOW-TIME            TO WLOG-INQUIRY-TIME.
021400     MOVE WIF-ACCT-NO            TO WLOG-ACCT-NO.
021500     MOVE WIF-TRAN-AMOUNT        TO WLOG-TRAN-AMOUNT.
021600     MOVE WIF-MERCH-CAT-CD       TO WLOG-MERCH-CAT-CD.
021700     MOVE WIF-MERCHANT-ID        TO WLOG-MERCHANT-ID.
021800     MOVE AUTH-RESULT            TO WLOG-RESULT.
021900     MOVE AUTH-DECLINE-REASON-CD TO WLOG-DECLINE-REASON-CD.
022000
022100     OPEN EXTEND WHATIF-LOG-FILE.
022200     WRITE WLOG-RECORD.
022300     CLOSE WHATIF-LOG-FILE.
022400
022500 2400-WRITE-INQUIRY-LOG-EXIT.
022600     EXIT.
022700
022800*----------------------------------------------------------------*
022900*  3000-DISPLAY-RESULT                                            *
023000*      THE DECISION PAYVAL01 WOULD GIVE, THEN WHAT THE ACCOUNT    *
023100*      HAS LEFT AS THE FILES STAND NOW, BEFORE THIS AMOUNT.  A    *
023200*      STAND-IN RESULT MEANS THE CUSTOMER MASTER IS UNAVAILABLE,  *
023300*      SO THE BALANCE CANNOT BE SHOWN.                            *
023400*----------------------------------------------------------------*
023500 3000-DISPLAY-RESULT.
023600
023700     DISPLAY SPACE.
023800     DISPLAY 'WHAT-IF RESULT - ACCOUNT ' WIF-ACCT-NO
023900             ' - NOTHING HAS BEEN POSTED OR HELD'.
024000     DISPLAY 'DECISION  . . . . . . . . ' AUTH-RESULT.
024100     IF NOT AUTH-REASON-NONE
024200         DISPLAY 'REASON  . . . . . . . . . '
024300                 AUTH-DECLINE-REASON-CD ' '
024400                 AUTH-DECLINE-REASON-DESC
024500     END-IF.
024600
024700     DISPLAY SPACE.
024800     IF AUTH-HR-LIMIT-ON
024900         MOVE AUTH-HR-DAY-AMT-LEFT   TO WIF-AMT-ED
025000         MOVE AUTH-HR-DAY-COUNT-LEFT TO WIF-COUNT-ED
025100         DISPLAY 'DAILY AMOUNT LEFT . . . . ' WIF-AMT-ED
025200         DISPLAY 'DAILY COUNT LEFT  . . . . ' WIF-COUNT-ED
025300     ELSE
025400         DISPLAY 'DAILY LIMIT . . . . . . .  NONE ON FILE'
025500     END-IF.
025600
025700     IF WIF-MERCH-CAT-CD NOT = SPACES
025800         PERFORM 3100-DISPLAY-CATEGORY
025900             THRU 3100-DISPLAY-CATEGORY-EXIT
026000     END-IF.
026100
026200     IF NOT AUTH-HR-BALANCE-KNOWN
026300         DISPLAY 'AVAILABLE BALANCE . . . .  NOT AVAILABLE'
026400         GO TO 3000-DISPLAY-RESULT-EXIT
026500     END-IF.
026600
026700     MOVE AUTH-HR-ACCT-BALANCE TO WIF-AMT-ED.
026800     DISPLAY 'ACCOUNT BALANCE . . . . . ' WIF-AMT-ED.
026900     MOVE AUTH-HR-OPEN-HOLD-AMT TO WIF-AMT-ED.
027000     DISPLAY 'LESS OPEN HOLDS . . . . . ' WIF-AMT-ED.
027100     MOVE AUTH-HR-OVERDRAFT-LIMIT TO WIF-AMT-ED.
027200     DISPLAY 'PLUS OVERDRAFT LIMIT  . . ' WIF-AMT-ED.
027300     MOVE AUTH-HR-AVAILABLE-AMT TO WIF-AMT-ED.
027400     DISPLAY 'AVAILABLE BALANCE . . . . ' WIF-AMT-ED.
027500
027600 3000-DISPLAY-RESULT-EXIT.
027700     EXIT.
027800
027900*----------------------------------------------------------------*
028000*  3100-DISPLAY-CATEGORY                                          *
028100*----------------------------------------------------------------*
028200 3100-DISPLAY-CATEGORY.
028300
028400     EVALUATE TRUE
028500         WHEN AUTH-HR-CAT-BLOCKED
028600             DISPLAY 'CATEGORY ' WIF-MERCH-CAT-CD
028700                     '  . . . . .  BLOCKED ON THIS ACCOUNT'
028800         WHEN AUTH-HR-CAT-CAPPED
028900             MOVE AUTH-HR-CAT-AMT-LEFT TO WIF-AMT-ED
029000             DISPLAY 'CATEGORY ' WIF-MERCH-CAT-CD
029100                     ' CAP LEFT  . ' WIF-AMT-ED
029200         WHEN OTHER
029300             DISPLAY 'CATEGORY ' WIF-MERCH-CAT-CD
029400                     '  . . . . .  NO CAP ON THIS ACCOUNT'
029500     END-EVALUATE.
029600
029700 3100-DISPLAY-CATEGORY-EXIT.
029800     EXIT.
029900
030000*----------------------------------------------------------------*
030100*  9000-FINALIZE                                                  *
030200*----------------------------------------------------------------*
030300 9000-FINALIZE.
030400
030500     CLOSE OPER-AUTH-FILE.
030600
030700 9000-FINALIZE-EXIT.
030800     EXIT.
