000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYFXMNT.
000300 AUTHOR.         D MCALLISTER.
000400 INSTALLATION.   CONSUMER CARD SERVICES - AUTHORIZATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  2026-10-15  DM   INITIAL VERSION - ONLINE TRANSACTION FOR      *
001100*                   MAINTAINING THE PAYFXRT EXCHANGE-RATE TABLE   *
001200*                   DURING THE DAY, MODELED ON PAYLMNT.  A        *
001300*                   CURRENCY NOT ON THE TABLE IS ADDED; AN        *
001400*                   EXISTING ONE CAN BE GIVEN A NEW RATE,         *
001500*                   EFFECTIVE DATE OR STATUS ('S' SUSPENDS IT SO  *
001600*                   PAYVAL01 DECLINES RATHER THAN CONVERT).  THE  *
001700*                   EFFECTIVE DATE DEFAULTS TO TODAY AND MAY NOT  *
001800*                   BE IN THE FUTURE.  THE OPERATOR ID IS         *
001900*                   VALIDATED AGAINST PAYOPER AND EVERY CHANGE IS *
002000*                   WRITTEN TO THE PAYXLOG AUDIT TRAIL WITH THE   *
002100*                   OLD AND NEW VALUES, THE OPERATOR, AND THE     *
002200*                   TIMESTAMP.                                    *
002300*----------------------------------------------------------------*
002400
002500 ENVIRONMENT DIVISION.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT PAY-FXRT-FILE        ASSIGN TO PAYFXRT
003000                                  ORGANIZATION IS INDEXED
003100                                  ACCESS MODE IS RANDOM
003200                                  RECORD KEY IS FXRT-CURRENCY-CD
003300                                  FILE STATUS IS WS-FXRT-STATUS.
003400
003500     SELECT PAY-FXRT-LOG-FILE    ASSIGN TO PAYXLOG
003600                                  ORGANIZATION IS LINE SEQUENTIAL.
003700
003800     SELECT OPER-AUTH-FILE       ASSIGN TO PAYOPER
003900                                  ORGANIZATION IS INDEXED
004000                                  ACCESS MODE IS RANDOM
004100                                  RECORD KEY IS OPER-ID
004200                                  FILE STATUS IS WS-OPER-STAT.
004300
004400 DATA DIVISION.
004500
004600 FILE SECTION.
004700 FD  PAY-FXRT-FILE.
004800 COPY PAYFXRT.
004900
005000 FD  PAY-FXRT-LOG-FILE
005100     RECORDING MODE IS F.
005200 COPY PAYXLOG.
005300
005400 FD  OPER-AUTH-FILE.
005500 COPY OPERTAB.
005600
005700 WORKING-STORAGE SECTION.
005800
005900 01  WS-FXRT-STATUS               PIC X(02).
006000     88  WS-FXRT-FOUND                   VALUE '00'.
006100     88  WS-FXRT-NOT-FOUND               VALUE '23'.
006200
006300 01  WS-OPER-STAT                 PIC X(02).
006400     88  WS-OPER-FOUND                   VALUE '00'.
006500     88  WS-OPER-NOT-FOUND               VALUE '23'.
006600
006700 01  WS-SWITCHES.
006800     05  MAINT-DONE-SWITCH         PIC X(01)      VALUE 'N'.
006900         88  MAINT-DONE-YES              VALUE 'Y'.
007000     05  MAINT-ADD-SWITCH          PIC X(01)      VALUE 'N'.
007100         88  MAINT-ADD-YES               VALUE 'Y'.
007200
007300 01  WS-TODAY-DATE                PIC 9(08).
007400 01  WS-NOW-TIME                  PIC 9(08).
007500
007600 01  MAINT-CURRENCY-CD            PIC X(03).
007700 01  MAINT-RATE                   PIC 9(04)V9(08).
007800 01  MAINT-EFFECTIVE-DATE         PIC 9(08).
007900 01  MAINT-STATUS                 PIC X(01).
008000     88  MAINT-STATUS-VALID              VALUES 'A' 'S'.
008100 01  MAINT-OPERATOR-ID            PIC X(08).
008200 01  MAINT-CONFIRM                PIC X(01).
008300 01  MAINT-OLD-RATE               PIC 9(04)V9(08).
008400 01  MAINT-OLD-EFFECTIVE-DATE     PIC 9(08).
008500 01  MAINT-OLD-STATUS             PIC X(01).
008600 01  MAINT-CUR-RATE-ED            PIC ZZZ9.99999999.
008700
008800 SCREEN SECTION.
008900 01  MAINT-CURRENCY-SCREEN.
009000     05  BLANK SCREEN.
009100     05  LINE 02 COL 10
009200         VALUE 'PAYFXMNT - EXCHANGE RATE MAINTENANCE'.
009300     05  LINE 04 COL 10
009400         VALUE 'CURRENCY CODE (OR END TO QUIT) . . . .'.
009500     05  LINE 04 COL 48 PIC X(03) USING MAINT-CURRENCY-CD.
009600
009700 01  MAINT-UPDATE-SCREEN.
009800     05  BLANK SCREEN.
009900     05  LINE 02 COL 10
010000         VALUE 'PAYFXMNT - EXCHANGE RATE MAINTENANCE'.
010100     05  LINE 04 COL 10
010200         VALUE 'CURRENCY CODE . . . . . . . . . . . .'.
010300     05  LINE 04 COL 48 PIC X(03) FROM MAINT-CURRENCY-CD.
010400     05  LINE 06 COL 10
010500         VALUE 'CURRENT RATE  . . . . . . . . . . . .'.
010600     05  LINE 06 COL 48 PIC X(13) FROM MAINT-CUR-RATE-ED.
010700     05  LINE 07 COL 10
010800         VALUE 'CURRENT EFFECTIVE DATE  . . . . . . .'.
010900     05  LINE 07 COL 48 PIC 9(08) FROM MAINT-OLD-EFFECTIVE-DATE.
011000     05  LINE 08 COL 10
011100         VALUE 'CURRENT STATUS  . . . . . . . . . . .'.
011200     05  LINE 08 COL 48 PIC X(01) FROM MAINT-OLD-STATUS.
011300     05  LINE 09 COL 10
011400         VALUE 'NEW RATE (9999.99999999)  . . . . . .'.
011500     05  LINE 09 COL 48 PIC 9(04)V9(08) USING MAINT-RATE.
011600     05  LINE 10 COL 10
011700         VALUE 'NEW EFFECTIVE DATE (0 = TODAY)  . . .'.
011800     05  LINE 10 COL 48 PIC 9(08) USING MAINT-EFFECTIVE-DATE.
011900     05  LINE 11 COL 10
012000         VALUE 'NEW STATUS (A/S)  . . . . . . . . . .'.
012100     05  LINE 11 COL 48 PIC X(01) USING MAINT-STATUS.
012200     05  LINE 12 COL 10
012300         VALUE 'OPERATOR ID . . . . . . . . . . . . .'.
012400     05  LINE 12 COL 48 PIC X(08) USING MAINT-OPERATOR-ID.
012500     05  LINE 14 COL 10
012600         VALUE 'CONFIRM UPDATE (Y/N). . . . . . . . .'.
012700     05  LINE 14 COL 48 PIC X(01) USING MAINT-CONFIRM.
012800
012900 PROCEDURE DIVISION.
013000
013100*----------------------------------------------------------------*
013200*  0000-MAINLINE                                                 *
013300*----------------------------------------------------------------*
013400 0000-MAINLINE.
013500
013600     PERFORM 1000-INITIALIZE
013700         THRU 1000-INITIALIZE-EXIT.
013800
013900     PERFORM 2000-PROCESS-CURRENCY
014000         THRU 2000-PROCESS-CURRENCY-EXIT
014100         UNTIL MAINT-DONE-YES.
014200
014300     PERFORM 9000-FINALIZE
014400         THRU 9000-FINALIZE-EXIT.
014500
014600     GOBACK.
014700
014800*----------------------------------------------------------------*
014900*  1000-INITIALIZE                                                *
015000*----------------------------------------------------------------*
015100 1000-INITIALIZE.
015200
015300     OPEN I-O PAY-FXRT-FILE.
015400     OPEN INPUT OPER-AUTH-FILE.
015500
015600 1000-INITIALIZE-EXIT.
015700     EXIT.
015800
015900*----------------------------------------------------------------*
016000*  2000-PROCESS-CURRENCY                                          *
016100*      PROMPT FOR A CURRENCY CODE, LOOK UP ITS RATE RECORD, AND   *
016200*      IF THE OPERATOR CONFIRMS THE NEW VALUES, ADD OR REWRITE    *
016300*      THE PAYFXRT RECORD AND LOG THE CHANGE TO THE AUDIT TRAIL.  *
016400*----------------------------------------------------------------*
016500 2000-PROCESS-CURRENCY.
016600
016700     MOVE SPACES TO MAINT-CURRENCY-CD.
016800     DISPLAY MAINT-CURRENCY-SCREEN.
016900     ACCEPT MAINT-CURRENCY-SCREEN.
017000
017100     IF MAINT-CURRENCY-CD = 'END'
017200         SET MAINT-DONE-YES TO TRUE
017300         GO TO 2000-PROCESS-CURRENCY-EXIT
017400     END-IF.
017500
017600     IF MAINT-CURRENCY-CD = SPACES
017700         DISPLAY 'CURRENCY CODE REQUIRED - NO CHANGE MADE'
017800         GO TO 2000-PROCESS-CURRENCY-EXIT
017900     END-IF.
018000
018100     MOVE 'N' TO MAINT-ADD-SWITCH.
018200     MOVE MAINT-CURRENCY-CD TO FXRT-CURRENCY-CD.
018300     READ PAY-FXRT-FILE.
018400
018500     IF WS-FXRT-NOT-FOUND
018600         SET MAINT-ADD-YES TO TRUE
018700         MOVE ZERO  TO MAINT-OLD-RATE
018800         MOVE ZERO  TO MAINT-CUR-RATE-ED
018900         MOVE ZERO  TO MAINT-OLD-EFFECTIVE-DATE
019000         MOVE SPACE TO MAINT-OLD-STATUS
019100         DISPLAY 'CURRENCY NOT ON FILE - NEW RATE WILL BE ADDED'
019200     ELSE
019300         MOVE FXRT-RATE           TO MAINT-OLD-RATE
019400                                     MAINT-CUR-RATE-ED
019500         MOVE FXRT-EFFECTIVE-DATE TO MAINT-OLD-EFFECTIVE-DATE
019600         MOVE FXRT-STATUS         TO MAINT-OLD-STATUS
019700     END-IF.
019800
019900     MOVE SPACES TO MAINT-OPERATOR-ID MAINT-CONFIRM.
020000     MOVE ZERO   TO MAINT-RATE MAINT-EFFECTIVE-DATE.
020100     IF MAINT-ADD-YES
020200         MOVE 'A'              TO MAINT-STATUS
020300     ELSE
020400         MOVE MAINT-OLD-STATUS TO MAINT-STATUS
020500     END-IF.
020600     DISPLAY MAINT-UPDATE-SCREEN.
020700     ACCEPT MAINT-UPDATE-SCREEN.
020800
020900     IF MAINT-CONFIRM NOT = 'Y'
021000         DISPLAY 'UPDATE NOT CONFIRMED - NO CHANGE MADE'
021100         GO TO 2000-PROCESS-CURRENCY-EXIT
021200     END-IF.
021300
021400     MOVE MAINT-OPERATOR-ID TO OPER-ID.
021500     READ OPER-AUTH-FILE
021600         INVALID KEY
021700             DISPLAY 'OPERATOR NOT AUTHORIZED - NO CHANGE MADE'
021800             GO TO 2000-PROCESS-CURRENCY-EXIT
021900     END-READ.
022000
022100     IF NOT OPER-STATUS-ACTIVE
022200         DISPLAY 'OPERATOR REVOKED - NO CHANGE MADE'
022300         GO TO 2000-PROCESS-CURRENCY-EXIT
022400     END-IF.
022500
022600     IF MAINT-RATE = ZERO
022700         DISPLAY 'RATE MUST BE GREATER THAN ZERO - NO CHANGE'
022800         GO TO 2000-PROCESS-CURRENCY-EXIT
022900     END-IF.
023000
023100     IF NOT MAINT-STATUS-VALID
023200         DISPLAY 'STATUS MUST BE A OR S - NO CHANGE MADE'
023300         GO TO 2000-PROCESS-CURRENCY-EXIT
023400     END-IF.
023500
023600*    A RATE TAKES EFFECT TODAY UNLESS AN EARLIER DATE IS GIVEN -
023700*    PAYVAL01 CANNOT TELL A RATE FOR TOMORROW FROM ONE FOR TODAY.
023800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
023900     IF MAINT-EFFECTIVE-DATE = ZERO
024000         MOVE WS-TODAY-DATE TO MAINT-EFFECTIVE-DATE
024100     END-IF.
024200
024300     IF MAINT-EFFECTIVE-DATE > WS-TODAY-DATE
024400         DISPLAY 'EFFECTIVE DATE IN THE FUTURE - NO CHANGE MADE'
024500         GO TO 2000-PROCESS-CURRENCY-EXIT
024600     END-IF.
024700
024800     IF MAINT-ADD-YES
024900         PERFORM 2200-ADD-RATE
025000             THRU 2200-ADD-RATE-EXIT
025100     ELSE
025200         PERFORM 2300-CHANGE-RATE
025300             THRU 2300-CHANGE-RATE-EXIT
025400     END-IF.
025500
025600 2000-PROCESS-CURRENCY-EXIT.
025700     EXIT.
025800
025900*----------------------------------------------------------------*
026000*  2200-ADD-RATE                                                  *
026100*      BUILD A FRESH RATE RECORD FOR A CURRENCY NOT YET ON THE    *
026200*      TABLE.                                                     *
026300*----------------------------------------------------------------*
026400 2200-ADD-RATE.
026500
026600     ACCEPT WS-NOW-TIME FROM TIME.
026700
026800     MOVE SPACES               TO FXRT-RECORD.
026900     MOVE MAINT-CURRENCY-CD    TO FXRT-CURRENCY-CD.
027000     MOVE MAINT-RATE           TO FXRT-RATE.
027100     MOVE MAINT-EFFECTIVE-DATE TO FXRT-EFFECTIVE-DATE.
027200     MOVE MAINT-STATUS         TO FXRT-STATUS.
027300     MOVE WS-TODAY-DATE        TO FXRT-LAST-MAINT-DATE.
027400     MOVE WS-NOW-TIME          TO FXRT-LAST-MAINT-TIME.
027500     MOVE MAINT-OPERATOR-ID    TO FXRT-OPERATOR-ID.
027600
027700     WRITE FXRT-RECORD
027800         INVALID KEY
027900             DISPLAY 'WRITE FAILED FOR CURRENCY: '
028000                     MAINT-CURRENCY-CD
028100             GO TO 2200-ADD-RATE-EXIT
028200     END-WRITE.
028300
028400     PERFORM 2400-WRITE-AUDIT-LOG
028500         THRU 2400-WRITE-AUDIT-LOG-EXIT.
028600
028700 2200-ADD-RATE-EXIT.
028800     EXIT.
028900
029000*----------------------------------------------------------------*
029100*  2300-CHANGE-RATE                                               *
029200*      REPLACE THE RATE, EFFECTIVE DATE AND STATUS OF A CURRENCY  *
029300*      ALREADY ON THE TABLE.                                      *
029400*----------------------------------------------------------------*
029500 2300-CHANGE-RATE.
029600
029700     ACCEPT WS-NOW-TIME FROM TIME.
029800
029900     MOVE MAINT-RATE           TO FXRT-RATE.
030000     MOVE MAINT-EFFECTIVE-DATE TO FXRT-EFFECTIVE-DATE.
030100     MOVE MAINT-STATUS         TO FXRT-STATUS.
030200     MOVE WS-TODAY-DATE        TO FXRT-LAST-MAINT-DATE.
030300     MOVE WS-NOW-TIME          TO FXRT-LAST-MAINT-TIME.
030400     MOVE MAINT-OPERATOR-ID    TO FXRT-OPERATOR-ID.
030500
030600     REWRITE FXRT-RECORD
030700         INVALID KEY
030800             DISPLAY 'REWRITE FAILED FOR CURRENCY: '
030900                     MAINT-CURRENCY-CD
031000             GO TO 2300-CHANGE-RATE-EXIT
031100     END-REWRITE.
031200
031300     PERFORM 2400-WRITE-AUDIT-LOG
031400         THRU 2400-WRITE-AUDIT-LOG-EXIT.
031500
031600 2300-CHANGE-RATE-EXIT.
031700     EXIT.
031800
031900*----------------------------------------------------------------*
032000*  2400-WRITE-AUDIT-LOG                                           *
032100*----------------------------------------------------------------*
032200 2400-WRITE-AUDIT-LOG.
032300
032400     MOVE SPACES                   TO XLOG-RECORD.
032500     MOVE MAINT-CURRENCY-CD        TO XLOG-CURRENCY-CD.
032600     IF MAINT-ADD-YES
032700         MOVE 'A'                  TO XLOG-FUNCTION
032800     ELSE
032900         MOVE 'C'                  TO XLOG-FUNCTION
033000     END-IF.
033100     MOVE 'O'                      TO XLOG-SOURCE.
033200     MOVE MAINT-OLD-RATE           TO XLOG-OLD-RATE.
033300     MOVE MAINT-RATE               TO XLOG-NEW-RATE.
033400     MOVE MAINT-OLD-STATUS         TO XLOG-OLD-STATUS.
033500     MOVE MAINT-STATUS             TO XLOG-NEW-STATUS.
033600     MOVE MAINT-OLD-EFFECTIVE-DATE TO XLOG-OLD-EFFECTIVE-DATE.
033700     MOVE MAINT-EFFECTIVE-DATE     TO XLOG-NEW-EFFECTIVE-DATE.
033800     MOVE WS-TODAY-DATE            TO XLOG-CHANGE-DATE.
033900     MOVE WS-NOW-TIME              TO XLOG-CHANGE-TIME.
034000     MOVE MAINT-OPERATOR-ID        TO XLOG-OPERATOR-ID.
034100
034200     OPEN EXTEND PAY-FXRT-LOG-FILE.
034300     WRITE XLOG-RECORD.
034400     CLOSE PAY-FXRT-LOG-FILE.
034500
034600 2400-WRITE-AUDIT-LOG-EXIT.
034700     EXIT.
034800
034900*----------------------------------------------------------------*
035000*  9000-FINALIZE                                                  *
035100*----------------------------------------------------------------*
035200 9000-FINALIZE.
035300
035400     CLOSE PAY-FXRT-FILE.
035500     CLOSE OPER-AUTH-FILE.
035600
035700 9000-FINALIZE-EXIT.
035800     EXIT.
