000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYFWV01.
000300 AUTHOR.         D MCALLISTER.
000400 INSTALLATION.   CONSUMER CARD SERVICES - AUTHORIZATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  2026-10-15  DM   INITIAL VERSION - ONLINE OVERDRAFT FEE WAIVER,*
001100*                   MODELED ON PAYDSP01.  A SUPERVISOR KEYS THE   *
001200*                   ACCOUNT AND THE FEE REFERENCE SHOWN ON THE    *
001300*                   STATEMENT; THE FEE CHARGED BY PAYFEE01 IS     *
001400*                   SHOWN FROM THE FEE FILE (PAYFEE) AND, WITH A  *
001500*                   REASON AND CONFIRMATION, IS MARKED WAIVED AND *
001600*                   CREDITED BACK TO THE ECIF BALANCE.  THE       *
001700*                   OPERATOR MUST BE ACTIVE ON PAYOPER WITH THE   *
001800*                   SUPERVISOR (V) OR ADMINISTRATOR (A) ROLE.     *
001900*                   EVERY WAIVER GOES TO THE FEE HISTORY (PAYFHST)*
002000*                   WITH THE OPERATOR, DATE, TIME AND REASON - THE*
002100*                   STATEMENT, THE GL EXTRACT AND THE ACCESS      *
002200*                   REVIEW ALL TAKE IT FROM THERE.                *
002300*----------------------------------------------------------------*
002400
002500 ENVIRONMENT DIVISION.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT FEE-FILE             ASSIGN TO PAYFEE
003000                                  ORGANIZATION IS INDEXED
003100                                  ACCESS MODE IS RANDOM
003200                                  RECORD KEY IS FEE-KEY
003300                                  FILE STATUS IS WS-FEE-STATUS.
003400
003500     SELECT ECIF-CUSTOMER-FILE   ASSIGN TO ECIFCUS
003600                                  ORGANIZATION IS INDEXED
003700                                  ACCESS MODE IS RANDOM
003800                                  RECORD KEY IS ECIF-ACCT-NO
003900                                  FILE STATUS IS WS-ECIF-STATUS.
004000
004100     SELECT OPER-AUTH-FILE       ASSIGN TO PAYOPER
004200                                  ORGANIZATION IS INDEXED
004300                                  ACCESS MODE IS RANDOM
004400                                  RECORD KEY IS OPER-ID
004500                                  FILE STATUS IS WS-OPER-STAT.
004600
004700     SELECT FEE-HIST-FILE        ASSIGN TO PAYFHST
004800                                  ORGANIZATION IS LINE SEQUENTIAL.
004900
005000 DATA DIVISION.
005100
005200 FILE SECTION.
005300 FD  FEE-FILE.
005400 COPY PAYFEE.
005500
005600 FD  ECIF-CUSTOMER-FILE.
005700 COPY ECIFCUS.
005800
005900 FD  OPER-AUTH-FILE.
006000 COPY OPERTAB.
006100
006200 FD  FEE-HIST-FILE
006300     RECORDING MODE IS F.
006400 COPY PAYFHST.
006500
006600 WORKING-STORAGE SECTION.
006700
006800 01  WS-FEE-STATUS                PIC X(02).
006900     88  WS-FEE-FOUND                    VALUE '00'.
007000     88  WS-FEE-NOT-FOUND                VALUE '23'.
007100
007200 01  WS-ECIF-STATUS               PIC X(02).
007300     88  WS-ECIF-FOUND                   VALUE '00'.
007400     88  WS-ECIF-NOT-FOUND               VALUE '23'.
007500
007600 01  WS-OPER-STAT                 PIC X(02).
007700     88  WS-OPER-FOUND                   VALUE '00'.
007800     88  WS-OPER-NOT-FOUND               VALUE '23'.
007900
008000 01  WS-SWITCHES.
008100     05  FWV-DONE-SWITCH           PIC X(01)      VALUE 'N'.
008200         88  FWV-DONE-YES                VALUE 'Y'.
008300
008400 01  WS-TODAY-DATE                PIC 9(08).
008500 01  WS-NOW-TIME                  PIC 9(08).
008600
008700 01  FWV-ACCT-NO                  PIC X(10).
008800 01  FWV-FEE-REF                  PIC X(12).
008900 01  FWV-FEE-DESC                 PIC X(20).
009000 01  FWV-REASON                   PIC X(30).
009100 01  FWV-OPERATOR-ID              PIC X(08).
009200 01  FWV-CONFIRM                  PIC X(01).
009300
009400 SCREEN SECTION.
009500 01  FWV-SELECT-SCREEN.
009600     05  BLANK SCREEN.
009700     05  LINE 02 COL 10
009800         VALUE 'PAYFWV01 - OVERDRAFT FEE WAIVER'.
009900     05  LINE 04 COL 10
010000         VALUE 'ACCOUNT NUMBER (OR END TO QUIT) . . .'.
010100     05  LINE 04 COL 48 PIC X(10) USING FWV-ACCT-NO.
010200     05  LINE 06 COL 10
010300         VALUE 'FEE REFERENCE . . . . . . . . . . . .'.
010400     05  LINE 06 COL 48 PIC X(12) USING FWV-FEE-REF.
010500
010600 01  FWV-WAIVE-SCREEN.
010700     05  BLANK SCREEN.
010800     05  LINE 02 COL 10
010900         VALUE 'PAYFWV01 - WAIVE OVERDRAFT FEE'.
011000     05  LINE 04 COL 10
011100         VALUE 'ACCOUNT NUMBER . . . . . . . . . . . .'.
011200     05  LINE 04 COL 48 PIC X(10) FROM FWV-ACCT-NO.
011300     05  LINE 05 COL 10
011400         VALUE 'FEE REFERENCE. . . . . . . . . . . . .'.
011500     05  LINE 05 COL 48 PIC X(12) FROM FWV-FEE-REF.
011600     05  LINE 06 COL 10
011700         VALUE 'FEE TYPE . . . . . . . . . . . . . . .'.
011800     05  LINE 06 COL 48 PIC X(20) FROM FWV-FEE-DESC.
011900     05  LINE 07 COL 10
012000         VALUE 'FEE AMOUNT . . . . . . . . . . . . . .'.
012100     05  LINE 07 COL 48 PIC ZZ,ZZ9.99 FROM FEE-AMOUNT.
012200     05  LINE 08 COL 10
012300         VALUE 'DATE CHARGED . . . . . . . . . . . . .'.
012400     05  LINE 08 COL 48 PIC 9(08) FROM FEE-REF-DATE.
012500     05  LINE 09 COL 10
012600         VALUE 'TRANSACTION THAT TRIGGERED IT. . . . .'.
012700     05  LINE 09 COL 48 PIC X(12) FROM FEE-TRIGGER-TRAN-ID.
012800     05  LINE 11 COL 10
012900         VALUE 'REASON FOR WAIVER . . . . . . . . . .'.
013000     05  LINE 11 COL 48 PIC X(30) USING FWV-REASON.
013100     05  LINE 12 COL 10
013200         VALUE 'OPERATOR ID . . . . . . . . . . . . .'.
013300     05  LINE 12 COL 48 PIC X(08) USING FWV-OPERATOR-ID.
013400     05  LINE 14 COL 10
013500         VALUE 'CONFIRM WAIVER (Y/N). . . . . . . . .'.
013600     05  LINE 14 COL 48 PIC X(01) USING FWV-CONFIRM.
013700
013800 PROCEDURE DIVISION.
013900
014000*----------------------------------------------------------------*
014100*  0000-MAINLINE                                                 *
014200*----------------------------------------------------------------*
014300 0000-MAINLINE.
014400
014500     PERFORM 1000-INITIALIZE
014600         THRU 1000-INITIALIZE-EXIT.
014700
014800     PERFORM 2000-PROCESS-WAIVER
014900         THRU 2000-PROCESS-WAIVER-EXIT
015000         UNTIL FWV-DONE-YES.
015100
015200     PERFORM 9000-FINALIZE
015300         THRU 9000-FINALIZE-EXIT.
015400
015500     GOBACK.
015600
015700*----------------------------------------------------------------*
015800*  1000-INITIALIZE                                                *
015900*----------------------------------------------------------------*
016000 1000-INITIALIZE.
016100
016200     OPEN I-O   FEE-FILE.
016300     OPEN I-O   ECIF-CUSTOMER-FILE.
016400     OPEN INPUT OPER-AUTH-FILE.
016500
016600 1000-INITIALIZE-EXIT.
016700     EXIT.
016800
016900*----------------------------------------------------------------*
017000*  2000-PROCESS-WAIVER                                            *
017100*      PROMPT FOR THE FEE, SHOW IT, AND WAIVE IT ONCE THE         *
017200*      SUPERVISOR HAS GIVEN A REASON AND CONFIRMED.               *
017300*----------------------------------------------------------------*
017400 2000-PROCESS-WAIVER.
017500
017600     MOVE SPACES TO FWV-ACCT-NO FWV-FEE-REF.
017700     DISPLAY FWV-SELECT-SCREEN.
017800     ACCEPT FWV-SELECT-SCREEN.
017900
018000     IF FWV-ACCT-NO = 'END'
018100         SET FWV-DONE-YES TO TRUE
018200         GO TO 2000-PROCESS-WAIVER-EXIT
018300     END-IF.
018400
018500     MOVE FWV-ACCT-NO TO FEE-ACCT-NO.
018600     MOVE FWV-FEE-REF TO FEE-REF.
018700     READ FEE-FILE.
018800
018900     IF NOT WS-FEE-FOUND
019000         DISPLAY 'NO FEE ON FILE FOR THIS REFERENCE'
019100         GO TO 2000-PROCESS-WAIVER-EXIT
019200     END-IF.
019300
019400     IF FEE-STATUS-WAIVED
019500         DISPLAY 'FEE WAS ALREADY WAIVED ON ' FEE-WAIVE-DATE
019600                 ' BY ' FEE-WAIVE-OPER-ID
019700         GO TO 2000-PROCESS-WAIVER-EXIT
019800     END-IF.
019900
020000     IF FEE-TYPE-OVER-LIMIT
020100         MOVE 'OVER-LIMIT FEE'  TO FWV-FEE-DESC
020200     ELSE
020300         MOVE 'OVERDRAFT FEE'   TO FWV-FEE-DESC
020400     END-IF.
020500
020600     MOVE SPACES TO FWV-REASON FWV-OPERATOR-ID FWV-CONFIRM.
020700     DISPLAY FWV-WAIVE-SCREEN.
020800     ACCEPT FWV-WAIVE-SCREEN.
020900
021000     IF FWV-CONFIRM NOT = 'Y'
021100         DISPLAY 'WAIVER NOT CONFIRMED - NO CHANGE MADE'
021200         GO TO 2000-PROCESS-WAIVER-EXIT
021300     END-IF.
021400
021500     PERFORM 2500-VERIFY-OPERATOR
021600         THRU 2500-VERIFY-OPERATOR-EXIT.
021700     IF FWV-CONFIRM NOT = 'Y'
021800         GO TO 2000-PROCESS-WAIVER-EXIT
021900     END-IF.
022000
022100     IF FWV-REASON = SPACES
022200         DISPLAY 'REASON REQUIRED - NO CHANGE MADE'
022300         GO TO 2000-PROCESS-WAIVER-EXIT
022400     END-IF.
022500
022600     PERFORM 3000-WAIVE-FEE
022700         THRU 3000-WAIVE-FEE-EXIT.
022800
022900 2000-PROCESS-WAIVER-EXIT.
023000     EXIT.
023100
023200*----------------------------------------------------------------*
023300*  2500-VERIFY-OPERATOR                                           *
023400*      THE OPERATOR ID KEYED IN MUST BE ON FILE, ACTIVE, AND HOLD *
023500*      THE SUPERVISOR OR ADMINISTRATOR ROLE.  FWV-CONFIRM IS      *
023600*      BLANKED ON FAILURE SO THE CALLER DROPS THE WAIVER.         *
023700*----------------------------------------------------------------*
023800 2500-VERIFY-OPERATOR.
023900
024000     MOVE FWV-OPERATOR-ID TO OPER-ID.
024100     READ OPER-AUTH-FILE
024200         INVALID KEY
024300             DISPLAY 'OPERATOR NOT AUTHORIZED - NO CHANGE MADE'
024400             MOVE SPACE TO FWV-CONFIRM
024500             GO TO 2500-VERIFY-OPERATOR-EXIT
024600     END-READ.
024700
024800     IF NOT OPER-STATUS-ACTIVE
024900         DISPLAY 'OPERATOR REVOKED - NO CHANGE MADE'
025000         MOVE SPACE TO FWV-CONFIRM
025100         GO TO 2500-VERIFY-OPERATOR-EXIT
025200     END-IF.
025300
025400     IF NOT OPER-ROLE-SUPERVISOR
025500     AND NOT OPER-ROLE-ADMIN
025600         DISPLAY 'SUPERVISOR ROLE REQUIRED - NO CHANGE MADE'
025700         MOVE SPACE TO FWV-CONFIRM
025800     END-IF.
025900
026000 2500-VERIFY-OPERATOR-EXIT.
026100     EXIT.
026200
026300*----------------------------------------------------------------*
026400*  3000-WAIVE-FEE                                                 *
026500*      THE FEE IS MARKED WAIVED BEFORE THE MONEY GOES BACK, SO A  *
026600*      SECOND WAIVER OF THE SAME FEE CANNOT CREDIT IT TWICE.  AN  *
026700*      ACCOUNT NO LONGER ON ECIF HAS NO BALANCE TO CREDIT AND THE *
026800*      FEE IS LEFT AS IT WAS.                                     *
026900*----------------------------------------------------------------*
027000 3000-WAIVE-FEE.
027100
027200     MOVE FWV-ACCT-NO TO ECIF-ACCT-NO.
027300     READ ECIF-CUSTOMER-FILE.
027400
027500     IF WS-ECIF-NOT-FOUND
027600         DISPLAY 'ACCOUNT NOT ON ECIF - FEE NOT WAIVED'
027700         GO TO 3000-WAIVE-FEE-EXIT
027800     END-IF.
027900
028000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
028100     ACCEPT WS-NOW-TIME   FROM TIME.
028200
028300     MOVE 'W'             TO FEE-STATUS.
028400     MOVE WS-TODAY-DATE   TO FEE-WAIVE-DATE.
028500     MOVE FWV-OPERATOR-ID TO FEE-WAIVE-OPER-ID.
028600     MOVE FWV-REASON      TO FEE-WAIVE-REASON.
028700
028800     REWRITE FEE-RECORD
028900         INVALID KEY
029000             DISPLAY 'REWRITE FAILED FOR FEE: ' FWV-FEE-REF
029100             GO TO 3000-WAIVE-FEE-EXIT
029200     END-REWRITE.
029300
029400     ADD FEE-AMOUNT TO ECIF-ACCT-BALANCE.
029500     REWRITE ECIF-CUSTOMER-RECORD.
029600
029700     PERFORM 5000-WRITE-FEE-HISTORY
029800         THRU 5000-WRITE-FEE-HISTORY-EXIT.
029900
030000     DISPLAY 'FEE WAIVED AND CREDITED - REFERENCE ' FWV-FEE-REF.
030100
030200 3000-WAIVE-FEE-EXIT.
030300     EXIT.
030400
030500*----------------------------------------------------------------*
030600*  5000-WRITE-FEE-HISTORY                                         *
030700*      THE WAIVER'S AUDIT RECORD - WHO, WHEN, WHY, AND THE        *
030800*      BALANCE THE CREDIT LEFT.                                   *
030900*----------------------------------------------------------------*
031000 5000-WRITE-FEE-HISTORY.
031100
031200     MOVE SPACES              TO FHST-RECORD.
031300     MOVE FEE-ACCT-NO         TO FHST-ACCT-NO.
031400     MOVE FEE-REF             TO FHST-FEE-REF.
031500     MOVE 'W'                 TO FHST-ENTRY-TYPE.
031600     MOVE FEE-TYPE            TO FHST-FEE-TYPE.
031700     MOVE FEE-AMOUNT          TO FHST-AMOUNT.
031800     MOVE WS-TODAY-DATE       TO FHST-ENTRY-DATE.
031900     MOVE WS-NOW-TIME         TO FHST-ENTRY-TIME.
032000     MOVE ECIF-ACCT-BALANCE   TO FHST-BALANCE-AFTER.
032100     MOVE FEE-TRIGGER-TRAN-ID TO FHST-TRIGGER-TRAN-ID.
032200     MOVE FWV-OPERATOR-ID     TO FHST-OPERATOR-ID.
032300     MOVE FWV-REASON          TO FHST-REASON.
032400
032500     OPEN EXTEND FEE-HIST-FILE.
032600     WRITE FHST-RECORD.
032700     CLOSE FEE-HIST-FILE.
032800
032900 5000-WRITE-FEE-HISTORY-EXIT.
033000     EXIT.
033100
033200*----------------------------------------------------------------*
033300*  9000-FINALIZE                                                  *
033400*----------------------------------------------------------------*
033500 9000-FINALIZE.
033600
033700     CLOSE FEE-FILE.
033800     CLOSE ECIF-CUSTOMER-FILE.
033900     CLOSE OPER-AUTH-FILE.
034000
034100 9000-FINALIZE-EXIT.
034200     EXIT.
