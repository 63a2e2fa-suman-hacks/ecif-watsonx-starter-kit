000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYINT01.
000300 AUTHOR.         D MCALLISTER.
000400 INSTALLATION.   CONSUMER CARD SERVICES - AUTHORIZATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  2026-10-15  DM   INITIAL VERSION - NIGHTLY CROSS-FILE INTEGRITY*
001100*                   CHECK.  CLOSING AN ACCOUNT (A PAYCIF01 DELTA OR*
001200*                   A REP IN PAYMAINT) CHANGES ONLY THE ECIF      *
001300*                   RECORD, SO PRE-AUTH HOLDS, LIMIT AND CATEGORY *
001400*                   RULES, FRAUD ALERTS AND DISPUTE CASES WERE LEFT*
001500*                   STANDING AGAINST IT - HOLDS WERE FOUND WEEKS  *
001600*                   AFTER THE CLOSE.  WALKS PAYHOLD, PAYLIM, PAYMCC,*
001700*                   FRDQUE AND PAYDSPC IN TURN AND LOOKS EACH     *
001800*                   ACCOUNT UP ON ECIF.  ON A CLOSED ACCOUNT AN OPEN*
001900*                   HOLD IS RELEASED (STATUS 'R') AND THE LIMIT AND*
002000*                   CATEGORY RECORDS ARE RETIRED, EACH WITH A     *
002100*                   PAYILOG ENTRY UNDER THE RUN'S NAME.  AN OPEN  *
002200*                   ALERT OR UNRESOLVED DISPUTE IS NEVER CLOSED HERE*
002300*                   - IT GOES ON THE EXCEPTION LIST FOR THE TEAMS TO*
002400*                   WORK.  A RECORD WHOSE ACCOUNT IS NOT ON ECIF AT*
002500*                   ALL IS REPORTED AND LEFT ALONE.  RUNS IN THE  *
002600*                   PAYRCTL CHAIN AFTER PAYCIF01, SO TONIGHT'S    *
002700*                   CLOSURES ARE SEEN TONIGHT.                    *
002710*  2026-10-15  DM   A RETIRED LIMIT RECORD NOW LOGS ITS           *
002720*                   CROSS-BORDER RULE AND CAP TO PAYILOG WITH THE *
002730*                   LIMITS.                                       *
002800*----------------------------------------------------------------*
002900
003000 ENVIRONMENT DIVISION.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ECIF-CUSTOMER-FILE   ASSIGN TO ECIFCUS
003500                                  ORGANIZATION IS INDEXED
003600                                  ACCESS MODE IS RANDOM
003700                                  RECORD KEY IS ECIF-ACCT-NO
003800                                  FILE STATUS IS WS-ECIF-STATUS.
003900
004000     SELECT PAY-HOLD-FILE        ASSIGN TO PAYHOLD
004100                                  ORGANIZATION IS INDEXED
004200                                  ACCESS MODE IS SEQUENTIAL
004300                                  RECORD KEY IS HOLD-KEY
004400                                  FILE STATUS IS WS-HOLD-STATUS.
004500
004600     SELECT PAY-LIMITS-FILE      ASSIGN TO PAYLIM
004700                                  ORGANIZATION IS INDEXED
004800                                  ACCESS MODE IS SEQUENTIAL
004900                                  RECORD KEY IS LIM-ACCT-NO
005000                                  FILE STATUS IS WS-LIM-STATUS.
005100
005200     SELECT PAY-MCC-RULE-FILE    ASSIGN TO PAYMCC
005300                                  ORGANIZATION IS INDEXED
005400                                  ACCESS MODE IS SEQUENTIAL
005500                                  RECORD KEY IS MCC-KEY
005600                                  FILE STATUS IS WS-MCC-STATUS.
005700
005800     SELECT FRAUD-QUEUE-FILE     ASSIGN TO FRDQUE
005900                                  ORGANIZATION IS INDEXED
006000                                  ACCESS MODE IS SEQUENTIAL
006100                                  RECORD KEY IS FRDQ-KEY
006200                                  FILE STATUS IS WS-FRDQ-STATUS.
006300
006400     SELECT DISPUTE-CASE-FILE    ASSIGN TO PAYDSPC
006500                                  ORGANIZATION IS INDEXED
006600                                  ACCESS MODE IS SEQUENTIAL
006700                                  RECORD KEY IS DSP-KEY
006800                                  FILE STATUS IS WS-DSP-STATUS.
006900
007000     SELECT INT-LOG-FILE         ASSIGN TO PAYILOG
007100                                  ORGANIZATION IS LINE SEQUENTIAL.
007200
007300     SELECT INT-RPT-FILE         ASSIGN TO PAYINRPT
007400                                  ORGANIZATION IS LINE SEQUENTIAL.
007500
007600     SELECT INT-EXCP-FILE        ASSIGN TO PAYINEXC
007700                                  ORGANIZATION IS LINE SEQUENTIAL.
007800
007900 DATA DIVISION.
008000
008100 FILE SECTION.
008200 FD  ECIF-CUSTOMER-FILE.
008300 COPY ECIFCUS.
008400
008500 FD  PAY-HOLD-FILE.
008600 COPY PAYHOLD.
008700
008800 FD  PAY-LIMITS-FILE.
008900 COPY PAYLIM.
009000
009100 FD  PAY-MCC-RULE-FILE.
009200 COPY PAYMCC.
009300
009400 FD  FRAUD-QUEUE-FILE.
009500 COPY FRDQUE.
009600
009700 FD  DISPUTE-CASE-FILE.
009800 COPY DSPCASE.
009900
010000 FD  INT-LOG-FILE
010100     RECORDING MODE IS F.
010200 COPY PAYILOG.
010300
010400 FD  INT-RPT-FILE
010500     RECORDING MODE IS F.
010600 01  RPT-LINE                    PIC X(80).
010700
010800 FD  INT-EXCP-FILE
010900     RECORDING MODE IS F.
011000 01  EXCP-LINE                   PIC X(80).
011100
011200 WORKING-STORAGE SECTION.
011300
011400 01  WS-ECIF-STATUS              PIC X(02).
011500     88  WS-ECIF-GOOD                     VALUE '00'.
011600     88  WS-ECIF-NOT-FOUND                VALUE '23'.
011700
011800 01  WS-HOLD-STATUS              PIC X(02).
011900     88  WS-HOLD-GOOD                     VALUE '00'.
012000
012100 01  WS-LIM-STATUS               PIC X(02).
012200     88  WS-LIM-GOOD                      VALUE '00'.
012300
012400 01  WS-MCC-STATUS               PIC X(02).
012500     88  WS-MCC-GOOD                      VALUE '00'.
012600
012700 01  WS-FRDQ-STATUS              PIC X(02).
012800     88  WS-FRDQ-GOOD                     VALUE '00'.
012900
013000 01  WS-DSP-STATUS               PIC X(02).
013100     88  WS-DSP-GOOD                      VALUE '00'.
013200
013300 01  WS-SWITCHES.
013400     05  WS-HOLD-EOF-SWITCH        PIC X(01)      VALUE 'N'.
013500         88  WS-HOLD-EOF-YES              VALUE 'Y'.
013600     05  WS-LIM-EOF-SWITCH         PIC X(01)      VALUE 'N'.
013700         88  WS-LIM-EOF-YES               VALUE 'Y'.
013800     05  WS-MCC-EOF-SWITCH         PIC X(01)      VALUE 'N'.
013900         88  WS-MCC-EOF-YES               VALUE 'Y'.
014000     05  WS-FRDQ-EOF-SWITCH        PIC X(01)      VALUE 'N'.
014100         88  WS-FRDQ-EOF-YES              VALUE 'Y'.
014200     05  WS-DSP-EOF-SWITCH         PIC X(01)      VALUE 'N'.
014300         88  WS-DSP-EOF-YES               VALUE 'Y'.
014400
014500*    THE ACCOUNT LAST LOOKED UP ON ECIF AND WHAT WAS FOUND.  EACH
014600*    FILE IS READ IN ACCOUNT ORDER, SO AN ACCOUNT WITH SEVERAL
014700*    HOLDS OR CATEGORY RULES IS READ FROM ECIF ONCE, NOT ONCE PER
014800*    RECORD.
014900 01  WS-LOOKUP-ACCT-NO           PIC X(10)       VALUE SPACES.
015000 01  WS-ACCT-STATE               PIC X(01)       VALUE SPACE.
015100     88  WS-ACCT-OPEN                     VALUE 'O'.
015200     88  WS-ACCT-CLOSED                   VALUE 'C'.
015300     88  WS-ACCT-MISSING                  VALUE 'M'.
015400 01  WS-REASON-TEXT              PIC X(07).
015500
015600 01  WS-RUN-DATE                 PIC 9(08).
015700 01  WS-NOW-TIME                 PIC 9(08).
015800
015900 01  WS-JOB-NAME                 PIC X(08)       VALUE 'PAYINT01'.
016000
016100 01  WS-COUNTERS.
016200     05  WS-ECIF-LOOKUP-COUNT      PIC 9(07)      VALUE ZERO.
016300     05  WS-HOLD-READ-COUNT        PIC 9(07)      VALUE ZERO.
016400     05  WS-HOLD-RELEASED-COUNT    PIC 9(07)      VALUE ZERO.
016500     05  WS-HOLD-MISSING-COUNT     PIC 9(07)      VALUE ZERO.
016600     05  WS-LIM-READ-COUNT         PIC 9(07)      VALUE ZERO.
016700     05  WS-LIM-RETIRED-COUNT      PIC 9(07)      VALUE ZERO.
016800     05  WS-LIM-MISSING-COUNT      PIC 9(07)      VALUE ZERO.
016900     05  WS-MCC-READ-COUNT         PIC 9(07)      VALUE ZERO.
017000     05  WS-MCC-RETIRED-COUNT      PIC 9(07)      VALUE ZERO.
017100     05  WS-MCC-MISSING-COUNT      PIC 9(07)      VALUE ZERO.
017200     05  WS-FRDQ-READ-COUNT        PIC 9(07)      VALUE ZERO.
017300     05  WS-FRDQ-EXCP-COUNT        PIC 9(07)      VALUE ZERO.
017400     05  WS-DSP-READ-COUNT         PIC 9(07)      VALUE ZERO.
017500     05  WS-DSP-EXCP-COUNT         PIC 9(07)      VALUE ZERO.
017600     05  WS-UPDATE-FAIL-COUNT      PIC 9(07)      VALUE ZERO.
017700     05  WS-TOTAL-READ-COUNT       PIC 9(07)      VALUE ZERO.
017800
017900 01  WS-RPT-COUNT-ED              PIC ZZZ,ZZ9.
018000 01  WS-RPT-AMT-ED                PIC Z,ZZZ,ZZ9.99.
018100
018200 COPY RCTLPRM.
018300
018400 PROCEDURE DIVISION.
018500
018600*----------------------------------------------------------------*
018700*  0000-MAINLINE                                                 *
018800*----------------------------------------------------------------*
018900 0000-MAINLINE.
019000
019100     PERFORM 1000-INITIALIZE
019200         THRU 1000-INITIALIZE-EXIT.
019300
019400     PERFORM 2000-PROCESS-HOLD
019500         THRU 2000-PROCESS-HOLD-EXIT
019600         UNTIL WS-HOLD-EOF-YES.
019700
019800     PERFORM 2100-PROCESS-LIMIT
019900         THRU 2100-PROCESS-LIMIT-EXIT
020000         UNTIL WS-LIM-EOF-YES.
020100
020200     PERFORM 2200-PROCESS-MCC
020300         THRU 2200-PROCESS-MCC-EXIT
020400         UNTIL WS-MCC-EOF-YES.
020500
020600     PERFORM 2300-PROCESS-ALERT
020700         THRU 2300-PROCESS-ALERT-EXIT
020800         UNTIL WS-FRDQ-EOF-YES.
020900
021000     PERFORM 2400-PROCESS-DISPUTE
021100         THRU 2400-PROCESS-DISPUTE-EXIT
021200         UNTIL WS-DSP-EOF-YES.
021300
021400     PERFORM 9000-FINALIZE
021500         THRU 9000-FINALIZE-EXIT.
021600
021700     GOBACK.
021800
021900*----------------------------------------------------------------*
022000*  1000-INITIALIZE                                                *
022100*----------------------------------------------------------------*
022200 1000-INITIALIZE.
022300
022400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022500     PERFORM 1050-RUN-CONTROL-START
022600         THRU 1050-RUN-CONTROL-START-EXIT.
022700
022800     OPEN INPUT  ECIF-CUSTOMER-FILE.
022900     OPEN I-O    PAY-HOLD-FILE.
023000     OPEN I-O    PAY-LIMITS-FILE.
023100     OPEN I-O    PAY-MCC-RULE-FILE.
023200     OPEN INPUT  FRAUD-QUEUE-FILE.
023300     OPEN INPUT  DISPUTE-CASE-FILE.
023400     OPEN EXTEND INT-LOG-FILE.
023500     OPEN OUTPUT INT-RPT-FILE.
023600     OPEN OUTPUT INT-EXCP-FILE.
023700
023800     MOVE SPACES TO RPT-LINE.
023900     STRING 'PAYINT01 - CROSS-FILE INTEGRITY CHECK  DATE: '
024000             WS-RUN-DATE DELIMITED BY SIZE
024100         INTO RPT-LINE.
024200     WRITE RPT-LINE.
024300
024400     MOVE ALL '-' TO RPT-LINE.
024500     WRITE RPT-LINE.
024600
024700     MOVE SPACES TO EXCP-LINE.
024800     STRING 'PAYINT01 - CLOSED/MISSING ACCOUNT EXCEPTIONS  DATE: '
024900             WS-RUN-DATE DELIMITED BY SIZE
025000         INTO EXCP-LINE.
025100     WRITE EXCP-LINE.
025200
025300     MOVE SPACES TO EXCP-LINE.
025400     STRING 'OPEN FRAUD ALERTS AND UNRESOLVED DISPUTES'
025500             ' - NOT CLOSED BY THIS RUN' DELIMITED BY SIZE
025600         INTO EXCP-LINE.
025700     WRITE EXCP-LINE.
025800
025900     MOVE ALL '-' TO EXCP-LINE.
026000     WRITE EXCP-LINE.
026100
026200     PERFORM 2900-READ-HOLD
026300         THRU 2900-READ-HOLD-EXIT.
026400     PERFORM 2910-READ-LIMIT
026500         THRU 2910-READ-LIMIT-EXIT.
026600     PERFORM 2920-READ-MCC
026700         THRU 2920-READ-MCC-EXIT.
026800     PERFORM 2930-READ-ALERT
026900         THRU 2930-READ-ALERT-EXIT.
027000     PERFORM 2940-READ-DISPUTE
027100         THRU 2940-READ-DISPUTE-EXIT.
027200
027300 1000-INITIALIZE-EXIT.
027400     EXIT.
027500
027600*----------------------------------------------------------------*
027700*  1050-RUN-CONTROL-START                                         *
027800*      RECORD THE START ON THE SHARED RUN-CONTROL FILE.  THE      *
027900*      RUN IS REFUSED UNTIL PAYCIF01 HAS COMPLETED FOR THIS       *
028000*      BUSINESS DATE, OR IF IT HAS ALREADY COMPLETED TONIGHT -    *
028100*      A RESTART AFTER AN ABEND IS LET THROUGH.                   *
028200*----------------------------------------------------------------*
028300 1050-RUN-CONTROL-START.
028400
028500     MOVE 'S'         TO RCTLP-FUNCTION.
028600     MOVE 'PAYINT01'  TO RCTLP-JOB-NAME.
028700     MOVE 'PAYCIF01'  TO RCTLP-PRED-JOB-NAME.
028800     MOVE WS-RUN-DATE TO RCTLP-BUS-DATE.
028900     MOVE ZERO        TO RCTLP-RECORDS-PROCESSED.
029000     CALL 'PAYRCTL' USING RCTL-PARM.
029100
029200     IF RCTLP-PRED-NOT-DONE
029300         DISPLAY 'PAYINT01 HELD - PAYCIF01 NOT COMPLETE FOR '
029400                 WS-RUN-DATE
029500         MOVE 16 TO RETURN-CODE
029600         GOBACK
029700     END-IF.
029800
029900     IF RCTLP-ALREADY-DONE
030000         DISPLAY 'PAYINT01 HELD - ALREADY COMPLETE FOR '
030100                 WS-RUN-DATE
030200         MOVE 16 TO RETURN-CODE
030300         GOBACK
030400     END-IF.
030500
030600 1050-RUN-CONTROL-START-EXIT.
030700     EXIT.
030800
030900*----------------------------------------------------------------*
031000*  2000-PROCESS-HOLD                                              *
031100*      ONE PRE-AUTH HOLD.  ONLY AN OPEN HOLD STILL COUNTS         *
031200*      AGAINST AN ACCOUNT - COMPLETED, EXPIRED AND RELEASED       *
031300*      HOLDS ARE HISTORY AND PAYHEXP PURGES THEM.  AN OPEN HOLD   *
031400*      ON A CLOSED ACCOUNT IS RELEASED; ONE ON AN ACCOUNT NOT ON  *
031500*      ECIF IS REPORTED.                                          *
031600*----------------------------------------------------------------*
031700 2000-PROCESS-HOLD.
031800
031900     IF NOT HOLD-STATUS-OPEN
032000         GO TO 2000-PROCESS-HOLD-NEXT
032100     END-IF.
032200
032300     MOVE HOLD-ACCT-NO TO ECIF-ACCT-NO.
032400     PERFORM 2800-LOOKUP-ACCOUNT
032500         THRU 2800-LOOKUP-ACCOUNT-EXIT.
032600
032700     IF WS-ACCT-OPEN
032800         GO TO 2000-PROCESS-HOLD-NEXT
032900     END-IF.
033000
033100     IF WS-ACCT-MISSING
033200         ADD 1 TO WS-HOLD-MISSING-COUNT
033300         MOVE HOLD-AMOUNT TO WS-RPT-AMT-ED
033400         MOVE SPACES TO RPT-LINE
033500         STRING 'OPEN HOLD    - NOT ON ECIF - ACCT: ' HOLD-ACCT-NO
033600                 '  TRAN: ' HOLD-TRAN-ID '  ' WS-RPT-AMT-ED
033700             DELIMITED BY SIZE
033800             INTO RPT-LINE
033900         WRITE RPT-LINE
034000         GO TO 2000-PROCESS-HOLD-NEXT
034100     END-IF.
034200
034300     PERFORM 3000-RELEASE-HOLD
034400         THRU 3000-RELEASE-HOLD-EXIT.
034500
034600 2000-PROCESS-HOLD-NEXT.
034700
034800     PERFORM 2900-READ-HOLD
034900         THRU 2900-READ-HOLD-EXIT.
035000
035100 2000-PROCESS-HOLD-EXIT.
035200     EXIT.
035300
035400*----------------------------------------------------------------*
035500*  2100-PROCESS-LIMIT                                             *
035600*      ONE DAILY LIMIT RECORD.  RETIRED IF THE ACCOUNT IS         *
035700*      CLOSED, REPORTED IF IT IS NOT ON ECIF.                     *
035800*----------------------------------------------------------------*
035900 2100-PROCESS-LIMIT.
036000
036100     MOVE LIM-ACCT-NO TO ECIF-ACCT-NO.
036200     PERFORM 2800-LOOKUP-ACCOUNT
036300         THRU 2800-LOOKUP-ACCOUNT-EXIT.
036400
036500     IF WS-ACCT-OPEN
036600         GO TO 2100-PROCESS-LIMIT-NEXT
036700     END-IF.
036800
036900     IF WS-ACCT-MISSING
037000         ADD 1 TO WS-LIM-MISSING-COUNT
037100         MOVE SPACES TO RPT-LINE
037200         STRING 'LIMIT RECORD - NOT ON ECIF - ACCT: ' LIM-ACCT-NO
037300             DELIMITED BY SIZE
037400             INTO RPT-LINE
037500         WRITE RPT-LINE
037600         GO TO 2100-PROCESS-LIMIT-NEXT
037700     END-IF.
037800
037900     PERFORM 3100-RETIRE-LIMIT
038000         THRU 3100-RETIRE-LIMIT-EXIT.
038100
038200 2100-PROCESS-LIMIT-NEXT.
038300
038400     PERFORM 2910-READ-LIMIT
038500         THRU 2910-READ-LIMIT-EXIT.
038600
038700 2100-PROCESS-LIMIT-EXIT.
038800     EXIT.
038900
039000*----------------------------------------------------------------*
039100*  2200-PROCESS-MCC                                               *
039200*      ONE MERCHANT CATEGORY RULE.  RETIRED IF THE ACCOUNT IS     *
039300*      CLOSED, REPORTED IF IT IS NOT ON ECIF.                     *
039400*----------------------------------------------------------------*
039500 2200-PROCESS-MCC.
039600
039700     MOVE MCC-ACCT-NO TO ECIF-ACCT-NO.
039800     PERFORM 2800-LOOKUP-ACCOUNT
039900         THRU 2800-LOOKUP-ACCOUNT-EXIT.
040000
040100     IF WS-ACCT-OPEN
040200         GO TO 2200-PROCESS-MCC-NEXT
040300     END-IF.
040400
040500     IF WS-ACCT-MISSING
040600         ADD 1 TO WS-MCC-MISSING-COUNT
040700         MOVE SPACES TO RPT-LINE
040800         STRING 'MCC RULE     - NOT ON ECIF - ACCT: ' MCC-ACCT-NO
040900                 '  MCC: ' MCC-MERCH-CAT-CD
041000             DELIMITED BY SIZE
041100             INTO RPT-LINE
041200         WRITE RPT-LINE
041300         GO TO 2200-PROCESS-MCC-NEXT
041400     END-IF.
041500
041600     PERFORM 3200-RETIRE-MCC
041700         THRU 3200-RETIRE-MCC-EXIT.
041800
041900 2200-PROCESS-MCC-NEXT.
042000
042100     PERFORM 2920-READ-MCC
042200         THRU 2920-READ-MCC-EXIT.
042300
042400 2200-PROCESS-MCC-EXIT.
042500     EXIT.
042600
042700*----------------------------------------------------------------*
042800*  2300-PROCESS-ALERT                                             *
042900*      ONE FRAUD QUEUE ALERT.  AN ALERT STILL OPEN ON A CLOSED    *
043000*      OR MISSING ACCOUNT GOES ON THE EXCEPTION LIST - ONLY THE   *
043100*      CASE TEAM CAN SAY WHETHER IT WAS FRAUD, SO IT IS NOT       *
043200*      DISPOSITIONED HERE.                                        *
043300*----------------------------------------------------------------*
043400 2300-PROCESS-ALERT.
043500
043600     IF NOT FRDQ-DISP-OPEN
043700         GO TO 2300-PROCESS-ALERT-NEXT
043800     END-IF.
043900
044000     MOVE FRDQ-ACCT-NO TO ECIF-ACCT-NO.
044100     PERFORM 2800-LOOKUP-ACCOUNT
044200         THRU 2800-LOOKUP-ACCOUNT-EXIT.
044300
044400     IF WS-ACCT-OPEN
044500         GO TO 2300-PROCESS-ALERT-NEXT
044600     END-IF.
044700
044800     ADD 1 TO WS-FRDQ-EXCP-COUNT.
044900     MOVE SPACES TO EXCP-LINE.
045000     STRING 'OPEN FRAUD ALERT - ' WS-REASON-TEXT
045100             ' - ACCT: ' FRDQ-ACCT-NO
045200             '  ALERT: ' FRDQ-ALERT-DATE
045300             '  PATTERN: ' FRDQ-PATTERN-CD
045400         DELIMITED BY SIZE
045500         INTO EXCP-LINE.
045600     WRITE EXCP-LINE.
045700
045800 2300-PROCESS-ALERT-NEXT.
045900
046000     PERFORM 2930-READ-ALERT
046100         THRU 2930-READ-ALERT-EXIT.
046200
046300 2300-PROCESS-ALERT-EXIT.
046400     EXIT.
046500
046600*----------------------------------------------------------------*
046700*  2400-PROCESS-DISPUTE                                           *
046800*      ONE DISPUTE CASE.  A CASE NOT YET RESOLVED - OPEN, OR      *
046900*      PROVISIONALLY CREDITED AND WAITING ON THE MERCHANT - ON A  *
047000*      CLOSED OR MISSING ACCOUNT GOES ON THE EXCEPTION LIST FOR   *
047100*      THE DISPUTE TEAM; THE MONEY MAY STILL HAVE TO MOVE.        *
047200*----------------------------------------------------------------*
047300 2400-PROCESS-DISPUTE.
047400
047500     IF DSP-STATUS-RESOLVED
047600         GO TO 2400-PROCESS-DISPUTE-NEXT
047700     END-IF.
047800
047900     MOVE DSP-ACCT-NO TO ECIF-ACCT-NO.
048000     PERFORM 2800-LOOKUP-ACCOUNT
048100         THRU 2800-LOOKUP-ACCOUNT-EXIT.
048200
048300     IF WS-ACCT-OPEN
048400         GO TO 2400-PROCESS-DISPUTE-NEXT
048500     END-IF.
048600
048700     ADD 1 TO WS-DSP-EXCP-COUNT.
048800     MOVE DSP-AMOUNT TO WS-RPT-AMT-ED.
048900     MOVE SPACES TO EXCP-LINE.
049000     STRING 'OPEN DISPUTE     - ' WS-REASON-TEXT
049100             ' - ACCT: ' DSP-ACCT-NO
049200             '  TRAN: ' DSP-TRAN-ID
049300             ' ' DSP-STATUS ' ' WS-RPT-AMT-ED
049400         DELIMITED BY SIZE
049500         INTO EXCP-LINE.
049600     WRITE EXCP-LINE.
049700
049800 2400-PROCESS-DISPUTE-NEXT.
049900
050000     PERFORM 2940-READ-DISPUTE
050100         THRU 2940-READ-DISPUTE-EXIT.
050200
050300 2400-PROCESS-DISPUTE-EXIT.
050400     EXIT.
050500
050600*----------------------------------------------------------------*
050700*  2800-LOOKUP-ACCOUNT                                            *
050800*      SET WS-ACCT-STATE FOR THE ACCOUNT IN ECIF-ACCT-NO - OPEN   *
050900*      (ANY STATUS BUT CLOSED), CLOSED, OR MISSING FROM ECIF.     *
051000*      THE SAME ACCOUNT AS LAST TIME IS NOT READ AGAIN.           *
051100*----------------------------------------------------------------*
051200 2800-LOOKUP-ACCOUNT.
051300
051400     IF ECIF-ACCT-NO = WS-LOOKUP-ACCT-NO
051500         GO TO 2800-LOOKUP-ACCOUNT-EXIT
051600     END-IF.
051700
051800     MOVE ECIF-ACCT-NO TO WS-LOOKUP-ACCT-NO.
051900     ADD 1 TO WS-ECIF-LOOKUP-COUNT.
052000
052100     READ ECIF-CUSTOMER-FILE.
052200
052300     IF WS-ECIF-NOT-FOUND
052400         SET WS-ACCT-MISSING TO TRUE
052500         MOVE 'MISSING' TO WS-REASON-TEXT
052600         GO TO 2800-LOOKUP-ACCOUNT-EXIT
052700     END-IF.
052800
052900     IF CUST-STATUS-CLOSED
053000         SET WS-ACCT-CLOSED TO TRUE
053100         MOVE 'CLOSED ' TO WS-REASON-TEXT
053200     ELSE
053300         SET WS-ACCT-OPEN TO TRUE
053400         MOVE SPACES TO WS-REASON-TEXT
053500     END-IF.
053600
053700 2800-LOOKUP-ACCOUNT-EXIT.
053800     EXIT.
053900
054000*----------------------------------------------------------------*
054100*  2900-READ-HOLD                                                 *
054200*----------------------------------------------------------------*
054300 2900-READ-HOLD.
054400
054500     READ PAY-HOLD-FILE NEXT RECORD
054600         AT END
054700             SET WS-HOLD-EOF-YES TO TRUE
054800             GO TO 2900-READ-HOLD-EXIT
054900     END-READ.
055000
055100     ADD 1 TO WS-HOLD-READ-COUNT.
055200
055300 2900-READ-HOLD-EXIT.
055400     EXIT.
055500
055600*----------------------------------------------------------------*
055700*  2910-READ-LIMIT                                                *
055800*----------------------------------------------------------------*
055900 2910-READ-LIMIT.
056000
056100     READ PAY-LIMITS-FILE NEXT RECORD
056200         AT END
056300             SET WS-LIM-EOF-YES TO TRUE
056400             GO TO 2910-READ-LIMIT-EXIT
056500     END-READ.
056600
056700     ADD 1 TO WS-LIM-READ-COUNT.
056800
056900 2910-READ-LIMIT-EXIT.
057000     EXIT.
057100
057200*----------------------------------------------------------------*
057300*  2920-READ-MCC                                                  *
057400*----------------------------------------------------------------*
057500 2920-READ-MCC.
057600
057700     READ PAY-MCC-RULE-FILE NEXT RECORD
057800         AT END
057900             SET WS-MCC-EOF-YES TO TRUE
058000             GO TO 2920-READ-MCC-EXIT
058100     END-READ.
058200
058300     ADD 1 TO WS-MCC-READ-COUNT.
058400
058500 2920-READ-MCC-EXIT.
058600     EXIT.
058700
058800*----------------------------------------------------------------*
058900*  2930-READ-ALERT                                                *
059000*----------------------------------------------------------------*
059100 2930-READ-ALERT.
059200
059300     READ FRAUD-QUEUE-FILE NEXT RECORD
059400         AT END
059500             SET WS-FRDQ-EOF-YES TO TRUE
059600             GO TO 2930-READ-ALERT-EXIT
059700     END-READ.
059800
059900     ADD 1 TO WS-FRDQ-READ-COUNT.
060000
060100 2930-READ-ALERT-EXIT.
060200     EXIT.
060300
060400*----------------------------------------------------------------*
060500*  2940-READ-DISPUTE                                              *
060600*----------------------------------------------------------------*
060700 2940-READ-DISPUTE.
060800
060900     READ DISPUTE-CASE-FILE NEXT RECORD
061000         AT END
061100             SET WS-DSP-EOF-YES TO TRUE
061200             GO TO 2940-READ-DISPUTE-EXIT
061300     END-READ.
061400
061500     ADD 1 TO WS-DSP-READ-COUNT.
061600
061700 2940-READ-DISPUTE-EXIT.
061800     EXIT.
061900
062000*----------------------------------------------------------------*
062100*  3000-RELEASE-HOLD                                              *
062200*      RELEASE AN OPEN HOLD ON A CLOSED ACCOUNT AND LOG IT WITH   *
062300*      ITS AMOUNT AND EXPIRATION, SO IT CAN BE PUT BACK IF THE    *
062400*      CLOSE WAS A MISTAKE.  A RERUN FINDS IT NO LONGER OPEN.     *
062500*----------------------------------------------------------------*
062600 3000-RELEASE-HOLD.
062700
062800     MOVE 'R' TO HOLD-STATUS.
062900     REWRITE HOLD-RECORD.
063000
063100     IF NOT WS-HOLD-GOOD
063200         ADD 1 TO WS-UPDATE-FAIL-COUNT
063300         MOVE SPACES TO RPT-LINE
063400         STRING 'REWRITE FAILED - STATUS ' WS-HOLD-STATUS
063500                 ' - HOLD ACCT: ' HOLD-ACCT-NO
063600                 '  TRAN: ' HOLD-TRAN-ID
063700             DELIMITED BY SIZE
063800             INTO RPT-LINE
063900         WRITE RPT-LINE
064000         GO TO 3000-RELEASE-HOLD-EXIT
064100     END-IF.
064200
064300     ADD 1 TO WS-HOLD-RELEASED-COUNT.
064400
064500     MOVE SPACES           TO ILOG-RECORD.
064600     MOVE HOLD-ACCT-NO     TO ILOG-ACCT-NO.
064700     MOVE 'HOLD'           TO ILOG-FILE-CD.
064800     MOVE 'R'              TO ILOG-ACTION.
064900     MOVE HOLD-TRAN-ID     TO ILOG-ITEM-ID.
065000     MOVE 'O'              TO ILOG-OLD-VALUE-CD.
065100     MOVE HOLD-AMOUNT      TO ILOG-OLD-AMT.
065200     MOVE ZERO             TO ILOG-OLD-COUNT-MAX.
065300     MOVE HOLD-EXPIRE-DATE TO ILOG-OLD-DATE.
065350     MOVE ZERO             TO ILOG-OLD-XB-CAP-AMT.
065400     PERFORM 3800-WRITE-ILOG
065500         THRU 3800-WRITE-ILOG-EXIT.
065600
065700     MOVE HOLD-AMOUNT TO WS-RPT-AMT-ED.
065800     MOVE SPACES TO RPT-LINE.
065900     STRING 'HOLD RELEASED  - CLOSED - ACCT: ' HOLD-ACCT-NO
066000             '  TRAN: ' HOLD-TRAN-ID '  ' WS-RPT-AMT-ED
066100         DELIMITED BY SIZE
066200         INTO RPT-LINE.
066300     WRITE RPT-LINE.
066400
066500 3000-RELEASE-HOLD-EXIT.
066600     EXIT.
066700
066800*----------------------------------------------------------------*
066900*  3100-RETIRE-LIMIT                                              *
067000*      DELETE THE LIMIT RECORD OF A CLOSED ACCOUNT, LOGGING THE   *
067100*      LIMITS IT CARRIED.                                         *
067200*----------------------------------------------------------------*
067300 3100-RETIRE-LIMIT.
067400
067500     MOVE SPACES              TO ILOG-RECORD.
067600     MOVE LIM-ACCT-NO         TO ILOG-ACCT-NO.
067700     MOVE 'LIM '              TO ILOG-FILE-CD.
067800     MOVE 'D'                 TO ILOG-ACTION.
067900     MOVE LIM-DAILY-LIMIT-AMT TO ILOG-OLD-AMT.
068000     MOVE LIM-DAILY-COUNT-MAX TO ILOG-OLD-COUNT-MAX.
068100     MOVE ZERO                TO ILOG-OLD-DATE.
068125     MOVE LIM-XB-ACTION       TO ILOG-OLD-XB-ACTION.
068150     MOVE LIM-XB-DAILY-CAP-AMT TO ILOG-OLD-XB-CAP-AMT.
068200
068300     DELETE PAY-LIMITS-FILE RECORD.
068400
068500     IF NOT WS-LIM-GOOD
068600         ADD 1 TO WS-UPDATE-FAIL-COUNT
068700         MOVE SPACES TO RPT-LINE
068800         STRING 'DELETE FAILED - STATUS ' WS-LIM-STATUS
068900                 ' - LIMIT ACCT: ' LIM-ACCT-NO
069000             DELIMITED BY SIZE
069100             INTO RPT-LINE
069200         WRITE RPT-LINE
069300         GO TO 3100-RETIRE-LIMIT-EXIT
069400     END-IF.
069500
069600     ADD 1 TO WS-LIM-RETIRED-COUNT.
069700
069800     PERFORM 3800-WRITE-ILOG
069900         THRU 3800-WRITE-ILOG-EXIT.
070000
070100     MOVE ILOG-OLD-AMT TO WS-RPT-AMT-ED.
070200     MOVE SPACES TO RPT-LINE.
070300     STRING 'LIMIT RETIRED  - CLOSED - ACCT: ' ILOG-ACCT-NO
070400             '  DAILY LIMIT: ' WS-RPT-AMT-ED
070500         DELIMITED BY SIZE
070600         INTO RPT-LINE.
070700     WRITE RPT-LINE.
070800
070900 3100-RETIRE-LIMIT-EXIT.
071000     EXIT.
071100
071200*----------------------------------------------------------------*
071300*  3200-RETIRE-MCC                                                *
071400*      DELETE A CATEGORY RULE OF A CLOSED ACCOUNT, LOGGING THE    *
071500*      RULE AND CAP IT CARRIED.                                   *
071600*----------------------------------------------------------------*
071700 3200-RETIRE-MCC.
071800
071900     MOVE SPACES              TO ILOG-RECORD.
072000     MOVE MCC-ACCT-NO         TO ILOG-ACCT-NO.
072100     MOVE 'MCC '              TO ILOG-FILE-CD.
072200     MOVE 'D'                 TO ILOG-ACTION.
072300     MOVE MCC-MERCH-CAT-CD    TO ILOG-ITEM-ID.
072400     MOVE MCC-RULE-ACTION     TO ILOG-OLD-VALUE-CD.
072500     MOVE MCC-DAILY-CAP-AMT   TO ILOG-OLD-AMT.
072600     MOVE ZERO                TO ILOG-OLD-COUNT-MAX.
072700     MOVE ZERO                TO ILOG-OLD-DATE.
072750     MOVE ZERO                TO ILOG-OLD-XB-CAP-AMT.
072800
072900     DELETE PAY-MCC-RULE-FILE RECORD.
073000
073100     IF NOT WS-MCC-GOOD
073200         ADD 1 TO WS-UPDATE-FAIL-COUNT
073300         MOVE SPACES TO RPT-LINE
073400         STRING 'DELETE FAILED - STATUS ' WS-MCC-STATUS
073500                 ' - MCC ACCT: ' MCC-ACCT-NO
073600                 '  MCC: ' MCC-MERCH-CAT-CD
073700             DELIMITED BY SIZE
073800             INTO RPT-LINE
073900         WRITE RPT-LINE
074000         GO TO 3200-RETIRE-MCC-EXIT
074100     END-IF.
074200
074300     ADD 1 TO WS-MCC-RETIRED-COUNT.
074400
074500     PERFORM 3800-WRITE-ILOG
074600         THRU 3800-WRITE-ILOG-EXIT.
074700
074800     MOVE SPACES TO RPT-LINE.
074900     STRING 'MCC RULE RETIRED - CLOSED - ACCT: ' ILOG-ACCT-NO
075000             '  MCC: ' ILOG-ITEM-ID(1:4)
075100             '  RULE: ' ILOG-OLD-VALUE-CD
075200         DELIMITED BY SIZE
075300         INTO RPT-LINE.
075400     WRITE RPT-LINE.
075500
075600 3200-RETIRE-MCC-EXIT.
075700     EXIT.
075800
075900*----------------------------------------------------------------*
076000*  3800-WRITE-ILOG                                                *
076100*      STAMP AND WRITE THE AUDIT ENTRY BUILT BY THE CALLER.       *
076200*----------------------------------------------------------------*
076300 3800-WRITE-ILOG.
076400
076500     ACCEPT WS-NOW-TIME FROM TIME.
076600
076700     MOVE WS-RUN-DATE TO ILOG-CHANGE-DATE.
076800     MOVE WS-NOW-TIME TO ILOG-CHANGE-TIME.
076900     MOVE WS-JOB-NAME TO ILOG-OPERATOR-ID.
077000     WRITE ILOG-RECORD.
077100
077200 3800-WRITE-ILOG-EXIT.
077300     EXIT.
077400
077500*----------------------------------------------------------------*
077600*  9000-FINALIZE                                                  *
077700*      WRITE THE SUMMARY TOTALS, CLOSE THE FILES, AND RECORD THE  *
077800*      NORMAL END ON THE RUN-CONTROL FILE.                        *
077900*----------------------------------------------------------------*
078000 9000-FINALIZE.
078100
078200     MOVE SPACES TO RPT-LINE.
078300     WRITE RPT-LINE.
078400
078500     MOVE WS-HOLD-READ-COUNT TO WS-RPT-COUNT-ED.
078600     STRING 'HOLDS READ . . . . . . . . . . . ' DELIMITED BY SIZE
078700             WS-RPT-COUNT-ED DELIMITED BY SIZE
078800         INTO RPT-LINE.
078900     WRITE RPT-LINE.
079000
079100     MOVE WS-HOLD-RELEASED-COUNT TO WS-RPT-COUNT-ED.
079200     MOVE SPACES TO RPT-LINE.
079300     STRING '  OPEN - RELEASED, CLOSED  . . . ' DELIMITED BY SIZE
079400             WS-RPT-COUNT-ED DELIMITED BY SIZE
079500         INTO RPT-LINE.
079600     WRITE RPT-LINE.
079700
079800     MOVE WS-HOLD-MISSING-COUNT TO WS-RPT-COUNT-ED.
079900     MOVE SPACES TO RPT-LINE.
080000     STRING '  OPEN - NOT ON ECIF . . . . . . ' DELIMITED BY SIZE
080100             WS-RPT-COUNT-ED DELIMITED BY SIZE
080200         INTO RPT-LINE.
080300     WRITE RPT-LINE.
080400
080500     MOVE WS-LIM-READ-COUNT TO WS-RPT-COUNT-ED.
080600     MOVE SPACES TO RPT-LINE.
080700     STRING 'LIMIT RECORDS READ . . . . . . . ' DELIMITED BY SIZE
080800             WS-RPT-COUNT-ED DELIMITED BY SIZE
080900         INTO RPT-LINE.
081000     WRITE RPT-LINE.
081100
081200     MOVE WS-LIM-RETIRED-COUNT TO WS-RPT-COUNT-ED.
081300     MOVE SPACES TO RPT-LINE.
081400     STRING '  RETIRED, CLOSED  . . . . . . . ' DELIMITED BY SIZE
081500             WS-RPT-COUNT-ED DELIMITED BY SIZE
081600         INTO RPT-LINE.
081700     WRITE RPT-LINE.
081800
081900     MOVE WS-LIM-MISSING-COUNT TO WS-RPT-COUNT-ED.
082000     MOVE SPACES TO RPT-LINE.
082100     STRING '  NOT ON ECIF  . . . . . . . . . ' DELIMITED BY SIZE
082200             WS-RPT-COUNT-ED DELIMITED BY SIZE
082300         INTO RPT-LINE.
082400     WRITE RPT-LINE.
082500
082600     MOVE WS-MCC-READ-COUNT TO WS-RPT-COUNT-ED.
082700     MOVE SPACES TO RPT-LINE.
082800     STRING 'MCC RULES READ . . . . . . . . . ' DELIMITED BY SIZE
082900             WS-RPT-COUNT-ED DELIMITED BY SIZE
083000         INTO RPT-LINE.
083100     WRITE RPT-LINE.
083200
083300     MOVE WS-MCC-RETIRED-COUNT TO WS-RPT-COUNT-ED.
083400     MOVE SPACES TO RPT-LINE.
083500     STRING '  RETIRED, CLOSED  . . . . . . . ' DELIMITED BY SIZE
083600             WS-RPT-COUNT-ED DELIMITED BY SIZE
083700         INTO RPT-LINE.
083800     WRITE RPT-LINE.
083900
084000     MOVE WS-MCC-MISSING-COUNT TO WS-RPT-COUNT-ED.
084100     MOVE SPACES TO RPT-LINE.
084200     STRING '  NOT ON ECIF  . . . . . . . . . ' DELIMITED BY SIZE
084300             WS-RPT-COUNT-ED DELIMITED BY SIZE
084400         INTO RPT-LINE.
084500     WRITE RPT-LINE.
084600
084700     MOVE WS-FRDQ-READ-COUNT TO WS-RPT-COUNT-ED.
084800     MOVE SPACES TO RPT-LINE.
084900     STRING 'FRAUD ALERTS READ  . . . . . . . ' DELIMITED BY SIZE
085000             WS-RPT-COUNT-ED DELIMITED BY SIZE
085100         INTO RPT-LINE.
085200     WRITE RPT-LINE.
085300
085400     MOVE WS-FRDQ-EXCP-COUNT TO WS-RPT-COUNT-ED.
085500     MOVE SPACES TO RPT-LINE.
085600     STRING '  OPEN - TO EXCEPTION LIST . . . ' DELIMITED BY SIZE
085700             WS-RPT-COUNT-ED DELIMITED BY SIZE
085800         INTO RPT-LINE.
085900     WRITE RPT-LINE.
086000
086100     MOVE WS-DSP-READ-COUNT TO WS-RPT-COUNT-ED.
086200     MOVE SPACES TO RPT-LINE.
086300     STRING 'DISPUTE CASES READ . . . . . . . ' DELIMITED BY SIZE
086400             WS-RPT-COUNT-ED DELIMITED BY SIZE
086500         INTO RPT-LINE.
086600     WRITE RPT-LINE.
086700
086800     MOVE WS-DSP-EXCP-COUNT TO WS-RPT-COUNT-ED.
086900     MOVE SPACES TO RPT-LINE.
087000     STRING '  UNRESOLVED - TO EXCEPTION LIST ' DELIMITED BY SIZE
087100             WS-RPT-COUNT-ED DELIMITED BY SIZE
087200         INTO RPT-LINE.
087300     WRITE RPT-LINE.
087400
087500     MOVE WS-ECIF-LOOKUP-COUNT TO WS-RPT-COUNT-ED.
087600     MOVE SPACES TO RPT-LINE.
087700     STRING 'ECIF ACCOUNTS LOOKED UP  . . . . ' DELIMITED BY SIZE
087800             WS-RPT-COUNT-ED DELIMITED BY SIZE
087900         INTO RPT-LINE.
088000     WRITE RPT-LINE.
088100
088200     MOVE WS-UPDATE-FAIL-COUNT TO WS-RPT-COUNT-ED.
088300     MOVE SPACES TO RPT-LINE.
088400     STRING 'UPDATES FAILED . . . . . . . . . ' DELIMITED BY SIZE
088500             WS-RPT-COUNT-ED DELIMITED BY SIZE
088600         INTO RPT-LINE.
088700     WRITE RPT-LINE.
088800
088900     IF WS-FRDQ-EXCP-COUNT = ZERO
089000     AND WS-DSP-EXCP-COUNT = ZERO
089100         MOVE SPACES TO EXCP-LINE
089200         MOVE 'NO EXCEPTIONS TONIGHT' TO EXCP-LINE
089300         WRITE EXCP-LINE
089400     END-IF.
089500
089600     CLOSE ECIF-CUSTOMER-FILE.
089700     CLOSE PAY-HOLD-FILE.
089800     CLOSE PAY-LIMITS-FILE.
089900     CLOSE PAY-MCC-RULE-FILE.
090000     CLOSE FRAUD-QUEUE-FILE.
090100     CLOSE DISPUTE-CASE-FILE.
090200     CLOSE INT-LOG-FILE.
090300     CLOSE INT-RPT-FILE.
090400     CLOSE INT-EXCP-FILE.
090500
090600     COMPUTE WS-TOTAL-READ-COUNT = WS-HOLD-READ-COUNT
090700                                 + WS-LIM-READ-COUNT
090800                                 + WS-MCC-READ-COUNT
090900                                 + WS-FRDQ-READ-COUNT
091000                                 + WS-DSP-READ-COUNT.
091100
091200     MOVE 'E'                 TO RCTLP-FUNCTION.
091300     MOVE WS-TOTAL-READ-COUNT TO RCTLP-RECORDS-PROCESSED.
091400     CALL 'PAYRCTL' USING RCTL-PARM.
091500
091600 9000-FINALIZE-EXIT.
091700     EXIT.
