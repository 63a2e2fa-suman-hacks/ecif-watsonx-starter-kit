000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYDRM01.
000300 AUTHOR.         D MCALLISTER.
000400 INSTALLATION.   CONSUMER CARD SERVICES - AUTHORIZATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  2026-10-15  DM   INITIAL VERSION - NIGHTLY DORMANCY SWEEP.     *
001100*                   PAYVAL01 DECLINES A DORMANT ACCOUNT, BUT      *
001200*                   NOTHING EVER MADE ONE DORMANT EXCEPT A REP    *
001300*                   IN PAYMAINT, SO IDLE ACCOUNTS STAYED ACTIVE   *
001400*                   FOREVER.  WALKS THE ECIF MASTER AND MOVES     *
001500*                   EVERY ACTIVE ACCOUNT WITH NO AUTHORIZATION    *
001600*                   (PAYJKEY) OR SETTLEMENT (PAYPHST) ACTIVITY    *
001700*                   IN THE DORMANCY WINDOW - AND NOT OPENED OR    *
001800*                   REACTIVATED INSIDE IT - TO STATUS 'D'.  EACH  *
001900*                   CHANGE IS LOGGED TO PAYMLOG UNDER THE RUN'S   *
002000*                   NAME THE WAY PAYMAINT LOGS A HAND CHANGE,     *
002100*                   AND A NOTICE IS WRITTEN IN THE NTFYREC        *
002200*                   LAYOUT FOR THE LETTER SHOP.  AN ACCOUNT WITH  *
002300*                   AN OPEN PRE-AUTH HOLD, AN OPEN DISPUTE CASE,  *
002400*                   OR A FRAUD STATUS OR HOLD IS LEFT ALONE AND   *
002500*                   REPORTED.  THE WINDOW IS THE PARM (DAYS,      *
002600*                   THREE DIGITS), NEVER LONGER THAN THE KEYED    *
002700*                   JOURNAL'S RETENTION.  RUNS IN THE PAYRCTL     *
002800*                   CHAIN AFTER PAYHEXP, SO HOLDS EXPIRED         *
002900*                   TONIGHT NO LONGER PROTECT AN IDLE ACCOUNT.    *
003000*----------------------------------------------------------------*
003100
003200 ENVIRONMENT DIVISION.
003300
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ECIF-CUSTOMER-FILE   ASSIGN TO ECIFCUS
003700                                  ORGANIZATION IS INDEXED
003800                                  ACCESS MODE IS SEQUENTIAL
003900                                  RECORD KEY IS ECIF-ACCT-NO
004000                                  FILE STATUS IS WS-ECIF-STATUS.
004100
004200     SELECT POSTED-HIST-FILE     ASSIGN TO PAYPSRT
004300                                  ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT PAY-JRNL-KEYED-FILE  ASSIGN TO PAYJKEY
004600                                  ORGANIZATION IS INDEXED
004700                                  ACCESS MODE IS DYNAMIC
004800                                  RECORD KEY IS JKEY-KEY
004900                                  FILE STATUS IS WS-JKEY-STATUS.
005000
005100     SELECT PAY-HOLD-FILE        ASSIGN TO PAYHOLD
005200                                  ORGANIZATION IS INDEXED
005300                                  ACCESS MODE IS DYNAMIC
005400                                  RECORD KEY IS HOLD-KEY
005500                                  FILE STATUS IS WS-HOLD-STATUS.
005600
005700     SELECT DISPUTE-CASE-FILE    ASSIGN TO PAYDSPC
005800                                  ORGANIZATION IS INDEXED
005900                                  ACCESS MODE IS DYNAMIC
006000                                  RECORD KEY IS DSP-KEY
006100                                  FILE STATUS IS WS-DSP-STATUS.
006200
006300     SELECT PAY-MAINT-LOG-FILE   ASSIGN TO PAYMLOG
006400                                  ORGANIZATION IS LINE SEQUENTIAL.
006500
006600     SELECT NTFY-FILE            ASSIGN TO NTFYOUT
006700                                  ORGANIZATION IS LINE SEQUENTIAL.
006800
006900     SELECT DORM-RPT-FILE        ASSIGN TO PAYDMRPT
007000                                  ORGANIZATION IS LINE SEQUENTIAL.
007100
007200 DATA DIVISION.
007300
007400 FILE SECTION.
007500 FD  ECIF-CUSTOMER-FILE.
007600 COPY ECIFCUS.
007700
007800 FD  POSTED-HIST-FILE
007900     RECORDING MODE IS F.
008000 COPY PAYPHST.
008100
008200 FD  PAY-JRNL-KEYED-FILE.
008300 COPY PAYJKEY.
008400
008500 FD  PAY-HOLD-FILE.
008600 COPY PAYHOLD.
008700
008800 FD  DISPUTE-CASE-FILE.
008900 COPY DSPCASE.
009000
009100 FD  PAY-MAINT-LOG-FILE
009200     RECORDING MODE IS F.
009300 COPY PAYMLOG.
009400
009500 FD  NTFY-FILE
009600     RECORDING MODE IS F.
009700 COPY NTFYREC.
009800
009900 FD  DORM-RPT-FILE
010000     RECORDING MODE IS F.
010100 01  RPT-LINE                    PIC X(80).
010200
010300 WORKING-STORAGE SECTION.
010400
010500 01  WS-ECIF-STATUS              PIC X(02).
010600     88  WS-ECIF-GOOD                     VALUE '00'.
010700
010800 01  WS-JKEY-STATUS              PIC X(02).
010900     88  WS-JKEY-GOOD                     VALUE '00'.
011000
011100 01  WS-HOLD-STATUS              PIC X(02).
011200     88  WS-HOLD-GOOD                     VALUE '00'.
011300
011400 01  WS-DSP-STATUS               PIC X(02).
011500     88  WS-DSP-GOOD                      VALUE '00'.
011600
011700 01  WS-SWITCHES.
011800     05  WS-ECIF-EOF-SWITCH        PIC X(01)      VALUE 'N'.
011900         88  WS-ECIF-EOF-YES              VALUE 'Y'.
012000     05  WS-HIST-EOF-SWITCH        PIC X(01)      VALUE 'N'.
012100         88  WS-HIST-EOF-YES              VALUE 'Y'.
012200     05  WS-RECENT-SWITCH          PIC X(01)      VALUE 'N'.
012300         88  WS-RECENT-ACTIVITY           VALUE 'Y'.
012400     05  WS-SCAN-DONE-SWITCH       PIC X(01)      VALUE 'N'.
012500         88  WS-SCAN-DONE                 VALUE 'Y'.
012600     05  WS-OPEN-ITEM-SWITCH       PIC X(01)      VALUE 'N'.
012700         88  WS-OPEN-ITEM-FOUND           VALUE 'Y'.
012800
012900 01  WS-RUN-DATE                 PIC 9(08).
013000 01  WS-NOW-TIME                 PIC 9(08).
013100 01  WS-CUTOFF-DATE              PIC 9(08).
013200 01  WS-LAST-SETL-DATE           PIC 9(08).
013300
013400 01  WS-PARM                     PIC X(08).
013500 01  WS-PARM-WINDOW REDEFINES WS-PARM.
013600     05  WS-PARM-DAYS             PIC 9(03).
013700     05  FILLER                   PIC X(05).
013800
013900*    THE DORMANCY WINDOW.  PAYJCYC PRUNES THE KEYED JOURNAL AT
014000*    180 DAYS, SO A LONGER WINDOW COULD NOT SEE OLDER
014100*    AUTHORIZATIONS AND WOULD SWEEP ACCOUNTS THAT WERE USED -
014200*    A PARM PAST THE RETENTION IS HELD TO IT.
014300 01  WS-DORMANT-DAYS             PIC 9(03)       VALUE 180.
014400 01  WS-MAX-DORMANT-DAYS         PIC 9(03)       VALUE 180.
014500
014600 01  WS-JOB-NAME                 PIC X(08)       VALUE 'PAYDRM01'.
014700
014800 01  WS-COUNTERS.
014900     05  WS-ECIF-READ-COUNT        PIC 9(07)      VALUE ZERO.
015000     05  WS-NOT-ELIGIBLE-COUNT     PIC 9(07)      VALUE ZERO.
015100     05  WS-RECENT-COUNT           PIC 9(07)      VALUE ZERO.
015200     05  WS-DORMANT-COUNT          PIC 9(07)      VALUE ZERO.
015300     05  WS-SKIP-FRAUD-COUNT       PIC 9(07)      VALUE ZERO.
015400     05  WS-SKIP-HOLD-COUNT        PIC 9(07)      VALUE ZERO.
015500     05  WS-SKIP-DISPUTE-COUNT     PIC 9(07)      VALUE ZERO.
015600     05  WS-HIST-READ-COUNT        PIC 9(07)      VALUE ZERO.
015700
015800 01  WS-RPT-COUNT-ED              PIC ZZZ,ZZ9.
015900 01  WS-RPT-DAYS-ED               PIC ZZ9.
016000
016100 COPY PAYDPARM.
016200
016300 COPY RCTLPRM.
016400
016500 PROCEDURE DIVISION.
016600
016700*----------------------------------------------------------------*
016800*  0000-MAINLINE                                                 *
016900*----------------------------------------------------------------*
017000 0000-MAINLINE.
017100
017200     PERFORM 1000-INITIALIZE
017300         THRU 1000-INITIALIZE-EXIT.
017400
017500     PERFORM 2000-PROCESS-ACCOUNT
017600         THRU 2000-PROCESS-ACCOUNT-EXIT
017700         UNTIL WS-ECIF-EOF-YES.
017800
017900     PERFORM 9000-FINALIZE
018000         THRU 9000-FINALIZE-EXIT.
018100
018200     GOBACK.
018300
018400*----------------------------------------------------------------*
018500*  1000-INITIALIZE                                                *
018600*----------------------------------------------------------------*
018700 1000-INITIALIZE.
018800
018900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019000     PERFORM 1050-RUN-CONTROL-START
019100         THRU 1050-RUN-CONTROL-START-EXIT.
019200
019300     OPEN I-O    ECIF-CUSTOMER-FILE.
019400     OPEN INPUT  POSTED-HIST-FILE.
019500     OPEN INPUT  PAY-JRNL-KEYED-FILE.
019600     OPEN INPUT  PAY-HOLD-FILE.
019700     OPEN INPUT  DISPUTE-CASE-FILE.
019800     OPEN EXTEND PAY-MAINT-LOG-FILE.
019900     OPEN OUTPUT NTFY-FILE.
020000     OPEN OUTPUT DORM-RPT-FILE.
020100
020200     MOVE SPACES TO WS-PARM.
020300     ACCEPT WS-PARM FROM COMMAND-LINE.
020400     IF WS-PARM-DAYS NUMERIC
020500     AND WS-PARM-DAYS NOT = ZERO
020600         MOVE WS-PARM-DAYS TO WS-DORMANT-DAYS
020700     END-IF.
020800
020900     MOVE SPACES TO RPT-LINE.
021000     STRING 'PAYDRM01 - DORMANCY SWEEP  DATE: '
021100             WS-RUN-DATE DELIMITED BY SIZE
021200         INTO RPT-LINE.
021300     WRITE RPT-LINE.
021400
021500     MOVE ALL '-' TO RPT-LINE.
021600     WRITE RPT-LINE.
021700
021800     IF WS-DORMANT-DAYS > WS-MAX-DORMANT-DAYS
021900         MOVE WS-DORMANT-DAYS TO WS-RPT-DAYS-ED
022000         MOVE SPACES TO RPT-LINE
022100         STRING 'PARM OF ' WS-RPT-DAYS-ED
022200                 ' DAYS EXCEEDS JOURNAL RETENTION - 180 USED'
022300             DELIMITED BY SIZE
022400             INTO RPT-LINE
022500         WRITE RPT-LINE
022600         MOVE WS-MAX-DORMANT-DAYS TO WS-DORMANT-DAYS
022700     END-IF.
022800
022900*    ACTIVITY ON OR AFTER THE CUTOFF DATE KEEPS AN ACCOUNT ACTIVE.
023000     MOVE WS-RUN-DATE TO PAYD-DATE-IN.
023100     COMPUTE PAYD-DAYS-OFFSET = WS-DORMANT-DAYS * -1.
023200     CALL 'PAYDATE' USING PAYD-PARM.
023300     MOVE PAYD-DATE-OUT TO WS-CUTOFF-DATE.
023400
023500     MOVE WS-DORMANT-DAYS TO WS-RPT-DAYS-ED.
023600     MOVE SPACES TO RPT-LINE.
023700     STRING 'DORMANCY WINDOW: ' WS-RPT-DAYS-ED
023800             ' DAYS - NO ACTIVITY SINCE ' WS-CUTOFF-DATE
023900         DELIMITED BY SIZE
024000         INTO RPT-LINE.
024100     WRITE RPT-LINE.
024200
024300     MOVE SPACES TO RPT-LINE.
024400     WRITE RPT-LINE.
024500
024600     PERFORM 2900-READ-ECIF
024700         THRU 2900-READ-ECIF-EXIT.
024800     PERFORM 2910-READ-HIST
024900         THRU 2910-READ-HIST-EXIT.
025000
025100 1000-INITIALIZE-EXIT.
025200     EXIT.
025300
025400*----------------------------------------------------------------*
025500*  1050-RUN-CONTROL-START                                         *
025600*      RECORD THE START ON THE SHARED RUN-CONTROL FILE.  THE      *
025700*      RUN IS REFUSED UNTIL PAYHEXP HAS COMPLETED FOR THIS        *
025800*      BUSINESS DATE, OR IF IT HAS ALREADY COMPLETED TONIGHT -    *
025900*      A RESTART AFTER AN ABEND IS LET THROUGH.                   *
026000*----------------------------------------------------------------*
026100 1050-RUN-CONTROL-START.
026200
026300     MOVE 'S'         TO RCTLP-FUNCTION.
026400     MOVE 'PAYDRM01'  TO RCTLP-JOB-NAME.
026500     MOVE 'PAYHEXP '  TO RCTLP-PRED-JOB-NAME.
026600     MOVE WS-RUN-DATE TO RCTLP-BUS-DATE.
026700     MOVE ZERO        TO RCTLP-RECORDS-PROCESSED.
026800     CALL 'PAYRCTL' USING RCTL-PARM.
026900
027000     IF RCTLP-PRED-NOT-DONE
027100         DISPLAY 'PAYDRM01 HELD - PAYHEXP NOT COMPLETE FOR '
027200                 WS-RUN-DATE
027300         MOVE 16 TO RETURN-CODE
027400         GOBACK
027500     END-IF.
027600
027700     IF RCTLP-ALREADY-DONE
027800         DISPLAY 'PAYDRM01 HELD - ALREADY COMPLETE FOR '
027900                 WS-RUN-DATE
028000         MOVE 16 TO RETURN-CODE
028100         GOBACK
028200     END-IF.
028300
028400 1050-RUN-CONTROL-START-EXIT.
028500     EXIT.
028600
028700*----------------------------------------------------------------*
028800*  2000-PROCESS-ACCOUNT                                           *
028900*      ONE ECIF ACCOUNT.  ONLY AN ACTIVE ACCOUNT - OR ONE FROZEN  *
029000*      OR REPORTED LOST, WHICH IS REPORTED AND LEFT ALONE - CAN   *
029100*      BE IDLE IN THE SENSE THAT MATTERS HERE; BLOCKED, CLOSED,   *
029200*      AND ALREADY-DORMANT ACCOUNTS ARE PASSED OVER.  AN IDLE     *
029300*      ACCOUNT WITH NOTHING OPEN AGAINST IT IS MADE DORMANT.      *
029400*----------------------------------------------------------------*
029500 2000-PROCESS-ACCOUNT.
029600
029700     MOVE ZERO TO WS-LAST-SETL-DATE.
029800
029900     PERFORM 2100-SKIP-HIST
030000         THRU 2100-SKIP-HIST-EXIT
030100         UNTIL WS-HIST-EOF-YES
030200         OR PHST-ACCT-NO NOT < ECIF-ACCT-NO.
030300
030400     PERFORM 2150-TAKE-HIST
030500         THRU 2150-TAKE-HIST-EXIT
030600         UNTIL WS-HIST-EOF-YES
030700         OR PHST-ACCT-NO NOT = ECIF-ACCT-NO.
030800
030900     IF NOT CUST-STATUS-ACTIVE
031000     AND NOT CUST-STATUS-FROZEN-FRAUD
031100     AND NOT CUST-STATUS-LOST-STOLEN
031200         ADD 1 TO WS-NOT-ELIGIBLE-COUNT
031300         GO TO 2000-PROCESS-ACCOUNT-NEXT
031400     END-IF.
031500
031600     PERFORM 2200-CHECK-RECENT
031700         THRU 2200-CHECK-RECENT-EXIT.
031800     IF WS-RECENT-ACTIVITY
031900         ADD 1 TO WS-RECENT-COUNT
032000         GO TO 2000-PROCESS-ACCOUNT-NEXT
032100     END-IF.
032200
032300     IF NOT CUST-STATUS-ACTIVE
032400     OR ECIF-HOLD-ACTIVE
032500         ADD 1 TO WS-SKIP-FRAUD-COUNT
032600         MOVE SPACES TO RPT-LINE
032700         STRING 'SKIPPED - FRAUD STATUS OR HOLD  - ACCT: '
032800                 ECIF-ACCT-NO '  STATUS: ' CUST-ACCT-STATUS
032900             DELIMITED BY SIZE
033000             INTO RPT-LINE
033100         WRITE RPT-LINE
033200         GO TO 2000-PROCESS-ACCOUNT-NEXT
033300     END-IF.
033400
033500     PERFORM 2300-CHECK-OPEN-HOLD
033600         THRU 2300-CHECK-OPEN-HOLD-EXIT.
033700     IF WS-OPEN-ITEM-FOUND
033800         ADD 1 TO WS-SKIP-HOLD-COUNT
033900         MOVE SPACES TO RPT-LINE
034000         STRING 'SKIPPED - OPEN PRE-AUTH HOLD    - ACCT: '
034100                 ECIF-ACCT-NO
034200             DELIMITED BY SIZE
034300             INTO RPT-LINE
034400         WRITE RPT-LINE
034500         GO TO 2000-PROCESS-ACCOUNT-NEXT
034600     END-IF.
034700
034800     PERFORM 2400-CHECK-OPEN-DISPUTE
034900         THRU 2400-CHECK-OPEN-DISPUTE-EXIT.
035000     IF WS-OPEN-ITEM-FOUND
035100         ADD 1 TO WS-SKIP-DISPUTE-COUNT
035200         MOVE SPACES TO RPT-LINE
035300         STRING 'SKIPPED - OPEN DISPUTE CASE     - ACCT: '
035400                 ECIF-ACCT-NO
035500             DELIMITED BY SIZE
035600             INTO RPT-LINE
035700         WRITE RPT-LINE
035800         GO TO 2000-PROCESS-ACCOUNT-NEXT
035900     END-IF.
036000
036100     PERFORM 3000-MAKE-DORMANT
036200         THRU 3000-MAKE-DORMANT-EXIT.
036300
036400 2000-PROCESS-ACCOUNT-NEXT.
036500
036600     PERFORM 2900-READ-ECIF
036700         THRU 2900-READ-ECIF-EXIT.
036800
036900 2000-PROCESS-ACCOUNT-EXIT.
037000     EXIT.
037100
037200*----------------------------------------------------------------*
037300*  2100-SKIP-HIST                                                 *
037400*      HISTORY FOR AN ACCOUNT NO LONGER ON ECIF - PASS OVER IT.   *
037500*----------------------------------------------------------------*
037600 2100-SKIP-HIST.
037700
037800     PERFORM 2910-READ-HIST
037900         THRU 2910-READ-HIST-EXIT.
038000
038100 2100-SKIP-HIST-EXIT.
038200     EXIT.
038300
038400*----------------------------------------------------------------*
038500*  2150-TAKE-HIST                                                 *
038600*      KEEP THE LATEST DATE A SETTLEMENT MOVED THE BALANCE.       *
038700*----------------------------------------------------------------*
038800 2150-TAKE-HIST.
038900
039000     IF PHST-APPLIED-DATE > WS-LAST-SETL-DATE
039100         MOVE PHST-APPLIED-DATE TO WS-LAST-SETL-DATE
039200     END-IF.
039300
039400     PERFORM 2910-READ-HIST
039500         THRU 2910-READ-HIST-EXIT.
039600
039700 2150-TAKE-HIST-EXIT.
039800     EXIT.
039900
040000*----------------------------------------------------------------*
040100*  2200-CHECK-RECENT                                              *
040200*      ANY ONE OF THESE INSIDE THE WINDOW KEEPS THE ACCOUNT       *
040300*      ACTIVE: THE DATE IT WAS OPENED OR LAST REACTIVATED, A      *
040400*      SETTLEMENT POSTED TO IT, OR AN AUTHORIZATION DECISION ON   *
040500*      THE KEYED JOURNAL.  THE JOURNAL IS KEYED BY ACCOUNT AND    *
040600*      DATE, SO ONE START AT THE CUTOFF DATE ANSWERS IT - IF THE  *
040700*      NEXT ENTRY IS STILL THIS ACCOUNT'S, IT IS A RECENT ONE.    *
040800*----------------------------------------------------------------*
040900 2200-CHECK-RECENT.
041000
041100     MOVE 'N' TO WS-RECENT-SWITCH.
041200
041300     IF ECIF-ACTIVE-SINCE-DATE NUMERIC
041400     AND ECIF-ACTIVE-SINCE-DATE NOT < WS-CUTOFF-DATE
041500         SET WS-RECENT-ACTIVITY TO TRUE
041600         GO TO 2200-CHECK-RECENT-EXIT
041700     END-IF.
041800
041900     IF WS-LAST-SETL-DATE NOT < WS-CUTOFF-DATE
042000         SET WS-RECENT-ACTIVITY TO TRUE
042100         GO TO 2200-CHECK-RECENT-EXIT
042200     END-IF.
042300
042400     MOVE ECIF-ACCT-NO   TO JKEY-ACCT-NO.
042500     MOVE WS-CUTOFF-DATE TO JKEY-TRAN-DATE.
042600     MOVE LOW-VALUES     TO JKEY-TRAN-ID.
042700     MOVE LOW-VALUES     TO JKEY-AUTH-RESULT.
042800
042900     START PAY-JRNL-KEYED-FILE
043000         KEY NOT LESS THAN JKEY-KEY
043100         INVALID KEY
043200             GO TO 2200-CHECK-RECENT-EXIT
043300     END-START.
043400
043500     READ PAY-JRNL-KEYED-FILE NEXT RECORD
043600         AT END
043700             GO TO 2200-CHECK-RECENT-EXIT
043800     END-READ.
043900
044000     IF JKEY-ACCT-NO = ECIF-ACCT-NO
044100         SET WS-RECENT-ACTIVITY TO TRUE
044200     END-IF.
044300
044400 2200-CHECK-RECENT-EXIT.
044500     EXIT.
044600
044700*----------------------------------------------------------------*
044800*  2300-CHECK-OPEN-HOLD                                           *
044900*      A PRE-AUTHORIZATION STILL OPEN MEANS A COMPLETION MAY YET  *
045000*      ARRIVE - THE ACCOUNT IS NOT IDLE, WHATEVER THE JOURNAL     *
045100*      SAYS.  THE ACCOUNT'S HOLDS SIT TOGETHER UNDER THE KEY.     *
045200*----------------------------------------------------------------*
045300 2300-CHECK-OPEN-HOLD.
045400
045500     MOVE 'N'          TO WS-OPEN-ITEM-SWITCH.
045600     MOVE 'N'          TO WS-SCAN-DONE-SWITCH.
045700     MOVE ECIF-ACCT-NO TO HOLD-ACCT-NO.
045800     MOVE LOW-VALUES   TO HOLD-TRAN-ID.
045900
046000     START PAY-HOLD-FILE
046100         KEY NOT LESS THAN HOLD-KEY
046200         INVALID KEY
046300             SET WS-SCAN-DONE TO TRUE
046400     END-START.
046500
046600     PERFORM 2350-SCAN-ONE-HOLD
046700         THRU 2350-SCAN-ONE-HOLD-EXIT
046800         UNTIL WS-SCAN-DONE.
046900
047000 2300-CHECK-OPEN-HOLD-EXIT.
047100     EXIT.
047200
047300*----------------------------------------------------------------*
047400*  2350-SCAN-ONE-HOLD                                             *
047500*----------------------------------------------------------------*
047600 2350-SCAN-ONE-HOLD.
047700
047800     READ PAY-HOLD-FILE NEXT RECORD
047900         AT END
048000             SET WS-SCAN-DONE TO TRUE
048100             GO TO 2350-SCAN-ONE-HOLD-EXIT
048200     END-READ.
048300
048400     IF HOLD-ACCT-NO NOT = ECIF-ACCT-NO
048500         SET WS-SCAN-DONE TO TRUE
048600         GO TO 2350-SCAN-ONE-HOLD-EXIT
048700     END-IF.
048800
048900     IF HOLD-STATUS-OPEN
049000         SET WS-OPEN-ITEM-FOUND TO TRUE
049100         SET WS-SCAN-DONE       TO TRUE
049200     END-IF.
049300
049400 2350-SCAN-ONE-HOLD-EXIT.
049500     EXIT.
049600
049700*----------------------------------------------------------------*
049800*  2400-CHECK-OPEN-DISPUTE                                        *
049900*      A CASE NOT YET RESOLVED - OPEN, OR PROVISIONALLY CREDITED  *
050000*      AND WAITING ON THE MERCHANT - STILL NEEDS THE CARDHOLDER   *
050100*      REACHABLE ON AN ACTIVE ACCOUNT.                            *
050200*----------------------------------------------------------------*
050300 2400-CHECK-OPEN-DISPUTE.
050400
050500     MOVE 'N'          TO WS-OPEN-ITEM-SWITCH.
050600     MOVE 'N'          TO WS-SCAN-DONE-SWITCH.
050700     MOVE ECIF-ACCT-NO TO DSP-ACCT-NO.
050800     MOVE LOW-VALUES   TO DSP-TRAN-ID.
050900
051000     START DISPUTE-CASE-FILE
051100         KEY NOT LESS THAN DSP-KEY
051200         INVALID KEY
051300             SET WS-SCAN-DONE TO TRUE
051400     END-START.
051500
051600     PERFORM 2450-SCAN-ONE-DISPUTE
051700         THRU 2450-SCAN-ONE-DISPUTE-EXIT
051800         UNTIL WS-SCAN-DONE.
051900
052000 2400-CHECK-OPEN-DISPUTE-EXIT.
052100     EXIT.
052200
052300*----------------------------------------------------------------*
052400*  2450-SCAN-ONE-DISPUTE                                          *
052500*----------------------------------------------------------------*
052600 2450-SCAN-ONE-DISPUTE.
052700
052800     READ DISPUTE-CASE-FILE NEXT RECORD
052900         AT END
053000             SET WS-SCAN-DONE TO TRUE
053100             GO TO 2450-SCAN-ONE-DISPUTE-EXIT
053200     END-READ.
053300
053400     IF DSP-ACCT-NO NOT = ECIF-ACCT-NO
053500         SET WS-SCAN-DONE TO TRUE
053600         GO TO 2450-SCAN-ONE-DISPUTE-EXIT
053700     END-IF.
053800
053900     IF NOT DSP-STATUS-RESOLVED
054000         SET WS-OPEN-ITEM-FOUND TO TRUE
054100         SET WS-SCAN-DONE       TO TRUE
054200     END-IF.
054300
054400 2450-SCAN-ONE-DISPUTE-EXIT.
054500     EXIT.
054600
054700*----------------------------------------------------------------*
054800*  2900-READ-ECIF                                                 *
054900*----------------------------------------------------------------*
055000 2900-READ-ECIF.
055100
055200     READ ECIF-CUSTOMER-FILE NEXT RECORD
055300         AT END
055400             SET WS-ECIF-EOF-YES TO TRUE
055500             GO TO 2900-READ-ECIF-EXIT
055600     END-READ.
055700
055800     ADD 1 TO WS-ECIF-READ-COUNT.
055900
056000 2900-READ-ECIF-EXIT.
056100     EXIT.
056200
056300*----------------------------------------------------------------*
056400*  2910-READ-HIST                                                 *
056500*----------------------------------------------------------------*
056600 2910-READ-HIST.
056700
056800     READ POSTED-HIST-FILE
056900         AT END
057000             SET WS-HIST-EOF-YES TO TRUE
057100             GO TO 2910-READ-HIST-EXIT
057200     END-READ.
057300
057400     ADD 1 TO WS-HIST-READ-COUNT.
057500
057600 2910-READ-HIST-EXIT.
057700     EXIT.
057800
057900*----------------------------------------------------------------*
058000*  3000-MAKE-DORMANT                                              *
058100*      SET THE DORMANT STATUS, LOG IT UNDER THE RUN'S NAME THE    *
058200*      WAY PAYMAINT LOGS A REP'S CHANGE, AND QUEUE THE NOTICE.    *
058300*      A RERUN AFTER AN ABEND FINDS THE ACCOUNTS ALREADY DONE NO  *
058400*      LONGER ACTIVE AND PASSES THEM BY.                          *
058500*----------------------------------------------------------------*
058600 3000-MAKE-DORMANT.
058700
058800     MOVE 'D' TO CUST-ACCT-STATUS.
058900     REWRITE ECIF-CUSTOMER-RECORD.
059000
059100     IF NOT WS-ECIF-GOOD
059200         MOVE SPACES TO RPT-LINE
059300         STRING 'REWRITE FAILED - STATUS ' WS-ECIF-STATUS
059400                 ' - ACCT: ' ECIF-ACCT-NO
059500             DELIMITED BY SIZE
059600             INTO RPT-LINE
059700         WRITE RPT-LINE
059800         GO TO 3000-MAKE-DORMANT-EXIT
059900     END-IF.
060000
060100     ADD 1 TO WS-DORMANT-COUNT.
060200
060300     ACCEPT WS-NOW-TIME FROM TIME.
060400
060500     MOVE SPACES          TO MLOG-RECORD.
060600     MOVE ECIF-ACCT-NO    TO MLOG-ACCT-NO.
060700     MOVE 'A'             TO MLOG-OLD-STATUS.
060800     MOVE 'D'             TO MLOG-NEW-STATUS.
060900     MOVE WS-RUN-DATE     TO MLOG-CHANGE-DATE.
061000     MOVE WS-NOW-TIME     TO MLOG-CHANGE-TIME.
061100     MOVE WS-JOB-NAME     TO MLOG-OPERATOR-ID.
061200     WRITE MLOG-RECORD.
061300
061400     MOVE SPACES           TO NTFY-RECORD.
061500     MOVE ECIF-ACCT-NO     TO NTFY-ACCT-NO.
061600     MOVE ECIF-CUST-NAME   TO NTFY-CUST-NAME.
061700     MOVE ECIF-ADDR-LINE-1 TO NTFY-ADDR-LINE-1.
061800     MOVE ECIF-ADDR-LINE-2 TO NTFY-ADDR-LINE-2.
061900     MOVE ECIF-ADDR-CITY   TO NTFY-ADDR-CITY.
062000     MOVE ECIF-ADDR-STATE  TO NTFY-ADDR-STATE.
062100     MOVE ECIF-ADDR-ZIP    TO NTFY-ADDR-ZIP.
062200     MOVE WS-RUN-DATE      TO NTFY-DECLINE-DATE.
062300     MOVE 'DRMT'           TO NTFY-DECLINE-REASON-CD.
062400     MOVE 'ACCOUNT IS DORMANT'
062500                           TO NTFY-DECLINE-REASON-DESC.
062600     WRITE NTFY-RECORD.
062700
062800     MOVE SPACES TO RPT-LINE.
062900     STRING 'DORMANT - ACCT: ' ECIF-ACCT-NO
063000         DELIMITED BY SIZE
063100         INTO RPT-LINE.
063200     WRITE RPT-LINE.
063300
063400 3000-MAKE-DORMANT-EXIT.
063500     EXIT.
063600
063700*----------------------------------------------------------------*
063800*  9000-FINALIZE                                                  *
063900*      WRITE THE SUMMARY TOTALS, CLOSE THE FILES, AND RECORD THE  *
064000*      NORMAL END ON THE RUN-CONTROL FILE.                        *
064100*----------------------------------------------------------------*
064200 9000-FINALIZE.
064300
064400     MOVE SPACES TO RPT-LINE.
064500     WRITE RPT-LINE.
064600
064700     MOVE WS-ECIF-READ-COUNT TO WS-RPT-COUNT-ED.
064800     STRING 'ECIF ACCOUNTS READ . . . . . . . ' DELIMITED BY SIZE
064900             WS-RPT-COUNT-ED DELIMITED BY SIZE
065000         INTO RPT-LINE.
065100     WRITE RPT-LINE.
065200
065300     MOVE WS-NOT-ELIGIBLE-COUNT TO WS-RPT-COUNT-ED.
065400     MOVE SPACES TO RPT-LINE.
065500     STRING 'NOT ACTIVE - PASSED OVER . . . . ' DELIMITED BY SIZE
065600             WS-RPT-COUNT-ED DELIMITED BY SIZE
065700         INTO RPT-LINE.
065800     WRITE RPT-LINE.
065900
066000     MOVE WS-RECENT-COUNT TO WS-RPT-COUNT-ED.
066100     MOVE SPACES TO RPT-LINE.
066200     STRING 'ACTIVITY INSIDE WINDOW . . . . . ' DELIMITED BY SIZE
066300             WS-RPT-COUNT-ED DELIMITED BY SIZE
066400         INTO RPT-LINE.
066500     WRITE RPT-LINE.
066600
066700     MOVE WS-DORMANT-COUNT TO WS-RPT-COUNT-ED.
066800     MOVE SPACES TO RPT-LINE.
066900     STRING 'MADE DORMANT TONIGHT . . . . . . ' DELIMITED BY SIZE
067000             WS-RPT-COUNT-ED DELIMITED BY SIZE
067100         INTO RPT-LINE.
067200     WRITE RPT-LINE.
067300
067400     MOVE WS-SKIP-FRAUD-COUNT TO WS-RPT-COUNT-ED.
067500     MOVE SPACES TO RPT-LINE.
067600     STRING 'IDLE - SKIPPED, FRAUD  . . . . . ' DELIMITED BY SIZE
067700             WS-RPT-COUNT-ED DELIMITED BY SIZE
067800         INTO RPT-LINE.
067900     WRITE RPT-LINE.
068000
068100     MOVE WS-SKIP-HOLD-COUNT TO WS-RPT-COUNT-ED.
068200     MOVE SPACES TO RPT-LINE.
068300     STRING 'IDLE - SKIPPED, OPEN HOLD  . . . ' DELIMITED BY SIZE
068400             WS-RPT-COUNT-ED DELIMITED BY SIZE
068500         INTO RPT-LINE.
068600     WRITE RPT-LINE.
068700
068800     MOVE WS-SKIP-DISPUTE-COUNT TO WS-RPT-COUNT-ED.
068900     MOVE SPACES TO RPT-LINE.
069000     STRING 'IDLE - SKIPPED, OPEN DISPUTE . . ' DELIMITED BY SIZE
069100             WS-RPT-COUNT-ED DELIMITED BY SIZE
069200         INTO RPT-LINE.
069300     WRITE RPT-LINE.
069400
069500     CLOSE ECIF-CUSTOMER-FILE.
069600     CLOSE POSTED-HIST-FILE.
069700     CLOSE PAY-JRNL-KEYED-FILE.
069800     CLOSE PAY-HOLD-FILE.
069900     CLOSE DISPUTE-CASE-FILE.
070000     CLOSE PAY-MAINT-LOG-FILE.
070100     CLOSE NTFY-FILE.
070200     CLOSE DORM-RPT-FILE.
070300
070400     MOVE 'E'                TO RCTLP-FUNCTION.
070500     MOVE WS-ECIF-READ-COUNT TO RCTLP-RECORDS-PROCESSED.
070600     CALL 'PAYRCTL' USING RCTL-PARM.
070700
070800 9000-FINALIZE-EXIT.
070900     EXIT.
