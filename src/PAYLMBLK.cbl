001800*                   OPERATOR, AND GOES ON EVERY PAYLLOG AUDIT     *
001900*                   RECORD WITH THE OLD AND NEW LIMITS AND THE    *
002000*                   TIMESTAMP.                                    *
002010*  2026-10-15  DM   EACH REQUEST NOW ALSO SETS THE ACCOUNT'S      *
002011*                   CROSS-BORDER RULE (LRQ-XB-ACTION 'B', 'C' OR  *
002012*                   BLANK) AND, FOR A 'C' RULE, ITS DAILY CAP.  A *
002013*                   BAD RULE OR A CAP RULE WITH NO CAP IS         *
002014*                   REPORTED AND SKIPPED.  THE OLD AND NEW RULE   *
002015*                   AND CAP GO TO PAYLLOG.                        *
002100*----------------------------------------------------------------*
002200
002300 ENVIRONMENT DIVISION.
008900 01  WS-OPERATOR-PARM            PIC X(08).
009000 01  WS-OLD-LIMIT-AMT            PIC S9(07)V99.
009100 01  WS-OLD-COUNT-MAX            PIC 9(03).
009125 01  WS-OLD-XB-ACTION            PIC X(01).
009150 01  WS-OLD-XB-CAP-AMT           PIC S9(07)V99.
009175 01  WS-NEW-XB-CAP-AMT           PIC 9(07)V99.
009200
009300 01  WS-COUNTERS.
009400     05  WS-RQST-READ-COUNT        PIC 9(07)      VALUE ZERO.
019500         GO TO 2000-PROCESS-RQST-NEXT
019600     END-IF.
019700
019702     IF  LRQ-XB-ACTION NOT = SPACE
019704     AND LRQ-XB-ACTION NOT = 'B'
019706     AND LRQ-XB-ACTION NOT = 'C'
019708         ADD 1 TO WS-ERROR-COUNT
019710         MOVE SPACES TO RPT-LINE
019712         STRING 'BAD CROSS-BORDER RULE - ACCT: ' LRQ-ACCT-NO
019714             DELIMITED BY SIZE
019716             INTO RPT-LINE
019718         WRITE RPT-LINE
019720         GO TO 2000-PROCESS-RQST-NEXT
019722     END-IF.
019724
019726*    ONLY A CAP RULE CARRIES A CAP, AND IT MUST BE GIVEN.
019728     MOVE ZERO TO WS-NEW-XB-CAP-AMT.
019730     IF LRQ-XB-ACTION = 'C'
019732         IF LRQ-XB-DAILY-CAP-AMT NOT NUMERIC
019734         OR LRQ-XB-DAILY-CAP-AMT = ZERO
019736             ADD 1 TO WS-ERROR-COUNT
019738             MOVE SPACES TO RPT-LINE
019740             STRING 'CAP RULE WITH NO CAP - ACCT: ' LRQ-ACCT-NO
019742                 DELIMITED BY SIZE
019744                 INTO RPT-LINE
019746             WRITE RPT-LINE
019748             GO TO 2000-PROCESS-RQST-NEXT
019750         END-IF
019752         MOVE LRQ-XB-DAILY-CAP-AMT TO WS-NEW-XB-CAP-AMT
019754     END-IF.
019800     MOVE 'N' TO WS-ENROLL-SWITCH.
019900     MOVE LRQ-ACCT-NO TO LIM-ACCT-NO.
020000     READ PAY-LIMITS-FILE.
020300         SET WS-ENROLL-YES TO TRUE
020400         MOVE ZERO TO WS-OLD-LIMIT-AMT
020500         MOVE ZERO TO WS-OLD-COUNT-MAX
020525         MOVE SPACE TO WS-OLD-XB-ACTION
020550         MOVE ZERO TO WS-OLD-XB-CAP-AMT
020600         PERFORM 2200-ENROLL-ACCOUNT
020700             THRU 2200-ENROLL-ACCOUNT-EXIT
020800     ELSE
020900         MOVE LIM-DAILY-LIMIT-AMT TO WS-OLD-LIMIT-AMT
021000         MOVE LIM-DAILY-COUNT-MAX TO WS-OLD-COUNT-MAX
021025         MOVE LIM-XB-ACTION       TO WS-OLD-XB-ACTION
021050         MOVE LIM-XB-DAILY-CAP-AMT TO WS-OLD-XB-CAP-AMT
021100         PERFORM 2300-CHANGE-LIMITS
021200             THRU 2300-CHANGE-LIMITS-EXIT
021300     END-IF.
025100     MOVE ZERO                 TO LIM-CURRENT-DAY-AMT.
025200     MOVE ZERO                 TO LIM-CURRENT-DAY-COUNT.
025300     MOVE ZERO                 TO LIM-LAST-APPLIED-SEQ-NO.
025325     MOVE LRQ-XB-ACTION        TO LIM-XB-ACTION.
025350     MOVE WS-NEW-XB-CAP-AMT    TO LIM-XB-DAILY-CAP-AMT.
025375     MOVE ZERO                 TO LIM-XB-CURRENT-DAY-AMT.
025400
025500     WRITE LIM-RECORD
025600         INVALID KEY
028000
028100     MOVE LRQ-DAILY-LIMIT-AMT  TO LIM-DAILY-LIMIT-AMT.
028200     MOVE LRQ-DAILY-COUNT-MAX  TO LIM-DAILY-COUNT-MAX.
028225     MOVE LRQ-XB-ACTION        TO LIM-XB-ACTION.
028250     MOVE WS-NEW-XB-CAP-AMT    TO LIM-XB-DAILY-CAP-AMT.
028300
028400     REWRITE LIM-RECORD
028500         INVALID KEY
031800     MOVE LRQ-DAILY-LIMIT-AMT  TO LLOG-NEW-LIMIT-AMT.
031900     MOVE WS-OLD-COUNT-MAX     TO LLOG-OLD-COUNT-MAX.
032000     MOVE LRQ-DAILY-COUNT-MAX  TO LLOG-NEW-COUNT-MAX.
032020     MOVE WS-OLD-XB-ACTION     TO LLOG-OLD-XB-ACTION.
032040     MOVE LRQ-XB-ACTION        TO LLOG-NEW-XB-ACTION.
032060     MOVE WS-OLD-XB-CAP-AMT    TO LLOG-OLD-XB-CAP-AMT.
032080     MOVE WS-NEW-XB-CAP-AMT    TO LLOG-NEW-XB-CAP-AMT.
032100     MOVE WS-RUN-DATE          TO LLOG-CHANGE-DATE.
032200     MOVE WS-NOW-TIME          TO LLOG-CHANGE-TIME.
032300     MOVE WS-OPERATOR-PARM     TO LLOG-OPERATOR-ID.
