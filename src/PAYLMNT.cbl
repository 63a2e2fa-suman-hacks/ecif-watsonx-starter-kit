001900*                   PAYLLOG AUDIT TRAIL WITH THE OLD AND NEW      *
002000*                   LIMITS, THE OPERATOR, AND THE TIMESTAMP, THE  *
002100*                   WAY PAYMLOG RECORDS STATUS CHANGES.           *
002110*  2026-10-15  DM   THE ACCOUNT'S CROSS-BORDER RULE IS NOW        *
002120*                   MAINTAINED HERE ALONGSIDE ITS LIMITS - 'B'    *
002130*                   BLOCKS ALL FOREIGN-CURRENCY SPEND, 'C' CAPS   *
002140*                   IT AT A DAILY AMOUNT IN ACCOUNT CURRENCY,     *
002150*                   BLANK LEAVES IT UNRESTRICTED.  THE OLD AND    *
002160*                   NEW RULE AND CAP GO TO PAYLLOG WITH THE       *
002170*                   LIMITS.                                       *
002200*----------------------------------------------------------------*
002300
002400 ENVIRONMENT DIVISION.
008100 01  MAINT-OLD-COUNT-MAX          PIC 9(03).
008200 01  MAINT-CUR-LIMIT-ED           PIC Z,ZZZ,ZZ9.99.
008300 01  MAINT-CUR-COUNT-ED           PIC ZZ9.
008310 01  MAINT-XB-ACTION              PIC X(01).
008320     88  MAINT-XB-VALID                  VALUES SPACE 'B' 'C'.
008330 01  MAINT-XB-CAP-AMT             PIC 9(07)V99.
008340 01  MAINT-OLD-XB-ACTION          PIC X(01).
008350 01  MAINT-OLD-XB-CAP-AMT         PIC S9(07)V99.
008360 01  MAINT-CUR-XB-CAP-ED          PIC Z,ZZZ,ZZ9.99.
008400
008500 SCREEN SECTION.
008600 01  MAINT-ACCT-SCREEN.
010500     05  LINE 07 COL 10
010600         VALUE 'CURRENT DAILY COUNT MAX . . . . . . .'.
010700     05  LINE 07 COL 48 PIC X(03) FROM MAINT-CUR-COUNT-ED.
010720     05  LINE 08 COL 10
010740         VALUE 'CURRENT CROSS-BORDER RULE AND CAP . .'.
010760     05  LINE 08 COL 48 PIC X(01) FROM MAINT-OLD-XB-ACTION.
010780     05  LINE 08 COL 52 PIC X(12) FROM MAINT-CUR-XB-CAP-ED.
010800     05  LINE 09 COL 10
010900         VALUE 'NEW DAILY LIMIT (9999999.99). . . . .'.
011000     05  LINE 09 COL 48 PIC 9(07)V99 USING MAINT-LIMIT-AMT.
011100     05  LINE 10 COL 10
011200         VALUE 'NEW DAILY COUNT MAX . . . . . . . . .'.
011300     05  LINE 10 COL 48 PIC 9(03) USING MAINT-COUNT-MAX.
011320     05  LINE 11 COL 10
011340         VALUE 'NEW CROSS-BORDER RULE (B/C) AND CAP .'.
011360     05  LINE 11 COL 48 PIC X(01) USING MAINT-XB-ACTION.
011380     05  LINE 11 COL 52 PIC 9(07)V99 USING MAINT-XB-CAP-AMT.
011400     05  LINE 12 COL 10
011500         VALUE 'OPERATOR ID . . . . . . . . . . . . .'.
011600     05  LINE 12 COL 48 PIC X(08) USING MAINT-OPERATOR-ID.
017600         MOVE ZERO TO MAINT-OLD-COUNT-MAX
017700         MOVE ZERO TO MAINT-CUR-LIMIT-ED
017800         MOVE ZERO TO MAINT-CUR-COUNT-ED
017825         MOVE SPACE TO MAINT-OLD-XB-ACTION
017850         MOVE ZERO TO MAINT-OLD-XB-CAP-AMT
017875         MOVE ZERO TO MAINT-CUR-XB-CAP-ED
017900         DISPLAY 'ACCOUNT NOT ENROLLED - NEW LIMITS WILL ENROLL'
018000     ELSE
018100         MOVE LIM-DAILY-LIMIT-AMT TO MAINT-OLD-LIMIT-AMT
018200                                      MAINT-CUR-LIMIT-ED
018300         MOVE LIM-DAILY-COUNT-MAX TO MAINT-OLD-COUNT-MAX
018400                                      MAINT-CUR-COUNT-ED
018425         MOVE LIM-XB-ACTION       TO MAINT-OLD-XB-ACTION
018450         MOVE LIM-XB-DAILY-CAP-AMT TO MAINT-OLD-XB-CAP-AMT
018475                                      MAINT-CUR-XB-CAP-ED
018500     END-IF.
018600
018700     MOVE SPACES TO MAINT-OPERATOR-ID MAINT-CONFIRM.
018800     MOVE ZERO   TO MAINT-LIMIT-AMT MAINT-COUNT-MAX.
018825     MOVE MAINT-OLD-XB-ACTION  TO MAINT-XB-ACTION.
018850     MOVE MAINT-OLD-XB-CAP-AMT TO MAINT-XB-CAP-AMT.
018900     DISPLAY MAINT-UPDATE-SCREEN.
019000     ACCEPT MAINT-UPDATE-SCREEN.
019100
021100         GO TO 2000-PROCESS-ACCOUNT-EXIT
021200     END-IF.
021300
021305*    A CROSS-BORDER RULE IS 'B' (BLOCK ALL FOREIGN SPEND), 'C'
021310*    (CAP IT PER DAY - THE CAP MUST BE GIVEN), OR BLANK FOR NO
021315*    RULE.  ONLY A CAP RULE KEEPS A CAP AMOUNT.
021320     IF NOT MAINT-XB-VALID
021325         DISPLAY 'XBORDER RULE MUST BE B, C OR BLANK - NO CHANGE'
021330         GO TO 2000-PROCESS-ACCOUNT-EXIT
021335     END-IF.
021340
021345     IF MAINT-XB-ACTION = 'C'
021350     AND MAINT-XB-CAP-AMT = ZERO
021355         DISPLAY 'XBORDER CAP MUST BE OVER ZERO - NO CHANGE'
021360         GO TO 2000-PROCESS-ACCOUNT-EXIT
021365     END-IF.
021370
021375     IF MAINT-XB-ACTION NOT = 'C'
021380         MOVE ZERO TO MAINT-XB-CAP-AMT
021385     END-IF.
021400     IF MAINT-ENROLL-YES
021500         PERFORM 2200-ENROLL-ACCOUNT
021600             THRU 2200-ENROLL-ACCOUNT-EXIT
024000     MOVE ZERO              TO LIM-CURRENT-DAY-AMT.
024100     MOVE ZERO              TO LIM-CURRENT-DAY-COUNT.
024200     MOVE ZERO              TO LIM-LAST-APPLIED-SEQ-NO.
024225     MOVE MAINT-XB-ACTION   TO LIM-XB-ACTION.
024250     MOVE MAINT-XB-CAP-AMT  TO LIM-XB-DAILY-CAP-AMT.
024275     MOVE ZERO              TO LIM-XB-CURRENT-DAY-AMT.
024300
024400     WRITE LIM-RECORD
024500         INVALID KEY
026200
026300     MOVE MAINT-LIMIT-AMT   TO LIM-DAILY-LIMIT-AMT.
026400     MOVE MAINT-COUNT-MAX   TO LIM-DAILY-COUNT-MAX.
026425     MOVE MAINT-XB-ACTION   TO LIM-XB-ACTION.
026450     MOVE MAINT-XB-CAP-AMT  TO LIM-XB-DAILY-CAP-AMT.
026500
026600     REWRITE LIM-RECORD
026700         INVALID KEY
029400     MOVE MAINT-LIMIT-AMT     TO LLOG-NEW-LIMIT-AMT.
029500     MOVE MAINT-OLD-COUNT-MAX TO LLOG-OLD-COUNT-MAX.
029600     MOVE MAINT-COUNT-MAX     TO LLOG-NEW-COUNT-MAX.
029620     MOVE MAINT-OLD-XB-ACTION TO LLOG-OLD-XB-ACTION.
029640     MOVE MAINT-XB-ACTION     TO LLOG-NEW-XB-ACTION.
029660     MOVE MAINT-OLD-XB-CAP-AMT TO LLOG-OLD-XB-CAP-AMT.
029680     MOVE MAINT-XB-CAP-AMT    TO LLOG-NEW-XB-CAP-AMT.
029700     MOVE WS-TODAY-DATE       TO LLOG-CHANGE-DATE.
029800     MOVE WS-NOW-TIME         TO LLOG-CHANGE-TIME.
029900     MOVE MAINT-OPERATOR-ID   TO LLOG-OPERATOR-ID.
