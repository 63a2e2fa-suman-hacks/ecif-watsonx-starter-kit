001740*                   MISPLACE DECISIONS WITHIN A BUSY DAY.  THE    *
001750*                   TABLE NOW KEEPS THE 15 GREATEST DATE/TIME     *
001760*                   STAMPS AND DISPLAYS THEM DESCENDING.          *
001770*  2026-10-15  DM   EACH DECISION NOW SHOWS THE APPROVAL CODE     *
001775*                   PAYVAL01 ISSUED, SO THE REP CAN QUOTE IT BACK *
001780*                   TO THE MERCHANT.                              *
001782*  2026-10-15  DM   A FOREIGN-CURRENCY DECISION NOW SHOWS A       *
001784*                   SECOND LINE WITH THE ORIGINAL CURRENCY AND    *
001786*                   AMOUNT, THE EXCHANGE RATE, AND THE AMOUNT     *
001788*                   CONVERTED.                                    *
001800*----------------------------------------------------------------*
001900
002000 ENVIRONMENT DIVISION.
006100         10  WS-HIST-TRAN-ID       PIC X(12).
006300         10  WS-HIST-AUTH-RESULT   PIC X(08).
006400         10  WS-HIST-REASON-CD     PIC X(04).
006410         10  WS-HIST-APPROVAL-CD   PIC X(06).
006412         10  WS-HIST-CURRENCY-CD   PIC X(03).
006414         10  WS-HIST-ORIG-AMOUNT   PIC S9(09)V99.
006416         10  WS-HIST-FX-RATE       PIC 9(04)V9(08).
006418         10  WS-HIST-ACCT-AMOUNT   PIC S9(07)V99.
006420
006440 01  WS-CURR-STAMP.
006450     05  WS-CURR-TRAN-DATE         PIC 9(08).
006800 01  WS-INQ-LINE                  PIC X(70).
006900 01  WS-DATE-ED                   PIC 9(08).
007000 01  WS-TIME-ED                   PIC 9(08).
007010
007020*    A FOREIGN-CURRENCY DECISION IS FOLLOWED BY A LINE GIVING
007030*    THE ORIGINAL AMOUNT, THE RATE, AND THE AMOUNT CONVERTED.
007040 01  WS-HOME-CURRENCY-CD          PIC X(03)  VALUE 'USD'.
007050 01  WS-ORIG-AMT-ED               PIC -ZZZ,ZZZ,ZZ9.99.
007060 01  WS-FX-RATE-ED                PIC ZZZ9.99999999.
007070 01  WS-ACCT-AMT-ED               PIC -Z,ZZZ,ZZ9.99.
007100
007200 SCREEN SECTION.
007300 01  INQ-ACCT-SCREEN.
018600          WS-HIST-AUTH-RESULT (WS-HIST-SLOT).
018700     MOVE JKEY-DECLINE-REASON-CD TO
018800          WS-HIST-REASON-CD (WS-HIST-SLOT).
018810     MOVE JKEY-APPROVAL-CD       TO
018820          WS-HIST-APPROVAL-CD (WS-HIST-SLOT).
018822*    A DECISION JOURNALED BEFORE THE AMOUNT DETAIL WAS CARRIED
018824*    HAS NONE - IT IS SHOWN AS A HOME-CURRENCY ITEM.
018826     IF  JKEY-CURRENCY-CD NOT = SPACES
018828     AND JKEY-ORIG-AMOUNT NUMERIC
018830     AND JKEY-FX-RATE NUMERIC
018832     AND JKEY-TRAN-AMOUNT NUMERIC
018834         MOVE JKEY-CURRENCY-CD   TO
018836              WS-HIST-CURRENCY-CD (WS-HIST-SLOT)
018838         MOVE JKEY-ORIG-AMOUNT   TO
018840              WS-HIST-ORIG-AMOUNT (WS-HIST-SLOT)
018842         MOVE JKEY-FX-RATE       TO
018844              WS-HIST-FX-RATE (WS-HIST-SLOT)
018846         MOVE JKEY-TRAN-AMOUNT   TO
018848              WS-HIST-ACCT-AMOUNT (WS-HIST-SLOT)
018850     ELSE
018852         MOVE SPACES TO WS-HIST-CURRENCY-CD (WS-HIST-SLOT)
018854     END-IF.
018900
019000 2100-READ-HISTORY-EXIT.
019100     EXIT.
020500     END-IF.
020600
020700     DISPLAY 'AUTHORIZATION HISTORY - ACCOUNT ' INQ-ACCT-NO.
020800     DISPLAY 'TRAN ID       DATE      TIME      RESULT    '
020850             'REASON  APPROVAL'.
020900
021100     MOVE ZERO TO WS-HIST-SHOWN.
021200
023800             WS-DATE-ED '  '
023900             WS-TIME-ED '  '
024000             WS-HIST-AUTH-RESULT (WS-HIST-SLOT) '  '
024100             WS-HIST-REASON-CD (WS-HIST-SLOT) '    '
024150             WS-HIST-APPROVAL-CD (WS-HIST-SLOT)
024200         DELIMITED BY SIZE
024300         INTO WS-INQ-LINE.
024400     DISPLAY WS-INQ-LINE.
024405
024410     IF WS-HIST-CURRENCY-CD (WS-HIST-SLOT) NOT = SPACES
024415     AND WS-HIST-CURRENCY-CD (WS-HIST-SLOT) NOT =
024416             WS-HOME-CURRENCY-CD
024420         MOVE WS-HIST-ORIG-AMOUNT (WS-HIST-SLOT) TO WS-ORIG-AMT-ED
024425         MOVE WS-HIST-FX-RATE (WS-HIST-SLOT)     TO WS-FX-RATE-ED
024430         MOVE WS-HIST-ACCT-AMOUNT (WS-HIST-SLOT) TO WS-ACCT-AMT-ED
024435         MOVE SPACES TO WS-INQ-LINE
024440         STRING '    ORIGINAL ' WS-HIST-CURRENCY-CD (WS-HIST-SLOT)
024445                 ' ' WS-ORIG-AMT-ED ' AT ' WS-FX-RATE-ED
024450                 ' = ' WS-ACCT-AMT-ED
024455             DELIMITED BY SIZE
024460             INTO WS-INQ-LINE
024465         DISPLAY WS-INQ-LINE
024470     END-IF.
024500
024550     MOVE ZEROS TO WS-HIST-STAMP (WS-HIST-SLOT).
024600     ADD 1      TO WS-HIST-SHOWN.
