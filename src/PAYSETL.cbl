001806*                   THE RUN WILL NOT START UNTIL PAYBAT01 HAS     *
001807*                   COMPLETED FOR THE SAME BUSINESS DATE, AND     *
001808*                   WILL NOT RUN TWICE IN ONE NIGHT.              *
001809*  2026-10-15  DM   EVERY ITEM APPLIED TO THE BALANCE IS NOW      *
001811*                   APPENDED TO THE POSTED-TRANSACTION HISTORY    *
001812*                   FILE (PAYPHST) WITH THE BALANCE IT LEFT       *
001813*                   BEHIND - THE MONTHLY STATEMENT RUN (PAYSTM01) *
001814*                   BUILDS THE CARDHOLDER'S STATEMENT FROM IT.    *
001816*  2026-10-15  DM   THE CURRENCY AND ORIGINAL AMOUNT OF A         *
001817*                   FOREIGN-CURRENCY ITEM ARE CARRIED ONTO        *
001818*                   PAYPHST FOR THE STATEMENT.                    *
001819*----------------------------------------------------------------*
001900
002000 ENVIRONMENT DIVISION.
002100
003420
003440     SELECT PAY-CHECKPOINT-FILE  ASSIGN TO PAYCHKPT
003460                                  ORGANIZATION IS LINE SEQUENTIAL.
003470
003480     SELECT POSTED-HIST-FILE     ASSIGN TO PAYPHST
003490                                  ORGANIZATION IS LINE SEQUENTIAL.
003500
003600 DATA DIVISION.
003700
004840 FD  PAY-CHECKPOINT-FILE
004860     RECORDING MODE IS F.
004880 COPY PAYCHKPT.
004890
004892 FD  POSTED-HIST-FILE
004894     RECORDING MODE IS F.
004896 COPY PAYPHST.
004900
005000 WORKING-STORAGE SECTION.
005100
009600     OPEN INPUT  SETL-FILE.
009700     OPEN I-O    ECIF-CUSTOMER-FILE.
009800     OPEN OUTPUT POST-RPT-FILE.
009850     OPEN EXTEND POSTED-HIST-FILE.
009900
010050
010060     MOVE SPACES TO WS-RESTART-PARM.
014100     SUBTRACT SETL-POSTED-AMOUNT FROM ECIF-ACCT-BALANCE.
014200     REWRITE ECIF-CUSTOMER-RECORD.
014300     ADD 1 TO WS-POSTED-COUNT.
014310
014320     PERFORM 2400-WRITE-HISTORY
014330         THRU 2400-WRITE-HISTORY-EXIT.
014400
014500     IF ECIF-ACCT-BALANCE < ZERO
014600         PERFORM 2200-REPORT-NEGATIVE
020360
020370 2300-TAKE-CHECKPOINT-EXIT.
020380     EXIT.
020381
020382*----------------------------------------------------------------*
020383*  2400-WRITE-HISTORY                                             *
020384*      APPEND THE ITEM JUST APPLIED TO THE POSTED-TRANSACTION     *
020385*      HISTORY, WITH THE BALANCE IT LEFT.  IT IS WRITTEN AHEAD    *
020386*      OF THE CHECKPOINT, SO THE ONE RECORD A RESTART CAN         *
020387*      RE-APPLY IS RE-LOGGED WITH IT AND THE HISTORY STILL TIES   *
020388*      TO THE BALANCE.                                            *
020389*----------------------------------------------------------------*
020390 2400-WRITE-HISTORY.
020391
020392     MOVE SPACES             TO PHST-RECORD.
020393     MOVE SETL-ACCT-NO       TO PHST-ACCT-NO.
020394     MOVE SETL-TRAN-ID       TO PHST-TRAN-ID.
020395     MOVE SETL-POSTED-AMOUNT TO PHST-POSTED-AMOUNT.
020396     MOVE SETL-POSTED-DATE   TO PHST-POSTED-DATE.
020397     MOVE WS-RUN-DATE        TO PHST-APPLIED-DATE.
020398     MOVE ECIF-ACCT-BALANCE  TO PHST-BALANCE-AFTER.
020399
020400*    A FOREIGN-CURRENCY ITEM KEEPS THE AMOUNT THE CARDHOLDER
020402*    ACTUALLY SPENT, SO THE STATEMENT CAN SHOW IT.
020404     IF SETL-CURRENCY-CD NOT = SPACES
020406     AND SETL-ORIG-AMOUNT NUMERIC
020408         MOVE SETL-CURRENCY-CD TO PHST-CURRENCY-CD
020410         MOVE SETL-ORIG-AMOUNT TO PHST-ORIG-AMOUNT
020412     ELSE
020414         MOVE ZERO             TO PHST-ORIG-AMOUNT
020416     END-IF.
020420
020430     WRITE PHST-RECORD.
020440
020450 2400-WRITE-HISTORY-EXIT.
020460     EXIT.
020470
020480*----------------------------------------------------------------*
020500*  9000-FINALIZE                                                  *
020600*      WRITE THE SUMMARY TOTALS AND CLOSE THE FILES.              *
020700*----------------------------------------------------------------*
024700     CLOSE SETL-FILE.
024800     CLOSE ECIF-CUSTOMER-FILE.
024900     CLOSE POST-RPT-FILE.
024905     CLOSE POSTED-HIST-FILE.
024910
024920     MOVE 'E'                TO RCTLP-FUNCTION.
024930     MOVE WS-SETL-READ-COUNT TO RCTLP-RECORDS-PROCESSED.
