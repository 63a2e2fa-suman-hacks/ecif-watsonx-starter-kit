000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYFEE01.
000300 AUTHOR.         D MCALLISTER.
000400 INSTALLATION.   CONSUMER CARD SERVICES - AUTHORIZATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  2026-10-15  DM   INITIAL VERSION - NIGHTLY OVERDRAFT FEE RUN. *
001100*                   PAYSETL'S POSTING REPORT LISTED EVERY ACCOUNT*
001200*                   IT DROVE NEGATIVE OR PAST ITS OVERDRAFT LIMIT*
001300*                   AND THE BRANCHES CHARGED FEES BY HAND FROM THE*
001400*                   PRINTOUT, EACH IN ITS OWN WAY.  EVERY ITEM   *
001500*                   PAYSETL APPLIED TONIGHT (PAYPHST) THAT LEFT  *
001600*                   THE BALANCE BELOW ZERO NOW DRAWS A FEE FROM  *
001700*                   THE FEE SCHEDULE CARDS (PAYFSCH) - THE       *
001800*                   OVERDRAFT FEE, OR THE LARGER OVER-LIMIT FEE  *
001900*                   WHEN THE ITEM TOOK THE BALANCE PAST          *
002000*                   CUST-OVERDRAFT-LIMIT - UP TO THE SCHEDULE'S  *
002100*                   DAILY MAXIMUM PER ACCOUNT.  EACH FEE IS TAKEN*
002200*                   OFF THE ECIF BALANCE, KEPT ON THE KEYED FEE  *
002300*                   FILE (PAYFEE) FOR THE WAIVER SCREEN, AND     *
002400*                   WRITTEN TO THE FEE HISTORY (PAYFHST) FOR THE *
002500*                   STATEMENT AND THE GL EXTRACT.  RUNS IN THE   *
002600*                   CHAIN BETWEEN PAYSETL AND PAYCIF01.  A RERUN *
002700*                   AFTER AN ABEND SKIPS ANY ITEM ALREADY CHARGED.*
002800*----------------------------------------------------------------*
002900
003000 ENVIRONMENT DIVISION.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT POSTED-HIST-FILE     ASSIGN TO PAYPHST
003500                                  ORGANIZATION IS LINE SEQUENTIAL.
003600
003700     SELECT FEE-SCHED-FILE       ASSIGN TO PAYFSCH
003800                                  ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT ECIF-CUSTOMER-FILE   ASSIGN TO ECIFCUS
004100                                  ORGANIZATION IS INDEXED
004200                                  ACCESS MODE IS RANDOM
004300                                  RECORD KEY IS ECIF-ACCT-NO
004400                                  FILE STATUS IS WS-ECIF-STATUS.
004500
004600     SELECT FEE-FILE             ASSIGN TO PAYFEE
004700                                  ORGANIZATION IS INDEXED
004800                                  ACCESS MODE IS RANDOM
004900                                  RECORD KEY IS FEE-KEY
005000                                  FILE STATUS IS WS-FEE-STATUS.
005100
005200     SELECT FEE-HIST-FILE        ASSIGN TO PAYFHST
005300                                  ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT FEE-RPT-FILE         ASSIGN TO PAYFERPT
005600                                  ORGANIZATION IS LINE SEQUENTIAL.
005700
005800 DATA DIVISION.
005900
006000 FILE SECTION.
006100 FD  POSTED-HIST-FILE
006200     RECORDING MODE IS F.
006300 COPY PAYPHST.
006400
006500 FD  FEE-SCHED-FILE
006600     RECORDING MODE IS F.
006700 COPY PAYFSCH.
006800
006900 FD  ECIF-CUSTOMER-FILE.
007000 COPY ECIFCUS.
007100
007200 FD  FEE-FILE.
007300 COPY PAYFEE.
007400
007500 FD  FEE-HIST-FILE
007600     RECORDING MODE IS F.
007700 COPY PAYFHST.
007800
007900 FD  FEE-RPT-FILE
008000     RECORDING MODE IS F.
008100 01  RPT-LINE                    PIC X(80).
008200
008300 WORKING-STORAGE SECTION.
008400
008500 01  WS-ECIF-STATUS              PIC X(02).
008600     88  WS-ECIF-FOUND                    VALUE '00'.
008700     88  WS-ECIF-NOT-FOUND                VALUE '23'.
008800
008900 01  WS-FEE-STATUS               PIC X(02).
009000     88  WS-FEE-FOUND                     VALUE '00'.
009100     88  WS-FEE-NOT-FOUND                 VALUE '23'.
009200
009300 01  WS-SWITCHES.
009400     05  WS-HIST-EOF-SWITCH        PIC X(01)      VALUE 'N'.
009500         88  WS-HIST-EOF-YES              VALUE 'Y'.
009600     05  WS-FSCH-EOF-SWITCH        PIC X(01)      VALUE 'N'.
009700         88  WS-FSCH-EOF-YES              VALUE 'Y'.
009800     05  WS-SCHED-SWITCH           PIC X(01)      VALUE 'N'.
009900         88  WS-SCHED-FOUND               VALUE 'Y'.
010000     05  WS-CARD-ERROR-SWITCH      PIC X(01)      VALUE 'N'.
010100         88  WS-CARD-ERROR                VALUE 'Y'.
010200     05  WS-SLOT-SWITCH            PIC X(01)      VALUE 'N'.
010300         88  WS-SLOT-FREE                 VALUE 'F'.
010400         88  WS-ALREADY-CHARGED           VALUE 'C'.
010500         88  WS-SLOT-NONE                 VALUE 'N'.
010600
010700 01  WS-RUN-DATE                 PIC 9(08).
010800 01  WS-NOW-TIME                 PIC 9(08).
010900
011000*    THE SCHEDULE IN EFFECT TONIGHT - THE CARD WITH THE LATEST
011100*    EFFECTIVE DATE NOT AFTER THE BUSINESS DATE.
011200 01  WS-SCHEDULE.
011300     05  WS-SCHED-EFF-DATE         PIC 9(08)      VALUE ZERO.
011400     05  WS-SCHED-OD-FEE           PIC 9(03)V99   VALUE ZERO.
011500     05  WS-SCHED-OL-FEE           PIC 9(03)V99   VALUE ZERO.
011600     05  WS-SCHED-DAILY-MAX        PIC 9(02)      VALUE ZERO.
011700
011800 01  WS-FEE-TYPE                 PIC X(02).
011900 01  WS-FEE-AMOUNT               PIC 9(03)V99.
012000 01  WS-FEE-SEQ                  PIC 9(03)  COMP  VALUE ZERO.
012100 01  WS-FREE-SEQ                 PIC 9(02)        VALUE ZERO.
012200
012300 01  WS-COUNTERS.
012400     05  WS-FSCH-READ-COUNT        PIC 9(07)      VALUE ZERO.
012500     05  WS-HIST-READ-COUNT        PIC 9(07)      VALUE ZERO.
012600     05  WS-OVERDRAWN-COUNT        PIC 9(07)      VALUE ZERO.
012700     05  WS-OD-FEE-COUNT           PIC 9(07)      VALUE ZERO.
012800     05  WS-OL-FEE-COUNT           PIC 9(07)      VALUE ZERO.
012900     05  WS-CAPPED-COUNT           PIC 9(07)      VALUE ZERO.
013000     05  WS-RERUN-SKIP-COUNT       PIC 9(07)      VALUE ZERO.
013100     05  WS-ZERO-FEE-COUNT         PIC 9(07)      VALUE ZERO.
013200     05  WS-NOACCT-COUNT           PIC 9(07)      VALUE ZERO.
013300     05  WS-FEE-CHARGED-COUNT      PIC 9(07)      VALUE ZERO.
013400
013500 01  WS-FEE-TOTAL                PIC 9(09)V99    VALUE ZERO.
013600
013700 01  WS-RPT-COUNT-ED              PIC ZZZ,ZZ9.
013800 01  WS-RPT-FEE-ED                PIC ZZ9.99.
013900 01  WS-RPT-TOTAL-ED              PIC ZZZ,ZZZ,ZZ9.99.
014000 01  WS-RPT-BAL-ED                PIC -ZZZ,ZZZ,ZZ9.99.
014100 01  WS-RPT-MAX-ED                PIC Z9.
014200
014300 COPY RCTLPRM.
014400
014500 PROCEDURE DIVISION.
014600
014700*----------------------------------------------------------------*
014800*  0000-MAINLINE                                                 *
014900*----------------------------------------------------------------*
015000 0000-MAINLINE.
015100
015200     PERFORM 1000-INITIALIZE
015300         THRU 1000-INITIALIZE-EXIT.
015400
015500     PERFORM 2000-SELECT-POSTING
015600         THRU 2000-SELECT-POSTING-EXIT
015700         UNTIL WS-HIST-EOF-YES.
015800
015900     PERFORM 9000-FINALIZE
016000         THRU 9000-FINALIZE-EXIT.
016100
016200     GOBACK.
016300
016400*----------------------------------------------------------------*
016500*  1000-INITIALIZE                                                *
016600*      TAKE THE SCHEDULE IN EFFECT BEFORE ANYTHING IS OPENED FOR  *
016700*      UPDATE - WITH NO USABLE SCHEDULE NO FEE CAN BE CHARGED.    *
016800*----------------------------------------------------------------*
016900 1000-INITIALIZE.
017000
017100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017200     PERFORM 1050-RUN-CONTROL-START
017300         THRU 1050-RUN-CONTROL-START-EXIT.
017400
017500     OPEN OUTPUT FEE-RPT-FILE.
017600
017700     MOVE SPACES TO RPT-LINE.
017800     STRING 'PAYFEE01 - OVERDRAFT FEE RUN  DATE: '
017900             WS-RUN-DATE DELIMITED BY SIZE
018000         INTO RPT-LINE.
018100     WRITE RPT-LINE.
018200
018300     MOVE ALL '-' TO RPT-LINE.
018400     WRITE RPT-LINE.
018500
018600     PERFORM 1100-LOAD-SCHEDULE
018700         THRU 1100-LOAD-SCHEDULE-EXIT.
018800
018900     OPEN INPUT  POSTED-HIST-FILE.
019000     OPEN I-O    ECIF-CUSTOMER-FILE.
019100     OPEN I-O    FEE-FILE.
019200     OPEN EXTEND FEE-HIST-FILE.
019300
019400     MOVE WS-SCHED-OD-FEE    TO WS-RPT-FEE-ED.
019500     MOVE SPACES TO RPT-LINE.
019600     STRING 'SCHEDULE EFFECTIVE ' WS-SCHED-EFF-DATE
019700             '  OVERDRAFT FEE ' WS-RPT-FEE-ED
019800         DELIMITED BY SIZE
019900         INTO RPT-LINE.
020000     WRITE RPT-LINE.
020100
020200     MOVE WS-SCHED-OL-FEE    TO WS-RPT-FEE-ED.
020300     MOVE WS-SCHED-DAILY-MAX TO WS-RPT-MAX-ED.
020400     MOVE SPACES TO RPT-LINE.
020500     STRING '                            OVER-LIMIT FEE '
020600             WS-RPT-FEE-ED '  DAILY MAXIMUM ' WS-RPT-MAX-ED
020700         DELIMITED BY SIZE
020800         INTO RPT-LINE.
020900     WRITE RPT-LINE.
021000
021100     MOVE SPACES TO RPT-LINE.
021200     WRITE RPT-LINE.
021300
021400     PERFORM 2900-READ-HIST
021500         THRU 2900-READ-HIST-EXIT.
021600
021700 1000-INITIALIZE-EXIT.
021800     EXIT.
021900
022000*----------------------------------------------------------------*
022100*  1050-RUN-CONTROL-START                                         *
022200*      RECORD THE START ON THE SHARED RUN-CONTROL FILE.  THE      *
022300*      RUN IS REFUSED UNTIL PAYSETL HAS POSTED THIS BUSINESS      *
022400*      DATE'S SETTLEMENTS, OR IF IT HAS ALREADY COMPLETED         *
022500*      TONIGHT - A RERUN AFTER AN ABEND IS LET THROUGH.           *
022600*----------------------------------------------------------------*
022700 1050-RUN-CONTROL-START.
022800
022900     MOVE 'S'         TO RCTLP-FUNCTION.
023000     MOVE 'PAYFEE01'  TO RCTLP-JOB-NAME.
023100     MOVE 'PAYSETL '  TO RCTLP-PRED-JOB-NAME.
023200     MOVE WS-RUN-DATE TO RCTLP-BUS-DATE.
023300     MOVE ZERO        TO RCTLP-RECORDS-PROCESSED.
023400     CALL 'PAYRCTL' USING RCTL-PARM.
023500
023600     IF RCTLP-PRED-NOT-DONE
023700         DISPLAY 'PAYFEE01 HELD - PAYSETL NOT COMPLETE FOR '
023800                 WS-RUN-DATE
023900         MOVE 16 TO RETURN-CODE
024000         GOBACK
024100     END-IF.
024200
024300     IF RCTLP-ALREADY-DONE
024400         DISPLAY 'PAYFEE01 HELD - ALREADY COMPLETE FOR '
024500                 WS-RUN-DATE
024600         MOVE 16 TO RETURN-CODE
024700         GOBACK
024800     END-IF.
024900
025000 1050-RUN-CONTROL-START-EXIT.
025100     EXIT.
025200
025300*----------------------------------------------------------------*
025400*  1100-LOAD-SCHEDULE                                             *
025500*      READ EVERY SCHEDULE CARD AND KEEP THE ONE IN EFFECT.  A    *
025600*      BAD CARD COULD BE THE ONE MEANT TO TAKE EFFECT, SO ANY BAD *
025700*      CARD - OR NO CARD IN EFFECT AT ALL - STOPS THE RUN.        *
025800*----------------------------------------------------------------*
025900 1100-LOAD-SCHEDULE.
026000
026100     OPEN INPUT FEE-SCHED-FILE.
026200
026300     PERFORM 1150-CHECK-ONE-CARD
026400         THRU 1150-CHECK-ONE-CARD-EXIT
026500         UNTIL WS-FSCH-EOF-YES.
026600
026700     CLOSE FEE-SCHED-FILE.
026800
026900     IF WS-CARD-ERROR
027000         PERFORM 1190-STOP-NO-SCHEDULE
027100             THRU 1190-STOP-NO-SCHEDULE-EXIT
027200     END-IF.
027300
027400     IF NOT WS-SCHED-FOUND
027500         MOVE SPACES TO RPT-LINE
027600         STRING 'NO FEE SCHEDULE CARD IN EFFECT ON '
027700                 WS-RUN-DATE DELIMITED BY SIZE
027800             INTO RPT-LINE
027900         WRITE RPT-LINE
028000         PERFORM 1190-STOP-NO-SCHEDULE
028100             THRU 1190-STOP-NO-SCHEDULE-EXIT
028200     END-IF.
028300
028400 1100-LOAD-SCHEDULE-EXIT.
028500     EXIT.
028600
028700*----------------------------------------------------------------*
028800*  1150-CHECK-ONE-CARD                                            *
028900*      THE OVER-LIMIT FEE IS THE LARGER ONE, AND A DAY MUST ALLOW *
029000*      AT LEAST ONE FEE.  A CARD DATED AFTER TONIGHT IS CHECKED   *
029100*      BUT NOT USED.                                              *
029200*----------------------------------------------------------------*
029300 1150-CHECK-ONE-CARD.
029400
029500     READ FEE-SCHED-FILE
029600         AT END
029700             SET WS-FSCH-EOF-YES TO TRUE
029800             GO TO 1150-CHECK-ONE-CARD-EXIT
029900     END-READ.
030000
030100     ADD 1 TO WS-FSCH-READ-COUNT.
030200
030300     IF FSCH-EFFECTIVE-DATE NOT NUMERIC
030400     OR FSCH-OD-FEE NOT NUMERIC
030500     OR FSCH-OL-FEE NOT NUMERIC
030600     OR FSCH-DAILY-MAX NOT NUMERIC
030700     OR FSCH-DAILY-MAX = ZERO
030800     OR FSCH-OL-FEE < FSCH-OD-FEE
030900         SET WS-CARD-ERROR TO TRUE
031000         MOVE SPACES TO RPT-LINE
031100         STRING 'BAD FEE SCHEDULE CARD: ' FSCH-RECORD
031200             DELIMITED BY SIZE
031300             INTO RPT-LINE
031400         WRITE RPT-LINE
031500         GO TO 1150-CHECK-ONE-CARD-EXIT
031600     END-IF.
031700
031800     IF FSCH-EFFECTIVE-DATE > WS-RUN-DATE
031900     OR FSCH-EFFECTIVE-DATE < WS-SCHED-EFF-DATE
032000         GO TO 1150-CHECK-ONE-CARD-EXIT
032100     END-IF.
032200
032300     SET WS-SCHED-FOUND TO TRUE.
032400     MOVE FSCH-EFFECTIVE-DATE TO WS-SCHED-EFF-DATE.
032500     MOVE FSCH-OD-FEE         TO WS-SCHED-OD-FEE.
032600     MOVE FSCH-OL-FEE         TO WS-SCHED-OL-FEE.
032700     MOVE FSCH-DAILY-MAX      TO WS-SCHED-DAILY-MAX.
032800
032900 1150-CHECK-ONE-CARD-EXIT.
033000     EXIT.
033100
033200*----------------------------------------------------------------*
033300*  1190-STOP-NO-SCHEDULE                                          *
033400*      NOTHING HAS BEEN CHARGED.  THE RUN ENDS WITHOUT COMPLETING *
033500*      ON PAYRCTL, SO THE REST OF THE WINDOW IS HELD UNTIL THE    *
033600*      CARDS ARE PUT RIGHT AND THE RUN IS RESUBMITTED.            *
033700*----------------------------------------------------------------*
033800 1190-STOP-NO-SCHEDULE.
033900
034000     MOVE SPACES TO RPT-LINE.
034100     MOVE '*** NO USABLE FEE SCHEDULE - NO FEES CHARGED ***'
034200         TO RPT-LINE.
034300     WRITE RPT-LINE.
034400
034500     DISPLAY 'PAYFEE01 STOPPED - NO USABLE FEE SCHEDULE FOR '
034600             WS-RUN-DATE.
034700
034800     CLOSE FEE-RPT-FILE.
034900
035000     MOVE 16 TO RETURN-CODE.
035100     GOBACK.
035200
035300 1190-STOP-NO-SCHEDULE-EXIT.
035400     EXIT.
035500
035600*----------------------------------------------------------------*
035700*  2000-SELECT-POSTING                                            *
035800*      A SETTLEMENT ITEM PAYSETL APPLIED TONIGHT THAT TOOK MONEY  *
035900*      OFF THE BALANCE AND LEFT IT BELOW ZERO - THE SAME ITEMS    *
036000*      ITS POSTING REPORT LISTS.  A REFUND NEVER DRAWS A FEE.     *
036100*----------------------------------------------------------------*
036200 2000-SELECT-POSTING.
036300
036400     IF PHST-APPLIED-DATE NOT = WS-RUN-DATE
036500     OR PHST-POSTED-AMOUNT NOT > ZERO
036600     OR PHST-BALANCE-AFTER NOT < ZERO
036700         GO TO 2000-SELECT-POSTING-NEXT
036800     END-IF.
036900
037000     ADD 1 TO WS-OVERDRAWN-COUNT.
037100
037200     PERFORM 2100-ASSESS-FEE
037300         THRU 2100-ASSESS-FEE-EXIT.
037400
037500 2000-SELECT-POSTING-NEXT.
037600     PERFORM 2900-READ-HIST
037700         THRU 2900-READ-HIST-EXIT.
037800
037900 2000-SELECT-POSTING-EXIT.
038000     EXIT.
038100
038200*----------------------------------------------------------------*
038300*  2100-ASSESS-FEE                                                *
038400*      AN ITEM THAT LEFT THE BALANCE FURTHER BELOW ZERO THAN THE  *
038500*      OVERDRAFT LIMIT DRAWS THE OVER-LIMIT FEE, ANY OTHER THE    *
038600*      OVERDRAFT FEE - THE SAME TEST PAYSETL REPORTS ON, MADE ON  *
038700*      THE BALANCE THE ITEM LEFT, BEFORE ANY FEE.                 *
038800*----------------------------------------------------------------*
038900 2100-ASSESS-FEE.
039000
039100     MOVE PHST-ACCT-NO TO ECIF-ACCT-NO.
039200     READ ECIF-CUSTOMER-FILE.
039300
039400     IF WS-ECIF-NOT-FOUND
039500         ADD 1 TO WS-NOACCT-COUNT
039600         MOVE SPACES TO RPT-LINE
039700         STRING 'ACCOUNT NOT ON ECIF - ACCT: ' PHST-ACCT-NO
039800                 '  TRAN: ' PHST-TRAN-ID
039900             DELIMITED BY SIZE
040000             INTO RPT-LINE
040100         WRITE RPT-LINE
040200         GO TO 2100-ASSESS-FEE-EXIT
040300     END-IF.
040400
040500     IF (PHST-BALANCE-AFTER * -1) > CUST-OVERDRAFT-LIMIT
040600         MOVE 'OL'            TO WS-FEE-TYPE
040700         MOVE WS-SCHED-OL-FEE TO WS-FEE-AMOUNT
040800     ELSE
040900         MOVE 'OD'            TO WS-FEE-TYPE
041000         MOVE WS-SCHED-OD-FEE TO WS-FEE-AMOUNT
041100     END-IF.
041200
041300     IF WS-FEE-AMOUNT = ZERO
041400         ADD 1 TO WS-ZERO-FEE-COUNT
041500         GO TO 2100-ASSESS-FEE-EXIT
041600     END-IF.
041700
041800     PERFORM 2200-FIND-FEE-SLOT
041900         THRU 2200-FIND-FEE-SLOT-EXIT.
042000
042100     IF WS-ALREADY-CHARGED
042200         ADD 1 TO WS-RERUN-SKIP-COUNT
042300         GO TO 2100-ASSESS-FEE-EXIT
042400     END-IF.
042500
042600     IF WS-SLOT-NONE
042700         ADD 1 TO WS-CAPPED-COUNT
042800         MOVE SPACES TO RPT-LINE
042900         STRING 'DAILY FEE MAXIMUM REACHED - ACCT: ' PHST-ACCT-NO
043000                 '  TRAN: ' PHST-TRAN-ID
043100             DELIMITED BY SIZE
043200             INTO RPT-LINE
043300         WRITE RPT-LINE
043400         GO TO 2100-ASSESS-FEE-EXIT
043500     END-IF.
043600
043700     PERFORM 2300-CHARGE-FEE
043800         THRU 2300-CHARGE-FEE-EXIT.
043900
044000 2100-ASSESS-FEE-EXIT.
044100     EXIT.
044200
044300*----------------------------------------------------------------*
044400*  2200-FIND-FEE-SLOT                                             *
044500*      THE ACCOUNT'S FEES FOR THE DAY ARE NUMBERED 01 UP TO THE   *
044600*      DAILY MAXIMUM.  THE FIRST NUMBER NOT ON FILE IS THE NEXT   *
044700*      FEE'S; NONE FREE MEANS THE MAXIMUM IS REACHED.  A FEE      *
044800*      ALREADY ON FILE FOR THIS SAME ITEM MEANS A RERUN HAS       *
044900*      REACHED AN ITEM THE ABENDED RUN CHARGED.                   *
045000*----------------------------------------------------------------*
045100 2200-FIND-FEE-SLOT.
045200
045300     SET WS-SLOT-NONE TO TRUE.
045400     MOVE ZERO TO WS-FREE-SEQ.
045500
045600     PERFORM 2250-CHECK-ONE-SLOT
045700         THRU 2250-CHECK-ONE-SLOT-EXIT
045800         VARYING WS-FEE-SEQ FROM 1 BY 1
045900         UNTIL WS-FEE-SEQ > WS-SCHED-DAILY-MAX
046000         OR NOT WS-SLOT-NONE.
046100
046200 2200-FIND-FEE-SLOT-EXIT.
046300     EXIT.
046400
046500 2250-CHECK-ONE-SLOT.
046600
046700     MOVE PHST-ACCT-NO TO FEE-ACCT-NO.
046800     MOVE 'FE'         TO FEE-REF-PREFIX.
046900     MOVE WS-RUN-DATE  TO FEE-REF-DATE.
047000     MOVE WS-FEE-SEQ   TO FEE-REF-SEQ.
047100     READ FEE-FILE.
047200
047300     IF WS-FEE-NOT-FOUND
047400         SET WS-SLOT-FREE TO TRUE
047500         MOVE WS-FEE-SEQ TO WS-FREE-SEQ
047600         GO TO 2250-CHECK-ONE-SLOT-EXIT
047700     END-IF.
047800
047900     IF FEE-TRIGGER-TRAN-ID = PHST-TRAN-ID
048000         SET WS-ALREADY-CHARGED TO TRUE
048100     END-IF.
048200
048300 2250-CHECK-ONE-SLOT-EXIT.
048400     EXIT.
048500
048600*----------------------------------------------------------------*
048700*  2300-CHARGE-FEE                                                *
048800*      THE FEE RECORD GOES ON FILE FIRST, SO A RERUN CAN NEVER    *
048900*      CHARGE THE SAME ITEM TWICE; THE BALANCE AND THE HISTORY    *
049000*      FOLLOW AT ONCE.  ONLY THE ONE ITEM IN FLIGHT AT AN ABEND   *
049100*      CAN BE LEFT ON FILE WITHOUT ITS BALANCE MOVE - THE DETAIL  *
049200*      LINES NAME EVERY FEE CHARGED SO IT CAN BE VERIFIED.        *
049300*----------------------------------------------------------------*
049400 2300-CHARGE-FEE.
049500
049600     SUBTRACT WS-FEE-AMOUNT FROM ECIF-ACCT-BALANCE.
049700
049800     MOVE SPACES              TO FEE-RECORD.
049900     MOVE PHST-ACCT-NO        TO FEE-ACCT-NO.
050000     MOVE 'FE'                TO FEE-REF-PREFIX.
050100     MOVE WS-RUN-DATE         TO FEE-REF-DATE.
050200     MOVE WS-FREE-SEQ         TO FEE-REF-SEQ.
050300     MOVE WS-FEE-TYPE         TO FEE-TYPE.
050400     MOVE 'A'                 TO FEE-STATUS.
050500     MOVE WS-FEE-AMOUNT       TO FEE-AMOUNT.
050600     MOVE PHST-TRAN-ID        TO FEE-TRIGGER-TRAN-ID.
050700     MOVE ECIF-ACCT-BALANCE   TO FEE-BALANCE-AFTER.
050800     MOVE ZERO                TO FEE-WAIVE-DATE.
050900
051000     WRITE FEE-RECORD
051100         INVALID KEY
051200             MOVE SPACES TO RPT-LINE
051300             STRING 'FEE WRITE FAILED - ACCT: ' FEE-ACCT-NO
051400                     '  FEE: ' FEE-REF
051500                 DELIMITED BY SIZE
051600                 INTO RPT-LINE
051700             WRITE RPT-LINE
051800             GO TO 2300-CHARGE-FEE-EXIT
051900     END-WRITE.
052000
052100     REWRITE ECIF-CUSTOMER-RECORD.
052200
052300     PERFORM 2400-WRITE-FEE-HISTORY
052400         THRU 2400-WRITE-FEE-HISTORY-EXIT.
052500
052600     ADD 1             TO WS-FEE-CHARGED-COUNT.
052700     ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL.
052800
052900     MOVE WS-FEE-AMOUNT     TO WS-RPT-FEE-ED.
053000     MOVE ECIF-ACCT-BALANCE TO WS-RPT-BAL-ED.
053100     MOVE SPACES TO RPT-LINE.
053200     IF FEE-TYPE-OVER-LIMIT
053300         ADD 1 TO WS-OL-FEE-COUNT
053400         STRING 'OVER-LIMIT FEE ' FEE-ACCT-NO ' ' FEE-REF
053500                 ' ' WS-RPT-FEE-ED '  BAL: ' WS-RPT-BAL-ED
053600             DELIMITED BY SIZE
053700             INTO RPT-LINE
053800     ELSE
053900         ADD 1 TO WS-OD-FEE-COUNT
054000         STRING 'OVERDRAFT FEE  ' FEE-ACCT-NO ' ' FEE-REF
054100                 ' ' WS-RPT-FEE-ED '  BAL: ' WS-RPT-BAL-ED
054200             DELIMITED BY SIZE
054300             INTO RPT-LINE
054400     END-IF.
054500     WRITE RPT-LINE.
054600
054700 2300-CHARGE-FEE-EXIT.
054800     EXIT.
054900
055000*----------------------------------------------------------------*
055100*  2400-WRITE-FEE-HISTORY                                         *
055200*      APPEND THE FEE TO THE FEE HISTORY UNDER THE RUN'S OWN      *
055300*      NAME, STAMPED WITH THE TIME IT WAS CHARGED SO THE GL       *
055400*      EXTRACT TAKES IT IN THE RIGHT WINDOW.                      *
055500*----------------------------------------------------------------*
055600 2400-WRITE-FEE-HISTORY.
055700
055800     ACCEPT WS-NOW-TIME FROM TIME.
055900
056000     MOVE SPACES              TO FHST-RECORD.
056100     MOVE FEE-ACCT-NO         TO FHST-ACCT-NO.
056200     MOVE FEE-REF             TO FHST-FEE-REF.
056300     MOVE 'A'                 TO FHST-ENTRY-TYPE.
056400     MOVE FEE-TYPE            TO FHST-FEE-TYPE.
056500     MOVE WS-FEE-AMOUNT       TO FHST-AMOUNT.
056600     MOVE WS-RUN-DATE         TO FHST-ENTRY-DATE.
056700     MOVE WS-NOW-TIME         TO FHST-ENTRY-TIME.
056800     MOVE ECIF-ACCT-BALANCE   TO FHST-BALANCE-AFTER.
056900     MOVE PHST-TRAN-ID        TO FHST-TRIGGER-TRAN-ID.
057000     MOVE 'PAYFEE01'          TO FHST-OPERATOR-ID.
057100
057200     WRITE FHST-RECORD.
057300
057400 2400-WRITE-FEE-HISTORY-EXIT.
057500     EXIT.
057600
057700*----------------------------------------------------------------*
057800*  2900-READ-HIST                                                 *
057900*----------------------------------------------------------------*
058000 2900-READ-HIST.
058100
058200     READ POSTED-HIST-FILE
058300         AT END
058400             SET WS-HIST-EOF-YES TO TRUE
058500             GO TO 2900-READ-HIST-EXIT
058600     END-READ.
058700
058800     ADD 1 TO WS-HIST-READ-COUNT.
058900
059000 2900-READ-HIST-EXIT.
059100     EXIT.
059200
059300*----------------------------------------------------------------*
059400*  9000-FINALIZE                                                  *
059500*      WRITE THE SUMMARY TOTALS, CLOSE THE FILES, AND COMPLETE    *
059600*      ON PAYRCTL.                                                *
059700*----------------------------------------------------------------*
059800 9000-FINALIZE.
059900
060000     MOVE SPACES TO RPT-LINE.
060100     WRITE RPT-LINE.
060200
060300     MOVE WS-HIST-READ-COUNT TO WS-RPT-COUNT-ED.
060400     MOVE SPACES TO RPT-LINE.
060500     STRING 'POSTED HISTORY RECORDS READ . . . ' DELIMITED BY SIZE
060600             WS-RPT-COUNT-ED DELIMITED BY SIZE
060700         INTO RPT-LINE.
060800     WRITE RPT-LINE.
060900
061000     MOVE WS-OVERDRAWN-COUNT TO WS-RPT-COUNT-ED.
061100     MOVE SPACES TO RPT-LINE.
061200     STRING 'ITEMS LEAVING BALANCE NEGATIVE  . ' DELIMITED BY SIZE
061300             WS-RPT-COUNT-ED DELIMITED BY SIZE
061400         INTO RPT-LINE.
061500     WRITE RPT-LINE.
061600
061700     MOVE WS-OD-FEE-COUNT TO WS-RPT-COUNT-ED.
061800     MOVE SPACES TO RPT-LINE.
061900     STRING '    OVERDRAFT FEES CHARGED  . . . ' DELIMITED BY SIZE
062000             WS-RPT-COUNT-ED DELIMITED BY SIZE
062100         INTO RPT-LINE.
062200     WRITE RPT-LINE.
062300
062400     MOVE WS-OL-FEE-COUNT TO WS-RPT-COUNT-ED.
062500     MOVE SPACES TO RPT-LINE.
062600     STRING '    OVER-LIMIT FEES CHARGED . . . ' DELIMITED BY SIZE
062700             WS-RPT-COUNT-ED DELIMITED BY SIZE
062800         INTO RPT-LINE.
062900     WRITE RPT-LINE.
063000
063100     MOVE WS-CAPPED-COUNT TO WS-RPT-COUNT-ED.
063200     MOVE SPACES TO RPT-LINE.
063300     STRING '    NO FEE - DAILY MAXIMUM  . . . ' DELIMITED BY SIZE
063400             WS-RPT-COUNT-ED DELIMITED BY SIZE
063500         INTO RPT-LINE.
063600     WRITE RPT-LINE.
063700
063800     MOVE WS-ZERO-FEE-COUNT TO WS-RPT-COUNT-ED.
063900     MOVE SPACES TO RPT-LINE.
064000     STRING '    NO FEE - SCHEDULE AT ZERO . . ' DELIMITED BY SIZE
064100             WS-RPT-COUNT-ED DELIMITED BY SIZE
064200         INTO RPT-LINE.
064300     WRITE RPT-LINE.
064400
064500     MOVE WS-RERUN-SKIP-COUNT TO WS-RPT-COUNT-ED.
064600     MOVE SPACES TO RPT-LINE.
064700     STRING '    ALREADY CHARGED - RERUN . . . ' DELIMITED BY SIZE
064800             WS-RPT-COUNT-ED DELIMITED BY SIZE
064900         INTO RPT-LINE.
065000     WRITE RPT-LINE.
065100
065200     MOVE WS-NOACCT-COUNT TO WS-RPT-COUNT-ED.
065300     MOVE SPACES TO RPT-LINE.
065400     STRING '    EXCEPTION - ACCT NOT ON ECIF  ' DELIMITED BY SIZE
065500             WS-RPT-COUNT-ED DELIMITED BY SIZE
065600         INTO RPT-LINE.
065700     WRITE RPT-LINE.
065800
065900     MOVE WS-FEE-TOTAL TO WS-RPT-TOTAL-ED.
066000     MOVE SPACES TO RPT-LINE.
066100     STRING 'TOTAL FEES CHARGED  . . . . . . . ' DELIMITED BY SIZE
066200             WS-RPT-TOTAL-ED DELIMITED BY SIZE
066300         INTO RPT-LINE.
066400     WRITE RPT-LINE.
066500
066600     CLOSE POSTED-HIST-FILE.
066700     CLOSE ECIF-CUSTOMER-FILE.
066800     CLOSE FEE-FILE.
066900     CLOSE FEE-HIST-FILE.
067000     CLOSE FEE-RPT-FILE.
067100
067200     MOVE 'E'                  TO RCTLP-FUNCTION.
067300     MOVE WS-FEE-CHARGED-COUNT TO RCTLP-RECORDS-PROCESSED.
067400     CALL 'PAYRCTL' USING RCTL-PARM.
067500
067600 9000-FINALIZE-EXIT.
067700     EXIT.
