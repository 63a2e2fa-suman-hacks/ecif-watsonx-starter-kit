000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYOAR01.
000300 AUTHOR.         D MCALLISTER.
000400 INSTALLATION.   CONSUMER CARD SERVICES - AUTHORIZATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  2026-10-15  DM   INITIAL VERSION - MONTHLY OPERATOR ACCESS     *
001050*                   REVIEW.  THE QUARTERLY ACCESS REVIEW HAS BEEN *
001100*                   PUT TOGETHER BY HAND FROM SEVEN SEPARATE      *
001150*                   AUDIT TRAILS.  WALKS THE OPERATOR TABLE       *
001200*                   (PAYOPER) IN ID ORDER AGAINST THE PAYOAX01    *
001250*                   ACTIVITY EXTRACT, SORTED BY OPERATOR, DATE    *
001300*                   AND TIME, AND LISTS EVERY CHANGE EACH         *
001350*                   OPERATOR MADE IN THE REPORT MONTH.  FLAGS AN  *
001400*                   ACTION TAKEN AFTER THE OPERATOR'S OPERLOG     *
001450*                   REVOCATION, A FRAUD CHANGE WHOSE SECOND       *
001500*                   OPERATOR IS THE PRIMARY OPERATOR, A CHANGE    *
001550*                   MADE OUTSIDE BUSINESS HOURS, AN ACTIVE        *
001600*                   OPERATOR WITH NO ACTIVITY IN 90 DAYS, AND     *
001650*                   ACTIVITY UNDER AN ID THAT IS NOT ON PAYOPER.  *
001700*                   THE REPORT MONTH COMES FROM THE PARM (YYYYMM) *
001750*                   OR DEFAULTS TO THE MONTH JUST ENDED.          *
001800*  2026-10-15  DM   THE INTEGRITY CHECK (PAYINT01) ADDED TO THE   *
001850*                   BATCH JOBS - IT LOGS HOLD RELEASES AND RULE   *
001900*                   RETIREMENTS TO PAYILOG UNDER ITS OWN NAME.    *
002500*----------------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPER-AUTH-FILE       ASSIGN TO PAYOPER
003200                                  ORGANIZATION IS INDEXED
003300                                  ACCESS MODE IS SEQUENTIAL
003400                                  RECORD KEY IS OPER-ID
003500                                  FILE STATUS IS WS-OPER-STAT.
003600
003700     SELECT OPER-ACT-FILE        ASSIGN TO PAYOASRT
003800                                  ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT ACCESS-RPT-FILE      ASSIGN TO PAYOARPT
004100                                  ORGANIZATION IS LINE SEQUENTIAL.
004200
004300 DATA DIVISION.
004400
004500 FILE SECTION.
004600 FD  OPER-AUTH-FILE.
004700 COPY OPERTAB.
004800
004900 FD  OPER-ACT-FILE
005000     RECORDING MODE IS F.
005100 COPY PAYOACT.
005200
005300 FD  ACCESS-RPT-FILE
005400     RECORDING MODE IS F.
005500 01  RPT-LINE                    PIC X(80).
005600
005700 WORKING-STORAGE SECTION.
005800
005900 01  WS-OPER-STAT                PIC X(02).
006000     88  WS-OPER-FOUND                    VALUE '00'.
006100
006200 01  WS-SWITCHES.
006300     05  WS-OPER-EOF-SWITCH        PIC X(01)      VALUE 'N'.
006400         88  WS-OPER-EOF-YES              VALUE 'Y'.
006500     05  WS-OACT-EOF-SWITCH        PIC X(01)      VALUE 'N'.
006600         88  WS-OACT-EOF-YES              VALUE 'Y'.
006700     05  WS-ON-FILE-SWITCH         PIC X(01)      VALUE 'N'.
006800         88  WS-ON-FILE                   VALUE 'Y'.
006900     05  WS-BATCH-JOB-SWITCH       PIC X(01)      VALUE 'N'.
007000         88  WS-BATCH-JOB                 VALUE 'Y'.
007100     05  WS-REVOKED-SWITCH         PIC X(01)      VALUE 'N'.
007200         88  WS-REVOKED                   VALUE 'Y'.
007300     05  WS-OPER-HDG-SWITCH        PIC X(01)      VALUE 'N'.
007400         88  WS-OPER-HDG-DONE             VALUE 'Y'.
007500
007600 01  WS-RUN-DATE                 PIC 9(08).
007700
007800 01  WS-PARM                     PIC X(08).
007900 01  WS-PARM-MONTH REDEFINES WS-PARM.
008000     05  WS-PARM-YYYYMM           PIC 9(06).
008100     05  FILLER                   PIC X(02).
008200
008300 01  WS-REPORT-YYYYMM            PIC 9(06).
008400 01  WS-PERIOD-START-DATE        PIC 9(08).
008500 01  WS-PERIOD-END-DATE          PIC 9(08).
008600 01  WS-WORK-DATE                PIC 9(08).
008700
008800*    AN ACTIVE OPERATOR WITH NOTHING ON ANY AUDIT TRAIL SINCE THE
008900*    CUTOFF - THIS MANY DAYS BEFORE THE END OF THE REPORT MONTH -
009000*    IS REPORTED IDLE.  THE CLOCK STARTS AT THE OPERATOR'S LAST
009100*    ACTION OR AT THE LAST TIME OPERMNT MADE THE ID ACTIVE,
009200*    WHICHEVER IS LATER, SO A NEW OPERATOR IS NOT IDLE AT ONCE.
009300 01  WS-IDLE-DAYS                PIC 9(03)       VALUE 90.
009400 01  WS-IDLE-CUTOFF-DATE         PIC 9(08).
009500 01  WS-IDLE-DAYS-ED             PIC ZZ9.
009600
009700*    BUSINESS HOURS ARE 07:00 UP TO 19:00, MONDAY THROUGH FRIDAY.
009800 01  WS-BUSINESS-START-TIME      PIC 9(08)       VALUE 07000000.
009900 01  WS-BUSINESS-END-TIME        PIC 9(08)       VALUE 19000000.
010000
010100*    THE DAY OF THE WEEK OF THE LAST DATE LOOKED UP, SO PAYDATE
010200*    IS CALLED ONCE PER DATE RATHER THAN ONCE PER ACTION.
010300 01  WS-DOW-DATE                 PIC 9(08)       VALUE ZERO.
010400 01  WS-DOW-WEEKEND-SWITCH       PIC X(01)       VALUE 'N'.
010500     88  WS-DOW-WEEKEND                   VALUE 'Y'.
010600
010700 01  WS-MATCH-KEYS.
010800     05  WS-OPER-KEY               PIC X(08).
010900     05  WS-OACT-KEY               PIC X(08).
011000     05  WS-CURRENT-ID             PIC X(08).
011100
011200 01  WS-OPERATOR-WORK.
011300     05  WS-LAST-ACTION-DATE       PIC 9(08)      VALUE ZERO.
011400     05  WS-IDLE-SINCE-DATE        PIC 9(08)      VALUE ZERO.
011500     05  WS-OPER-LISTED-COUNT      PIC 9(05)  COMP  VALUE ZERO.
011600
011700*    BATCH JOBS THAT WRITE AUDIT TRAILS UNDER THEIR OWN NAME.
011800*    THEY ARE NOT ON PAYOPER AND RUN AT NIGHT BY DESIGN, SO THEY
011900*    ARE LISTED BUT NOT HELD TO THE OPERATOR EXCEPTIONS.
012000 01  WS-BATCH-JOB-VALUES.
012100     05  FILLER                    PIC X(08)  VALUE 'PAYCIF01'.
012200     05  FILLER                    PIC X(08)  VALUE 'PAYDSP02'.
012300     05  FILLER                    PIC X(08)  VALUE 'PAYDRM01'.
012350     05  FILLER                    PIC X(08)  VALUE 'PAYINT01'.
012400 01  WS-BATCH-JOB-TABLE REDEFINES WS-BATCH-JOB-VALUES.
012500     05  WS-BATCH-JOB-NAME         PIC X(08)  OCCURS 4 TIMES.
012600
012700 01  WS-BATCH-JOB-MAX            PIC 9(03)  COMP  VALUE 4.
012800 01  WS-BATCH-JOB-IX             PIC 9(03)  COMP  VALUE ZERO.
012900
013000 01  WS-DETAIL-LINE.
013100     05  FILLER                    PIC X(02)  VALUE SPACES.
013200     05  WS-DTL-DATE               PIC 9(08).
013300     05  FILLER                    PIC X(01)  VALUE SPACES.
013400     05  WS-DTL-TIME.
013500         10  WS-DTL-HH             PIC X(02).
013600         10  FILLER                PIC X(01)  VALUE ':'.
013700         10  WS-DTL-MN             PIC X(02).
013800         10  FILLER                PIC X(01)  VALUE ':'.
013900         10  WS-DTL-SS             PIC X(02).
014000     05  FILLER                    PIC X(01)  VALUE SPACES.
014100     05  WS-DTL-SOURCE             PIC X(04).
014200     05  FILLER                    PIC X(01)  VALUE SPACES.
014300     05  WS-DTL-ROLE               PIC X(01).
014400     05  FILLER                    PIC X(01)  VALUE SPACES.
014500     05  WS-DTL-OBJECT             PIC X(12).
014600     05  FILLER                    PIC X(01)  VALUE SPACES.
014700     05  WS-DTL-DESC               PIC X(20).
014800     05  FILLER                    PIC X(01)  VALUE SPACES.
014900     05  WS-DTL-FLAG-REVK          PIC X(04).
015000     05  FILLER                    PIC X(01)  VALUE SPACES.
015100     05  WS-DTL-FLAG-SELF          PIC X(04).
015200     05  FILLER                    PIC X(01)  VALUE SPACES.
015300     05  WS-DTL-FLAG-HOUR          PIC X(04).
015400     05  FILLER                    PIC X(05)  VALUE SPACES.
015500
015600 01  WS-COUNTERS.
015700     05  WS-OPER-READ-COUNT        PIC 9(07)      VALUE ZERO.
015800     05  WS-OPER-ACTIVE-COUNT      PIC 9(07)      VALUE ZERO.
015900     05  WS-OACT-READ-COUNT        PIC 9(07)      VALUE ZERO.
016000     05  WS-OACT-LATER-COUNT       PIC 9(07)      VALUE ZERO.
016100     05  WS-LISTED-COUNT           PIC 9(07)      VALUE ZERO.
016200     05  WS-REVOKED-ACTION-COUNT   PIC 9(07)      VALUE ZERO.
016300     05  WS-SELF-APPROVED-COUNT    PIC 9(07)      VALUE ZERO.
016400     05  WS-AFTER-HOURS-COUNT      PIC 9(07)      VALUE ZERO.
016500     05  WS-IDLE-COUNT             PIC 9(07)      VALUE ZERO.
016600     05  WS-UNKNOWN-OPER-COUNT     PIC 9(07)      VALUE ZERO.
016700
016800 01  WS-RPT-COUNT-ED              PIC ZZZ,ZZ9.
016900
017000 COPY PAYDPARM.
017100
017200 PROCEDURE DIVISION.
017300
017400*----------------------------------------------------------------*
017500*  0000-MAINLINE                                                 *
017600*----------------------------------------------------------------*
017700 0000-MAINLINE.
017800
017900     PERFORM 1000-INITIALIZE
018000         THRU 1000-INITIALIZE-EXIT.
018100
018200     PERFORM 2000-PROCESS-OPERATOR
018300         THRU 2000-PROCESS-OPERATOR-EXIT
018400         UNTIL WS-OPER-EOF-YES
018500         AND WS-OACT-EOF-YES.
018600
018700     PERFORM 9000-FINALIZE
018800         THRU 9000-FINALIZE-EXIT.
018900
019000     GOBACK.
019100
019200*----------------------------------------------------------------*
019300*  1000-INITIALIZE                                                *
019400*      FRAME THE REPORT MONTH - THE PARM MONTH, OR THE MONTH      *
019500*      JUST ENDED - AND THE IDLE CUTOFF, AND PRIME BOTH INPUTS.   *
019600*----------------------------------------------------------------*
019700 1000-INITIALIZE.
019800
019900     OPEN INPUT  OPER-AUTH-FILE.
020000     OPEN INPUT  OPER-ACT-FILE.
020100     OPEN OUTPUT ACCESS-RPT-FILE.
020200
020300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020400
020500     MOVE SPACES TO WS-PARM.
020600     ACCEPT WS-PARM FROM COMMAND-LINE.
020700     IF WS-PARM-YYYYMM NUMERIC
020800     AND WS-PARM-YYYYMM NOT = ZERO
020900         MOVE WS-PARM-YYYYMM TO WS-REPORT-YYYYMM
021000     ELSE
021100         COMPUTE WS-WORK-DATE = (WS-RUN-DATE / 100) * 100 + 1
021200         MOVE WS-WORK-DATE TO PAYD-DATE-IN
021300         MOVE -1           TO PAYD-DAYS-OFFSET
021400         CALL 'PAYDATE' USING PAYD-PARM
021500         COMPUTE WS-REPORT-YYYYMM = PAYD-DATE-OUT / 100
021600     END-IF.
021700
021800     COMPUTE WS-PERIOD-START-DATE = WS-REPORT-YYYYMM * 100 + 1.
021900
022000*    THE 28TH PLUS FOUR DAYS IS ALWAYS IN THE NEXT MONTH - ITS
022100*    FIRST DAY LESS ONE IS THE LAST DAY OF THE REPORT MONTH.
022200     COMPUTE WS-WORK-DATE = WS-REPORT-YYYYMM * 100 + 28.
022300     MOVE WS-WORK-DATE TO PAYD-DATE-IN.
022400     MOVE 4            TO PAYD-DAYS-OFFSET.
022500     CALL 'PAYDATE' USING PAYD-PARM.
022600     COMPUTE WS-WORK-DATE = (PAYD-DATE-OUT / 100) * 100 + 1.
022700     MOVE WS-WORK-DATE TO PAYD-DATE-IN.
022800     MOVE -1           TO PAYD-DAYS-OFFSET.
022900     CALL 'PAYDATE' USING PAYD-PARM.
023000     MOVE PAYD-DATE-OUT TO WS-PERIOD-END-DATE.
023100
023200     MOVE WS-PERIOD-END-DATE TO PAYD-DATE-IN.
023300     COMPUTE PAYD-DAYS-OFFSET = WS-IDLE-DAYS * -1.
023400     CALL 'PAYDATE' USING PAYD-PARM.
023500     MOVE PAYD-DATE-OUT TO WS-IDLE-CUTOFF-DATE.
023600
023700     MOVE SPACES TO RPT-LINE.
023800     STRING 'PAYOAR01 - OPERATOR ACCESS REVIEW  DATE: '
023900             WS-RUN-DATE '  MONTH: ' WS-REPORT-YYYYMM
024000             DELIMITED BY SIZE
024100         INTO RPT-LINE.
024200     WRITE RPT-LINE.
024300
024400     MOVE SPACES TO RPT-LINE.
024500     STRING 'ROLE: P = MADE THE CHANGE  S = SECOND OPERATOR  '
024600             'T = ACCESS CHANGED'
024700             DELIMITED BY SIZE
024800         INTO RPT-LINE.
024900     WRITE RPT-LINE.
025000
025100     MOVE SPACES TO RPT-LINE.
025200     STRING 'EXCEPTIONS: REVK = AFTER REVOCATION  SELF = OWN '
025300             'SECOND OPERATOR  HOUR = OUTSIDE'
025400             DELIMITED BY SIZE
025500         INTO RPT-LINE.
025600     WRITE RPT-LINE.
025700
025800     MOVE SPACES TO RPT-LINE.
025900     STRING '            BUSINESS HOURS (07:00-19:00 MON-FRI)'
026000             DELIMITED BY SIZE
026100         INTO RPT-LINE.
026200     WRITE RPT-LINE.
026300
026400     MOVE ALL '-' TO RPT-LINE.
026500     WRITE RPT-LINE.
026600
026700     PERFORM 2900-READ-OPER
026800         THRU 2900-READ-OPER-EXIT.
026900     PERFORM 2910-READ-OACT
027000         THRU 2910-READ-OACT-EXIT.
027100
027200 1000-INITIALIZE-EXIT.
027300     EXIT.
027400
027500*----------------------------------------------------------------*
027600*  2000-PROCESS-OPERATOR                                          *
027700*      ONE OPERATOR ID - THE LOWER OF THE NEXT PAYOPER RECORD     *
027800*      AND THE NEXT ACTIVITY RECORD.  EVERY ID ON PAYOPER IS      *
027900*      REPORTED, ACTIVE OR NOT; AN ID FOUND ONLY ON THE AUDIT     *
028000*      TRAILS IS REPORTED IF IT DID ANYTHING IN THE MONTH.        *
028100*----------------------------------------------------------------*
028200 2000-PROCESS-OPERATOR.
028300
028400     IF WS-OPER-EOF-YES
028500         MOVE HIGH-VALUES TO WS-OPER-KEY
028600     ELSE
028700         MOVE OPER-ID     TO WS-OPER-KEY
028800     END-IF.
028900
029000     IF WS-OACT-EOF-YES
029100         MOVE HIGH-VALUES TO WS-OACT-KEY
029200     ELSE
029300         MOVE OACT-OPER-ID TO WS-OACT-KEY
029400     END-IF.
029500
029600     MOVE 'N'  TO WS-ON-FILE-SWITCH.
029700     MOVE 'N'  TO WS-BATCH-JOB-SWITCH.
029800     MOVE 'N'  TO WS-REVOKED-SWITCH.
029900     MOVE 'N'  TO WS-OPER-HDG-SWITCH.
030000     MOVE ZERO TO WS-LAST-ACTION-DATE.
030100     MOVE ZERO TO WS-IDLE-SINCE-DATE.
030200     MOVE ZERO TO WS-OPER-LISTED-COUNT.
030300
030400     IF WS-OPER-KEY NOT > WS-OACT-KEY
030500         MOVE WS-OPER-KEY TO WS-CURRENT-ID
030600         SET WS-ON-FILE TO TRUE
030700         PERFORM 2050-OPERATOR-HEADING
030800             THRU 2050-OPERATOR-HEADING-EXIT
030900     ELSE
031000         MOVE WS-OACT-KEY TO WS-CURRENT-ID
031100         PERFORM 2010-CHECK-BATCH-JOB
031200             THRU 2010-CHECK-BATCH-JOB-EXIT
031300             VARYING WS-BATCH-JOB-IX FROM 1 BY 1
031400             UNTIL WS-BATCH-JOB-IX > WS-BATCH-JOB-MAX
031500             OR WS-BATCH-JOB
031600     END-IF.
031700
031800     PERFORM 2200-TAKE-ACTIVITY
031900         THRU 2200-TAKE-ACTIVITY-EXIT
032000         UNTIL WS-OACT-EOF-YES
032100         OR OACT-OPER-ID NOT = WS-CURRENT-ID.
032200
032300     IF NOT WS-ON-FILE
032400         GO TO 2000-PROCESS-OPERATOR-EXIT
032500     END-IF.
032600
032700     IF WS-OPER-LISTED-COUNT = ZERO
032800         MOVE SPACES TO RPT-LINE
032900         MOVE '  NO ACTIVITY IN REPORT MONTH' TO RPT-LINE
033000         WRITE RPT-LINE
033100     END-IF.
033200
033300     PERFORM 2500-CHECK-IDLE
033400         THRU 2500-CHECK-IDLE-EXIT.
033500
033600     PERFORM 2900-READ-OPER
033700         THRU 2900-READ-OPER-EXIT.
033800
033900 2000-PROCESS-OPERATOR-EXIT.
034000     EXIT.
034100
034200*----------------------------------------------------------------*
034300*  2010-CHECK-BATCH-JOB                                           *
034400*----------------------------------------------------------------*
034500 2010-CHECK-BATCH-JOB.
034600
034700     IF WS-CURRENT-ID = WS-BATCH-JOB-NAME (WS-BATCH-JOB-IX)
034800         SET WS-BATCH-JOB TO TRUE
034900     END-IF.
035000
035100 2010-CHECK-BATCH-JOB-EXIT.
035200     EXIT.
035300
035400*----------------------------------------------------------------*
035500*  2050-OPERATOR-HEADING                                          *
035600*      START AN OPERATOR'S SECTION OF THE REPORT.  AN ID NOT ON   *
035700*      PAYOPER THAT IS NOT ONE OF THE BATCH JOBS IS AN EXCEPTION  *
035800*      IN ITSELF - SOMETHING WROTE AN AUDIT RECORD UNDER A NAME   *
035900*      NOBODY WAS AUTHORIZED TO USE.                              *
036000*----------------------------------------------------------------*
036100 2050-OPERATOR-HEADING.
036200
036300     SET WS-OPER-HDG-DONE TO TRUE.
036400
036500     MOVE SPACES TO RPT-LINE.
036600     WRITE RPT-LINE.
036700
036800     MOVE SPACES TO RPT-LINE.
036900     EVALUATE TRUE
037000         WHEN WS-ON-FILE
037100             ADD 1 TO WS-OPER-READ-COUNT
037200             IF OPER-STATUS-ACTIVE
037300                 ADD 1 TO WS-OPER-ACTIVE-COUNT
037400             END-IF
037500             STRING 'OPERATOR: ' WS-CURRENT-ID
037600                     '   STATUS: ' OPER-STATUS
037700                     '   ROLE: ' OPER-ROLE-LEVEL
037800                     DELIMITED BY SIZE
037900                 INTO RPT-LINE
038000         WHEN WS-BATCH-JOB
038100             STRING 'OPERATOR: ' WS-CURRENT-ID
038200                     '   BATCH JOB'
038300                     DELIMITED BY SIZE
038400                 INTO RPT-LINE
038500         WHEN OTHER
038600             ADD 1 TO WS-UNKNOWN-OPER-COUNT
038700             STRING 'OPERATOR: ' WS-CURRENT-ID
038800                     '   ** EXCEPTION - NOT ON PAYOPER **'
038900                     DELIMITED BY SIZE
039000                 INTO RPT-LINE
039100     END-EVALUATE.
039200     WRITE RPT-LINE.
039300
039400     MOVE SPACES TO RPT-LINE.
039500     STRING '  DATE     TIME     SRCE R OBJECT       '
039600             'DESCRIPTION          EXCEPTIONS'
039700             DELIMITED BY SIZE
039800         INTO RPT-LINE.
039900     WRITE RPT-LINE.
040000
040100 2050-OPERATOR-HEADING-EXIT.
040200     EXIT.
040300
040400*----------------------------------------------------------------*
040500*  2200-TAKE-ACTIVITY                                             *
040600*      ONE ACTIVITY RECORD FOR THE CURRENT OPERATOR.  THE WHOLE   *
040700*      HISTORY IS READ IN TIME ORDER - EARLIER MONTHS ARE NOT     *
040800*      LISTED, BUT THEY SET THE REVOCATION STATE AND THE IDLE     *
040900*      CLOCK.  ANYTHING DATED AFTER THE REPORT MONTH IS LEFT FOR  *
041000*      NEXT MONTH'S RUN.                                          *
041100*----------------------------------------------------------------*
041200 2200-TAKE-ACTIVITY.
041300
041400     IF OACT-CHANGE-DATE > WS-PERIOD-END-DATE
041500         ADD 1 TO WS-OACT-LATER-COUNT
041600         GO TO 2200-TAKE-ACTIVITY-NEXT
041700     END-IF.
041800
041900     IF OACT-ROLE-TARGET
042000         PERFORM 2250-ACCESS-CHANGE
042100             THRU 2250-ACCESS-CHANGE-EXIT
042200     ELSE
042300         MOVE OACT-CHANGE-DATE TO WS-LAST-ACTION-DATE
042400         MOVE OACT-CHANGE-DATE TO WS-IDLE-SINCE-DATE
042500     END-IF.
042600
042700     IF OACT-CHANGE-DATE < WS-PERIOD-START-DATE
042800         GO TO 2200-TAKE-ACTIVITY-NEXT
042900     END-IF.
043000
043100     PERFORM 2300-LIST-ACTION
043200         THRU 2300-LIST-ACTION-EXIT.
043300
043400 2200-TAKE-ACTIVITY-NEXT.
043500
043600     PERFORM 2910-READ-OACT
043700         THRU 2910-READ-OACT-EXIT.
043800
043900 2200-TAKE-ACTIVITY-EXIT.
044000     EXIT.
044100
044200*----------------------------------------------------------------*
044300*  2250-ACCESS-CHANGE                                             *
044400*      OPERMNT CHANGED THIS OPERATOR'S OWN ENTRY.  A REVOCATION   *
044500*      MAKES EVERYTHING AFTER IT AN EXCEPTION UNTIL THE ID IS     *
044600*      MADE ACTIVE AGAIN, WHICH ALSO RESTARTS THE IDLE CLOCK.     *
044700*----------------------------------------------------------------*
044800 2250-ACCESS-CHANGE.
044900
045000     EVALUATE OACT-NEW-OPER-STATUS
045100         WHEN 'R'
045200             SET WS-REVOKED TO TRUE
045300         WHEN 'A'
045400             MOVE 'N' TO WS-REVOKED-SWITCH
045500             IF OACT-CHANGE-DATE > WS-IDLE-SINCE-DATE
045600                 MOVE OACT-CHANGE-DATE TO WS-IDLE-SINCE-DATE
045700             END-IF
045800         WHEN OTHER
045900             CONTINUE
046000     END-EVALUATE.
046100
046200 2250-ACCESS-CHANGE-EXIT.
046300     EXIT.
046400
046500*----------------------------------------------------------------*
046600*  2300-LIST-ACTION                                               *
046700*      PRINT ONE REPORT-MONTH ENTRY WITH ITS EXCEPTION FLAGS.     *
046800*      AN ACCESS CHANGE TO THE OPERATOR IS LISTED FOR THE         *
046900*      REVIEWER BUT IS NOT SOMETHING THE OPERATOR DID, SO IT      *
047000*      CARRIES NO FLAGS; NOR DO THE BATCH JOBS.                   *
047100*----------------------------------------------------------------*
047200 2300-LIST-ACTION.
047300
047400     IF NOT WS-OPER-HDG-DONE
047500         PERFORM 2050-OPERATOR-HEADING
047600             THRU 2050-OPERATOR-HEADING-EXIT
047700     END-IF.
047800
047900     MOVE OACT-CHANGE-DATE     TO WS-DTL-DATE.
048000     MOVE OACT-CHANGE-HH       TO WS-DTL-HH.
048100     MOVE OACT-CHANGE-MN       TO WS-DTL-MN.
048200     MOVE OACT-CHANGE-SS       TO WS-DTL-SS.
048300     MOVE OACT-SOURCE-CD       TO WS-DTL-SOURCE.
048400     MOVE OACT-ROLE            TO WS-DTL-ROLE.
048500     MOVE OACT-OBJECT-ID       TO WS-DTL-OBJECT.
048600     MOVE OACT-DESC            TO WS-DTL-DESC.
048700     MOVE SPACES               TO WS-DTL-FLAG-REVK.
048800     MOVE SPACES               TO WS-DTL-FLAG-SELF.
048900     MOVE SPACES               TO WS-DTL-FLAG-HOUR.
049000
049100     ADD 1 TO WS-LISTED-COUNT.
049200     ADD 1 TO WS-OPER-LISTED-COUNT.
049300
049400     IF OACT-ROLE-TARGET
049500     OR WS-BATCH-JOB
049600         GO TO 2300-LIST-ACTION-PRINT
049700     END-IF.
049800
049900     IF WS-REVOKED
050000         MOVE 'REVK' TO WS-DTL-FLAG-REVK
050100         ADD 1 TO WS-REVOKED-ACTION-COUNT
050200     END-IF.
050300
050400     IF OACT-ROLE-PRIMARY
050500     AND OACT-FRAUD-CHANGE
050600     AND OACT-OTHER-OPER-ID = OACT-OPER-ID
050700         MOVE 'SELF' TO WS-DTL-FLAG-SELF
050800         ADD 1 TO WS-SELF-APPROVED-COUNT
050900     END-IF.
051000
051100     PERFORM 2350-GET-DAY-OF-WEEK
051200         THRU 2350-GET-DAY-OF-WEEK-EXIT.
051300
051400     IF OACT-CHANGE-TIME < WS-BUSINESS-START-TIME
051500     OR OACT-CHANGE-TIME NOT < WS-BUSINESS-END-TIME
051600     OR WS-DOW-WEEKEND
051700         MOVE 'HOUR' TO WS-DTL-FLAG-HOUR
051800         ADD 1 TO WS-AFTER-HOURS-COUNT
051900     END-IF.
052000
052100 2300-LIST-ACTION-PRINT.
052200
052300     MOVE WS-DETAIL-LINE TO RPT-LINE.
052400     WRITE RPT-LINE.
052500
052600 2300-LIST-ACTION-EXIT.
052700     EXIT.
052800
052900*----------------------------------------------------------------*
053000*  2350-GET-DAY-OF-WEEK                                           *
053100*----------------------------------------------------------------*
053200 2350-GET-DAY-OF-WEEK.
053300
053400     IF OACT-CHANGE-DATE = WS-DOW-DATE
053500         GO TO 2350-GET-DAY-OF-WEEK-EXIT
053600     END-IF.
053700
053800     MOVE OACT-CHANGE-DATE TO WS-DOW-DATE.
053900     MOVE OACT-CHANGE-DATE TO PAYD-DATE-IN.
054000     MOVE ZERO             TO PAYD-DAYS-OFFSET.
054100     CALL 'PAYDATE' USING PAYD-PARM.
054200
054300     IF PAYD-WEEKEND
054400         SET WS-DOW-WEEKEND TO TRUE
054500     ELSE
054600         MOVE 'N' TO WS-DOW-WEEKEND-SWITCH
054700     END-IF.
054800
054900 2350-GET-DAY-OF-WEEK-EXIT.
055000     EXIT.
055100
055200*----------------------------------------------------------------*
055300*  2500-CHECK-IDLE                                                *
055400*      AN ACTIVE OPERATOR WHOSE IDLE CLOCK STARTED BEFORE THE     *
055500*      CUTOFF HAS HAD ACCESS FOR 90 DAYS WITHOUT USING IT.        *
055600*----------------------------------------------------------------*
055700 2500-CHECK-IDLE.
055800
055900     IF NOT OPER-STATUS-ACTIVE
056000     OR WS-IDLE-SINCE-DATE NOT < WS-IDLE-CUTOFF-DATE
056100         GO TO 2500-CHECK-IDLE-EXIT
056200     END-IF.
056300
056400     ADD 1 TO WS-IDLE-COUNT.
056500
056600     MOVE WS-IDLE-DAYS TO WS-IDLE-DAYS-ED.
056700     MOVE SPACES TO RPT-LINE.
056800     IF WS-LAST-ACTION-DATE = ZERO
056900         STRING '  ** EXCEPTION - ACTIVE, NO ACTIVITY IN'
057000                 WS-IDLE-DAYS-ED ' DAYS - NONE ON FILE'
057100                 DELIMITED BY SIZE
057200             INTO RPT-LINE
057300     ELSE
057400         STRING '  ** EXCEPTION - ACTIVE, NO ACTIVITY IN'
057500                 WS-IDLE-DAYS-ED ' DAYS - LAST '
057600                 WS-LAST-ACTION-DATE
057700                 DELIMITED BY SIZE
057800             INTO RPT-LINE
057900     END-IF.
058000     WRITE RPT-LINE.
058100
058200 2500-CHECK-IDLE-EXIT.
058300     EXIT.
058400
058500*----------------------------------------------------------------*
058600*  2900-READ-OPER                                                 *
058700*----------------------------------------------------------------*
058800 2900-READ-OPER.
058900
059000     READ OPER-AUTH-FILE NEXT RECORD
059100         AT END
059200             SET WS-OPER-EOF-YES TO TRUE
059300     END-READ.
059400
059500 2900-READ-OPER-EXIT.
059600     EXIT.
059700
059800*----------------------------------------------------------------*
059900*  2910-READ-OACT                                                 *
060000*----------------------------------------------------------------*
060100 2910-READ-OACT.
060200
060300     READ OPER-ACT-FILE
060400         AT END
060500             SET WS-OACT-EOF-YES TO TRUE
060600             GO TO 2910-READ-OACT-EXIT
060700     END-READ.
060800
060900     ADD 1 TO WS-OACT-READ-COUNT.
061000
061100 2910-READ-OACT-EXIT.
061200     EXIT.
061300
061400*----------------------------------------------------------------*
061500*  9000-FINALIZE                                                  *
061600*      WRITE THE RUN TOTALS AND CLOSE THE FILES.                  *
061700*----------------------------------------------------------------*
061800 9000-FINALIZE.
061900
062000     MOVE SPACES TO RPT-LINE.
062100     WRITE RPT-LINE.
062200
062300     MOVE ALL '-' TO RPT-LINE.
062400     WRITE RPT-LINE.
062500
062600     MOVE WS-OPER-READ-COUNT TO WS-RPT-COUNT-ED.
062700     MOVE SPACES TO RPT-LINE.
062800     STRING 'OPERATORS ON PAYOPER . . . . . . ' DELIMITED BY SIZE
062900             WS-RPT-COUNT-ED DELIMITED BY SIZE
063000         INTO RPT-LINE.
063100     WRITE RPT-LINE.
063200
063300     MOVE WS-OPER-ACTIVE-COUNT TO WS-RPT-COUNT-ED.
063400     MOVE SPACES TO RPT-LINE.
063500     STRING '    ACTIVE . . . . . . . . . . . ' DELIMITED BY SIZE
063600             WS-RPT-COUNT-ED DELIMITED BY SIZE
063700         INTO RPT-LINE.
063800     WRITE RPT-LINE.
063900
064000     MOVE WS-OACT-READ-COUNT TO WS-RPT-COUNT-ED.
064100     MOVE SPACES TO RPT-LINE.
064200     STRING 'ACTIVITY RECORDS READ  . . . . . ' DELIMITED BY SIZE
064300             WS-RPT-COUNT-ED DELIMITED BY SIZE
064400         INTO RPT-LINE.
064500     WRITE RPT-LINE.
064600
064700     MOVE WS-LISTED-COUNT TO WS-RPT-COUNT-ED.
064800     MOVE SPACES TO RPT-LINE.
064900     STRING '    LISTED FOR REPORT MONTH  . . ' DELIMITED BY SIZE
065000             WS-RPT-COUNT-ED DELIMITED BY SIZE
065100         INTO RPT-LINE.
065200     WRITE RPT-LINE.
065300
065400     MOVE WS-OACT-LATER-COUNT TO WS-RPT-COUNT-ED.
065500     MOVE SPACES TO RPT-LINE.
065600     STRING '    DATED AFTER REPORT MONTH . . ' DELIMITED BY SIZE
065700             WS-RPT-COUNT-ED DELIMITED BY SIZE
065800         INTO RPT-LINE.
065900     WRITE RPT-LINE.
066000
066100     MOVE WS-REVOKED-ACTION-COUNT TO WS-RPT-COUNT-ED.
066200     MOVE SPACES TO RPT-LINE.
066300     STRING 'EXCEPTION - AFTER REVOCATION . . ' DELIMITED BY SIZE
066400             WS-RPT-COUNT-ED DELIMITED BY SIZE
066500         INTO RPT-LINE.
066600     WRITE RPT-LINE.
066700
066800     MOVE WS-SELF-APPROVED-COUNT TO WS-RPT-COUNT-ED.
066900     MOVE SPACES TO RPT-LINE.
067000     STRING 'EXCEPTION - OWN SECOND OPERATOR  ' DELIMITED BY SIZE
067100             WS-RPT-COUNT-ED DELIMITED BY SIZE
067200         INTO RPT-LINE.
067300     WRITE RPT-LINE.
067400
067500     MOVE WS-AFTER-HOURS-COUNT TO WS-RPT-COUNT-ED.
067600     MOVE SPACES TO RPT-LINE.
067700     STRING 'EXCEPTION - OUTSIDE BUS HOURS  . ' DELIMITED BY SIZE
067800             WS-RPT-COUNT-ED DELIMITED BY SIZE
067900         INTO RPT-LINE.
068000     WRITE RPT-LINE.
068100
068200     MOVE WS-IDLE-COUNT TO WS-RPT-COUNT-ED.
068300     MOVE SPACES TO RPT-LINE.
068400     STRING 'EXCEPTION - ACTIVE BUT IDLE  . . ' DELIMITED BY SIZE
068500             WS-RPT-COUNT-ED DELIMITED BY SIZE
068600         INTO RPT-LINE.
068700     WRITE RPT-LINE.
068800
068900     MOVE WS-UNKNOWN-OPER-COUNT TO WS-RPT-COUNT-ED.
069000     MOVE SPACES TO RPT-LINE.
069100     STRING 'EXCEPTION - ID NOT ON PAYOPER  . ' DELIMITED BY SIZE
069200             WS-RPT-COUNT-ED DELIMITED BY SIZE
069300         INTO RPT-LINE.
069400     WRITE RPT-LINE.
069500
069600     CLOSE OPER-AUTH-FILE.
069700     CLOSE OPER-ACT-FILE.
069800     CLOSE ACCESS-RPT-FILE.
069900
070000 9000-FINALIZE-EXIT.
070100     EXIT.
