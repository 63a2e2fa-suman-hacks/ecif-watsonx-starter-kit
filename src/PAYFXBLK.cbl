000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYFXBLK.
000300 AUTHOR.         D MCALLISTER.
000400 INSTALLATION.   CONSUMER CARD SERVICES - AUTHORIZATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  2026-10-15  DM   INITIAL VERSION - MORNING BULK LOAD FOR THE   *
001100*                   PAYFXRT EXCHANGE-RATE TABLE, MODELED ON       *
001200*                   PAYLMBLK.  READS THE RATE FEED (FXRQST), ADDS *
001300*                   EACH CURRENCY NOT YET ON THE TABLE AS ACTIVE  *
001400*                   AND CHANGES THE RATE AND EFFECTIVE DATE OF    *
001500*                   EACH THAT IS - A CURRENCY SUSPENDED ONLINE    *
001600*                   STAYS SUSPENDED UNTIL AN OPERATOR RELEASES IT.*
001700*                   THE REQUESTING OPERATOR ID COMES IN THROUGH   *
001800*                   THE PARM AND IS VALIDATED AGAINST PAYOPER, AND*
001900*                   EVERY ADD AND CHANGE GOES TO THE PAYXLOG AUDIT*
002000*                   TRAIL WITH THE OLD AND NEW VALUES.            *
002100*----------------------------------------------------------------*
002200
002300 ENVIRONMENT DIVISION.
002400
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT FX-RQST-FILE         ASSIGN TO FXRQST
002800                                  ORGANIZATION IS LINE SEQUENTIAL.
002900
003000     SELECT PAY-FXRT-FILE        ASSIGN TO PAYFXRT
003100                                  ORGANIZATION IS INDEXED
003200                                  ACCESS MODE IS RANDOM
003300                                  RECORD KEY IS FXRT-CURRENCY-CD
003400                                  FILE STATUS IS WS-FXRT-STATUS.
003500
003600     SELECT PAY-FXRT-LOG-FILE    ASSIGN TO PAYXLOG
003700                                  ORGANIZATION IS LINE SEQUENTIAL.
003800
003900     SELECT OPER-AUTH-FILE       ASSIGN TO PAYOPER
004000                                  ORGANIZATION IS INDEXED
004100                                  ACCESS MODE IS RANDOM
004200                                  RECORD KEY IS OPER-ID
004300                                  FILE STATUS IS WS-OPER-STAT.
004400
004500     SELECT LOAD-RPT-FILE        ASSIGN TO PAYXRPT
004600                                  ORGANIZATION IS LINE SEQUENTIAL.
004700
004800 DATA DIVISION.
004900
005000 FILE SECTION.
005100 FD  FX-RQST-FILE
005200     RECORDING MODE IS F.
005300 COPY FXRQST.
005400
005500 FD  PAY-FXRT-FILE.
005600 COPY PAYFXRT.
005700
005800 FD  PAY-FXRT-LOG-FILE
005900     RECORDING MODE IS F.
006000 COPY PAYXLOG.
006100
006200 FD  OPER-AUTH-FILE.
006300 COPY OPERTAB.
006400
006500 FD  LOAD-RPT-FILE
006600     RECORDING MODE IS F.
006700 01  RPT-LINE                    PIC X(80).
006800
006900 WORKING-STORAGE SECTION.
007000
007100 01  WS-FXRT-STATUS              PIC X(02).
007200     88  WS-FXRT-FOUND                    VALUE '00'.
007300     88  WS-FXRT-NOT-FOUND                VALUE '23'.
007400
007500 01  WS-OPER-STAT                PIC X(02).
007600     88  WS-OPER-FOUND                    VALUE '00'.
007700     88  WS-OPER-NOT-FOUND                VALUE '23'.
007800
007900 01  WS-SWITCHES.
008000     05  WS-RQST-EOF-SWITCH        PIC X(01)      VALUE 'N'.
008100         88  WS-RQST-EOF-YES              VALUE 'Y'.
008200     05  WS-OPER-OK-SWITCH         PIC X(01)      VALUE 'N'.
008300         88  WS-OPER-OK-YES               VALUE 'Y'.
008400     05  WS-ADD-SWITCH             PIC X(01)      VALUE 'N'.
008500         88  WS-ADD-YES                   VALUE 'Y'.
008600
008700 01  WS-RUN-DATE                 PIC 9(08).
008800 01  WS-NOW-TIME                 PIC 9(08).
008900 01  WS-OPERATOR-PARM            PIC X(08).
009000 01  WS-NEW-EFFECTIVE-DATE       PIC 9(08).
009100 01  WS-OLD-RATE                 PIC 9(04)V9(08).
009200 01  WS-OLD-STATUS               PIC X(01).
009300 01  WS-OLD-EFFECTIVE-DATE       PIC 9(08).
009400
009500 01  WS-COUNTERS.
009600     05  WS-RQST-READ-COUNT        PIC 9(07)      VALUE ZERO.
009700     05  WS-ADD-COUNT              PIC 9(07)      VALUE ZERO.
009800     05  WS-CHANGE-COUNT           PIC 9(07)      VALUE ZERO.
009900     05  WS-SUSPENDED-COUNT        PIC 9(07)      VALUE ZERO.
010000     05  WS-ERROR-COUNT            PIC 9(07)      VALUE ZERO.
010100
010200 01  WS-RPT-COUNT-ED              PIC ZZZ,ZZ9.
010300
010400 PROCEDURE DIVISION.
010500
010600*----------------------------------------------------------------*
010700*  0000-MAINLINE                                                 *
010800*----------------------------------------------------------------*
010900 0000-MAINLINE.
011000
011100     PERFORM 1000-INITIALIZE
011200         THRU 1000-INITIALIZE-EXIT.
011300
011400     IF WS-OPER-OK-YES
011500         PERFORM 2000-PROCESS-RQST
011600             THRU 2000-PROCESS-RQST-EXIT
011700             UNTIL WS-RQST-EOF-YES
011800     END-IF.
011900
012000     PERFORM 9000-FINALIZE
012100         THRU 9000-FINALIZE-EXIT.
012200
012300     GOBACK.
012400
012500*----------------------------------------------------------------*
012600*  1000-INITIALIZE                                                *
012700*      VALIDATE THE REQUESTING OPERATOR BEFORE TOUCHING A         *
012800*      SINGLE RATE - A BAD OR REVOKED ID FAILS THE WHOLE RUN.     *
012900*----------------------------------------------------------------*
013000 1000-INITIALIZE.
013100
013200     OPEN INPUT  FX-RQST-FILE.
013300     OPEN I-O    PAY-FXRT-FILE.
013400     OPEN EXTEND PAY-FXRT-LOG-FILE.
013500     OPEN INPUT  OPER-AUTH-FILE.
013600     OPEN OUTPUT LOAD-RPT-FILE.
013700
013800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013900
014000     MOVE SPACES TO RPT-LINE.
014100     STRING 'PAYFXBLK - EXCHANGE RATE BULK LOAD  DATE: '
014200             WS-RUN-DATE DELIMITED BY SIZE
014300         INTO RPT-LINE.
014400     WRITE RPT-LINE.
014500
014600     MOVE ALL '-' TO RPT-LINE.
014700     WRITE RPT-LINE.
014800
014900     MOVE SPACES TO WS-OPERATOR-PARM.
015000     ACCEPT WS-OPERATOR-PARM FROM COMMAND-LINE.
015100
015200     MOVE WS-OPERATOR-PARM TO OPER-ID.
015300     READ OPER-AUTH-FILE
015400         INVALID KEY
015500             MOVE SPACES TO RPT-LINE
015600             STRING 'OPERATOR NOT AUTHORIZED - RUN REFUSED: '
015700                     WS-OPERATOR-PARM DELIMITED BY SIZE
015800                 INTO RPT-LINE
015900             WRITE RPT-LINE
016000             SET WS-RQST-EOF-YES TO TRUE
016100             GO TO 1000-INITIALIZE-EXIT
016200     END-READ.
016300
016400     IF NOT OPER-STATUS-ACTIVE
016500         MOVE SPACES TO RPT-LINE
016600         STRING 'OPERATOR REVOKED - RUN REFUSED: '
016700                 WS-OPERATOR-PARM DELIMITED BY SIZE
016800             INTO RPT-LINE
016900         WRITE RPT-LINE
017000         SET WS-RQST-EOF-YES TO TRUE
017100         GO TO 1000-INITIALIZE-EXIT
017200     END-IF.
017300
017400     SET WS-OPER-OK-YES TO TRUE.
017500
017600     PERFORM 2100-READ-RQST
017700         THRU 2100-READ-RQST-EXIT.
017800
017900 1000-INITIALIZE-EXIT.
018000     EXIT.
018100
018200*----------------------------------------------------------------*
018300*  2000-PROCESS-RQST                                              *
018400*      APPLY ONE FEED RECORD - ADD THE CURRENCY IF IT IS NOT ON   *
018500*      THE TABLE, OTHERWISE CHANGE ITS RATE.  EITHER WAY THE OLD  *
018600*      AND NEW VALUES GO TO THE AUDIT TRAIL.                      *
018700*----------------------------------------------------------------*
018800 2000-PROCESS-RQST.
018900
019000     IF FXRQ-CURRENCY-CD = SPACES
019100     OR FXRQ-RATE NOT NUMERIC
019200     OR FXRQ-RATE = ZERO
019300         ADD 1 TO WS-ERROR-COUNT
019400         MOVE SPACES TO RPT-LINE
019500         STRING 'BAD CURRENCY OR RATE - CURRENCY: '
019600                 FXRQ-CURRENCY-CD DELIMITED BY SIZE
019700             INTO RPT-LINE
019800         WRITE RPT-LINE
019900         GO TO 2000-PROCESS-RQST-NEXT
020000     END-IF.
020100
020200*    A ZERO EFFECTIVE DATE MEANS THE RATE TAKES EFFECT TODAY.  A
020300*    RATE FOR A LATER DAY IS REFUSED - PAYVAL01 WOULD APPLY IT AT
020400*    ONCE.
020500     IF FXRQ-EFFECTIVE-DATE NOT NUMERIC
020600     OR FXRQ-EFFECTIVE-DATE = ZERO
020700         MOVE WS-RUN-DATE TO WS-NEW-EFFECTIVE-DATE
020800     ELSE
020900         MOVE FXRQ-EFFECTIVE-DATE TO WS-NEW-EFFECTIVE-DATE
021000     END-IF.
021100
021200     IF WS-NEW-EFFECTIVE-DATE > WS-RUN-DATE
021300         ADD 1 TO WS-ERROR-COUNT
021400         MOVE SPACES TO RPT-LINE
021500         STRING 'EFFECTIVE DATE IN FUTURE - CURRENCY: '
021600                 FXRQ-CURRENCY-CD DELIMITED BY SIZE
021700             INTO RPT-LINE
021800         WRITE RPT-LINE
021900         GO TO 2000-PROCESS-RQST-NEXT
022000     END-IF.
022100
022200     MOVE 'N' TO WS-ADD-SWITCH.
022300     MOVE FXRQ-CURRENCY-CD TO FXRT-CURRENCY-CD.
022400     READ PAY-FXRT-FILE.
022500
022600     IF WS-FXRT-NOT-FOUND
022700         SET WS-ADD-YES TO TRUE
022800         MOVE ZERO  TO WS-OLD-RATE
022900         MOVE SPACE TO WS-OLD-STATUS
023000         MOVE ZERO  TO WS-OLD-EFFECTIVE-DATE
023100         PERFORM 2200-ADD-RATE
023200             THRU 2200-ADD-RATE-EXIT
023300     ELSE
023400         MOVE FXRT-RATE           TO WS-OLD-RATE
023500         MOVE FXRT-STATUS         TO WS-OLD-STATUS
023600         MOVE FXRT-EFFECTIVE-DATE TO WS-OLD-EFFECTIVE-DATE
023700         PERFORM 2300-CHANGE-RATE
023800             THRU 2300-CHANGE-RATE-EXIT
023900     END-IF.
024000
024100 2000-PROCESS-RQST-NEXT.
024200
024300     PERFORM 2100-READ-RQST
024400         THRU 2100-READ-RQST-EXIT.
024500
024600 2000-PROCESS-RQST-EXIT.
024700     EXIT.
024800
024900*----------------------------------------------------------------*
025000*  2100-READ-RQST                                                 *
025100*----------------------------------------------------------------*
025200 2100-READ-RQST.
025300
025400     READ FX-RQST-FILE
025500         AT END
025600             SET WS-RQST-EOF-YES TO TRUE
025700             GO TO 2100-READ-RQST-EXIT
025800     END-READ.
025900
026000     ADD 1 TO WS-RQST-READ-COUNT.
026100
026200 2100-READ-RQST-EXIT.
026300     EXIT.
026400
026500*----------------------------------------------------------------*
026600*  2200-ADD-RATE                                                  *
026700*      BUILD A FRESH RATE RECORD - A NEW CURRENCY COMES ON        *
026800*      ACTIVE.                                                    *
026900*----------------------------------------------------------------*
027000 2200-ADD-RATE.
027100
027200     ACCEPT WS-NOW-TIME FROM TIME.
027300
027400     MOVE SPACES                TO FXRT-RECORD.
027500     MOVE FXRQ-CURRENCY-CD      TO FXRT-CURRENCY-CD.
027600     MOVE FXRQ-RATE             TO FXRT-RATE.
027700     MOVE WS-NEW-EFFECTIVE-DATE TO FXRT-EFFECTIVE-DATE.
027800     MOVE 'A'                   TO FXRT-STATUS.
027900     MOVE WS-RUN-DATE           TO FXRT-LAST-MAINT-DATE.
028000     MOVE WS-NOW-TIME           TO FXRT-LAST-MAINT-TIME.
028100     MOVE WS-OPERATOR-PARM      TO FXRT-OPERATOR-ID.
028200
028300     WRITE FXRT-RECORD
028400         INVALID KEY
028500             ADD 1 TO WS-ERROR-COUNT
028600             MOVE SPACES TO RPT-LINE
028700             STRING 'WRITE FAILED - CURRENCY: ' FXRQ-CURRENCY-CD
028800                 DELIMITED BY SIZE
028900                 INTO RPT-LINE
029000             WRITE RPT-LINE
029100             GO TO 2200-ADD-RATE-EXIT
029200     END-WRITE.
029300
029400     ADD 1 TO WS-ADD-COUNT.
029500
029600     PERFORM 2400-WRITE-AUDIT-LOG
029700         THRU 2400-WRITE-AUDIT-LOG-EXIT.
029800
029900 2200-ADD-RATE-EXIT.
030000     EXIT.
030100
030200*----------------------------------------------------------------*
030300*  2300-CHANGE-RATE                                               *
030400*      CHANGE ONLY THE RATE AND EFFECTIVE DATE - THE STATUS IS    *
030500*      LEFT AS IT IS, SO A CURRENCY SUSPENDED ONLINE IS NOT PUT   *
030600*      BACK INTO USE BY THE FEED.  SUCH A CURRENCY IS LISTED.     *
030700*----------------------------------------------------------------*
030800 2300-CHANGE-RATE.
030900
031000     ACCEPT WS-NOW-TIME FROM TIME.
031100
031200     MOVE FXRQ-RATE             TO FXRT-RATE.
031300     MOVE WS-NEW-EFFECTIVE-DATE TO FXRT-EFFECTIVE-DATE.
031400     MOVE WS-RUN-DATE           TO FXRT-LAST-MAINT-DATE.
031500     MOVE WS-NOW-TIME           TO FXRT-LAST-MAINT-TIME.
031600     MOVE WS-OPERATOR-PARM      TO FXRT-OPERATOR-ID.
031700
031800     REWRITE FXRT-RECORD
031900         INVALID KEY
032000             ADD 1 TO WS-ERROR-COUNT
032100             MOVE SPACES TO RPT-LINE
032200             STRING 'REWRITE FAILED - CURRENCY: ' FXRQ-CURRENCY-CD
032300                 DELIMITED BY SIZE
032400                 INTO RPT-LINE
032500             WRITE RPT-LINE
032600             GO TO 2300-CHANGE-RATE-EXIT
032700     END-REWRITE.
032800
032900     ADD 1 TO WS-CHANGE-COUNT.
033000
033100     IF FXRT-STATUS-SUSPENDED
033200         ADD 1 TO WS-SUSPENDED-COUNT
033300         MOVE SPACES TO RPT-LINE
033400         STRING 'RATE LOADED, CURRENCY STILL SUSPENDED: '
033500                 FXRQ-CURRENCY-CD DELIMITED BY SIZE
033600             INTO RPT-LINE
033700         WRITE RPT-LINE
033800     END-IF.
033900
034000     PERFORM 2400-WRITE-AUDIT-LOG
034100         THRU 2400-WRITE-AUDIT-LOG-EXIT.
034200
034300 2300-CHANGE-RATE-EXIT.
034400     EXIT.
034500
034600*----------------------------------------------------------------*
034700*  2400-WRITE-AUDIT-LOG                                           *
034800*----------------------------------------------------------------*
034900 2400-WRITE-AUDIT-LOG.
035000
035100     MOVE SPACES                TO XLOG-RECORD.
035200     MOVE FXRQ-CURRENCY-CD      TO XLOG-CURRENCY-CD.
035300     IF WS-ADD-YES
035400         MOVE 'A'               TO XLOG-FUNCTION
035500     ELSE
035600         MOVE 'C'               TO XLOG-FUNCTION
035700     END-IF.
035800     MOVE 'B'                   TO XLOG-SOURCE.
035900     MOVE WS-OLD-RATE           TO XLOG-OLD-RATE.
036000     MOVE FXRQ-RATE             TO XLOG-NEW-RATE.
036100     MOVE WS-OLD-STATUS         TO XLOG-OLD-STATUS.
036200     MOVE FXRT-STATUS           TO XLOG-NEW-STATUS.
036300     MOVE WS-OLD-EFFECTIVE-DATE TO XLOG-OLD-EFFECTIVE-DATE.
036400     MOVE WS-NEW-EFFECTIVE-DATE TO XLOG-NEW-EFFECTIVE-DATE.
036500     MOVE WS-RUN-DATE           TO XLOG-CHANGE-DATE.
036600     MOVE WS-NOW-TIME           TO XLOG-CHANGE-TIME.
036700     MOVE WS-OPERATOR-PARM      TO XLOG-OPERATOR-ID.
036800
036900     WRITE XLOG-RECORD.
037000
037100 2400-WRITE-AUDIT-LOG-EXIT.
037200     EXIT.
037300
037400*----------------------------------------------------------------*
037500*  9000-FINALIZE                                                  *
037600*      WRITE THE SUMMARY TOTALS AND CLOSE THE FILES.              *
037700*----------------------------------------------------------------*
037800 9000-FINALIZE.
037900
038000     MOVE SPACES TO RPT-LINE.
038100     WRITE RPT-LINE.
038200
038300     MOVE WS-RQST-READ-COUNT TO WS-RPT-COUNT-ED.
038400     STRING 'FEED RECORDS READ . . . . . . . . ' DELIMITED BY SIZE
038500             WS-RPT-COUNT-ED DELIMITED BY SIZE
038600         INTO RPT-LINE.
038700     WRITE RPT-LINE.
038800
038900     MOVE WS-ADD-COUNT TO WS-RPT-COUNT-ED.
039000     MOVE SPACES TO RPT-LINE.
039100     STRING 'CURRENCIES ADDED  . . . . . . . . ' DELIMITED BY SIZE
039200             WS-RPT-COUNT-ED DELIMITED BY SIZE
039300         INTO RPT-LINE.
039400     WRITE RPT-LINE.
039500
039600     MOVE WS-CHANGE-COUNT TO WS-RPT-COUNT-ED.
039700     MOVE SPACES TO RPT-LINE.
039800     STRING 'RATES CHANGED . . . . . . . . . . ' DELIMITED BY SIZE
039900             WS-RPT-COUNT-ED DELIMITED BY SIZE
040000         INTO RPT-LINE.
040100     WRITE RPT-LINE.
040200
040300     MOVE WS-SUSPENDED-COUNT TO WS-RPT-COUNT-ED.
040400     MOVE SPACES TO RPT-LINE.
040500     STRING '  OF WHICH STILL SUSPENDED  . . . ' DELIMITED BY SIZE
040600             WS-RPT-COUNT-ED DELIMITED BY SIZE
040700         INTO RPT-LINE.
040800     WRITE RPT-LINE.
040900
041000     MOVE WS-ERROR-COUNT TO WS-RPT-COUNT-ED.
041100     MOVE SPACES TO RPT-LINE.
041200     STRING 'FEED RECORDS IN ERROR . . . . . . ' DELIMITED BY SIZE
041300             WS-RPT-COUNT-ED DELIMITED BY SIZE
041400         INTO RPT-LINE.
041500     WRITE RPT-LINE.
041600
041700     CLOSE FX-RQST-FILE.
041800     CLOSE PAY-FXRT-FILE.
041900     CLOSE PAY-FXRT-LOG-FILE.
042000     CLOSE OPER-AUTH-FILE.
042100     CLOSE LOAD-RPT-FILE.
042200
042300 9000-FINALIZE-EXIT.
042400     EXIT.
