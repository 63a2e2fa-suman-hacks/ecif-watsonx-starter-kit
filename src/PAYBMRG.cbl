000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYBMRG.
000300 AUTHOR.         D MCALLISTER.
000400 INSTALLATION.   CONSUMER CARD SERVICES - AUTHORIZATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  2026-10-15  DM   INITIAL VERSION - MERGE STEP OF THE          *
001100*                   PARTITIONED DAILY AUTHORIZATION RUN.  READS  *
001200*                   THE TOTALS EACH PARTITION'S PAYBAT01 RUN LEFT*
001300*                   ON PAYPTOT AND BALANCES THEM - PARTITION BY  *
001400*                   PARTITION AND IN TOTAL - BACK TO THE ORIGINAL*
001500*                   TRANCTL TRAILER THE SPLIT STEP KEPT ON       *
001600*                   PAYPCTL.  ONLY WHEN EVERY PARTITION HAS      *
001700*                   COMPLETED AND BALANCED ARE THE PARTITION     *
001800*                   JOURNALS COPIED INTO THE ONE PAYJRNL THE     *
001900*                   DOWNSTREAM JOBS READ, THE FILE SEQUENCE      *
002000*                   NUMBER RECORDED ON PAYFSEQ, THE COMBINED     *
002100*                   SUMMARY PRINTED IN PAYBAT01'S LAYOUT, AND    *
002200*                   PAYBAT01 MARKED COMPLETE ON PAYRCTL SO THE   *
002300*                   REST OF THE WINDOW MAY RUN.  ANYTHING MISSING*
002400*                   OR OUT OF BALANCE ENDS THE STEP RC 16 WITH   *
002500*                   NOTHING COPIED AND PAYBAT01 STILL OPEN.      *
002600*----------------------------------------------------------------*
002700
002800 ENVIRONMENT DIVISION.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PART-CTL-FILE        ASSIGN TO PAYPCTL
003300                                  ORGANIZATION IS LINE SEQUENTIAL.
003400
003500     SELECT PART-TOTALS-FILE     ASSIGN TO PAYPTOT
003600                                  ORGANIZATION IS LINE SEQUENTIAL.
003700
003800     SELECT PART-JRNL-FILE       ASSIGN TO PARTJRNL
003900                                  ORGANIZATION IS LINE SEQUENTIAL.
004000
004100     SELECT PAY-JOURNAL-FILE     ASSIGN TO PAYJRNL
004200                                  ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT PAY-FSEQ-FILE        ASSIGN TO PAYFSEQ
004500                                  ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT REPORT-FILE          ASSIGN TO PAYRPT
004800                                  ORGANIZATION IS LINE SEQUENTIAL.
004900
005000 DATA DIVISION.
005100
005200 FILE SECTION.
005300 FD  PART-CTL-FILE
005400     RECORDING MODE IS F.
005500 COPY PAYPCTL.
005600
005700 FD  PART-TOTALS-FILE
005800     RECORDING MODE IS F.
005900 COPY PAYPTOT.
006000
006100 FD  PART-JRNL-FILE
006200     RECORDING MODE IS F.
006300 01  PART-JRNL-RECORD            PIC X(108).
006400
006500 FD  PAY-JOURNAL-FILE
006600     RECORDING MODE IS F.
006700 COPY PAYJRNL.
006800
006900 FD  PAY-FSEQ-FILE
007000     RECORDING MODE IS F.
007100 COPY PAYFSEQ.
007200
007300 FD  REPORT-FILE
007400     RECORDING MODE IS F.
007500 01  RPT-LINE                    PIC X(80).
007600
007700 WORKING-STORAGE SECTION.
007800
007900 01  WS-SWITCHES.
008000     05  WS-PTOT-EOF-SWITCH       PIC X(01)      VALUE 'N'.
008100         88  WS-PTOT-EOF-YES             VALUE 'Y'.
008200     05  WS-PJRN-EOF-SWITCH       PIC X(01)      VALUE 'N'.
008300         88  WS-PJRN-EOF-YES             VALUE 'Y'.
008400     05  WS-BALANCE-SWITCH        PIC X(01)      VALUE 'Y'.
008500         88  WS-IN-BALANCE               VALUE 'Y'.
008600         88  WS-OUT-OF-BALANCE           VALUE 'N'.
008700
008800 01  WS-RUN-DATE                 PIC 9(08).
008900
009000*    WHICH PARTITIONS HAVE HANDED IN TOTALS - EACH MUST, ONCE.
009100 01  WS-PART-SEEN-TABLE.
009200     05  WS-PART-SEEN             PIC X(01)  OCCURS 8 TIMES.
009300 01  WS-PART-IX                  PIC 9(02)  COMP  VALUE ZERO.
009400 01  WS-CTR-IX                   PIC 9(02)  COMP  VALUE ZERO.
009500 01  WS-RPT-PART-NO              PIC 9(01).
009600
009700*    THE PARTITIONS ADDED UP, FOR THE BALANCE TO THE TRAILER.
009800 01  WS-TOT-REC-COUNT            PIC 9(08)      VALUE ZERO.
009900 01  WS-TOT-HASH-AMT             PIC S9(13)V99  VALUE ZERO.
010000 01  WS-JRNL-COPY-COUNT          PIC 9(08)      VALUE ZERO.
010100
010200*    THE COMBINED SUMMARY COUNTERS - SAME NAMES AND ORDER AS
010300*    PAYBAT01'S, SO ONE PARTITION'S PTOT-COUNTERS ADD STRAIGHT IN.
010400 01  WS-COUNTERS.
010500     05  WS-TRAN-COUNT            PIC 9(07)      VALUE ZERO.
010600     05  WS-SKIPPED-COUNT         PIC 9(07)      VALUE ZERO.
010700     05  WS-APPROVE-COUNT         PIC 9(07)      VALUE ZERO.
010800     05  WS-REVERSAL-COUNT        PIC 9(07)      VALUE ZERO.
010900     05  WS-PREAUTH-COUNT         PIC 9(07)      VALUE ZERO.
011000     05  WS-COMPLETE-COUNT        PIC 9(07)      VALUE ZERO.
011100     05  WS-DECLINE-COUNT         PIC 9(07)      VALUE ZERO.
011200     05  WS-BLOCKED-COUNT         PIC 9(07)      VALUE ZERO.
011300     05  WS-CLOSED-COUNT          PIC 9(07)      VALUE ZERO.
011400     05  WS-FRAUD-COUNT           PIC 9(07)      VALUE ZERO.
011500     05  WS-DORMANT-COUNT         PIC 9(07)      VALUE ZERO.
011600     05  WS-LOST-COUNT            PIC 9(07)      VALUE ZERO.
011700     05  WS-OVER-LIMIT-COUNT      PIC 9(07)      VALUE ZERO.
011800     05  WS-CAT-BLOCK-COUNT       PIC 9(07)      VALUE ZERO.
011900     05  WS-CAT-LIMIT-COUNT       PIC 9(07)      VALUE ZERO.
012000     05  WS-MNEG-COUNT            PIC 9(07)      VALUE ZERO.
012100     05  WS-STANDIN-COUNT         PIC 9(07)      VALUE ZERO.
012200     05  WS-STIN-DECLINE-COUNT    PIC 9(07)      VALUE ZERO.
012300     05  WS-FXRT-DECLINE-COUNT    PIC 9(07)      VALUE ZERO.
012400     05  WS-XB-BLOCK-COUNT        PIC 9(07)      VALUE ZERO.
012500     05  WS-XB-LIMIT-COUNT        PIC 9(07)      VALUE ZERO.
012600     05  WS-KYC-COUNT             PIC 9(07)      VALUE ZERO.
012700     05  WS-NOACCT-COUNT          PIC 9(07)      VALUE ZERO.
012800     05  WS-OTHER-DECLINE-COUNT   PIC 9(07)      VALUE ZERO.
012900 01  WS-COUNTER-TABLE REDEFINES WS-COUNTERS.
013000     05  WS-COUNTER               PIC 9(07)  OCCURS 24 TIMES.
013100 01  WS-COUNTER-MAX              PIC 9(02)  COMP  VALUE 24.
013200
013300 COPY RCTLPRM.
013400
013500 01  WS-RPT-COUNT-ED             PIC ZZ,ZZZ,ZZ9.
013600 01  WS-RPT-CTL-COUNT-ED         PIC ZZ,ZZZ,ZZ9.
013700 01  WS-RPT-CTL-AMT-ED           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
013800
013900 PROCEDURE DIVISION.
014000
014100*----------------------------------------------------------------*
014200*  0000-MAINLINE                                                 *
014300*----------------------------------------------------------------*
014400 0000-MAINLINE.
014500
014600     PERFORM 1000-INITIALIZE
014700         THRU 1000-INITIALIZE-EXIT.
014800
014900     PERFORM 2000-TAKE-PART-TOTALS
015000         THRU 2000-TAKE-PART-TOTALS-EXIT
015100         UNTIL WS-PTOT-EOF-YES.
015200
015300     PERFORM 3000-BALANCE-TO-TRAILER
015400         THRU 3000-BALANCE-TO-TRAILER-EXIT.
015500
015600     PERFORM 4000-COPY-JRNL
015700         THRU 4000-COPY-JRNL-EXIT
015800         UNTIL WS-PJRN-EOF-YES.
015900
016000     PERFORM 9000-FINALIZE
016100         THRU 9000-FINALIZE-EXIT.
016200
016300     GOBACK.
016400
016500*----------------------------------------------------------------*
016600*  1000-INITIALIZE                                                *
016700*----------------------------------------------------------------*
016800 1000-INITIALIZE.
016900
017000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017100     PERFORM 1050-RUN-CONTROL-START
017200         THRU 1050-RUN-CONTROL-START-EXIT.
017300
017400     OPEN OUTPUT REPORT-FILE.
017500
017600     MOVE SPACES TO RPT-LINE.
017700     STRING 'PAYBAT01 - DAILY AUTHORIZATION BATCH RUN  DATE: '
017800             WS-RUN-DATE DELIMITED BY SIZE
017900         INTO RPT-LINE.
018000     WRITE RPT-LINE.
018100
018200     MOVE 'MERGED FROM A PARTITIONED RUN BY PAYBMRG' TO RPT-LINE.
018300     WRITE RPT-LINE.
018400
018500     MOVE ALL '-' TO RPT-LINE.
018600     WRITE RPT-LINE.
018700
018800     MOVE ALL 'N' TO WS-PART-SEEN-TABLE.
018900
019000     PERFORM 1100-LOAD-PART-CTL
019100         THRU 1100-LOAD-PART-CTL-EXIT.
019200
019300     OPEN INPUT PART-TOTALS-FILE.
019400     PERFORM 2100-READ-PART-TOTALS
019500         THRU 2100-READ-PART-TOTALS-EXIT.
019600
019700 1000-INITIALIZE-EXIT.
019800     EXIT.
019900
020000*----------------------------------------------------------------*
020100*  1050-RUN-CONTROL-START                                         *
020200*      RECORD THE START OF PAYBAT01 ON THE SHARED RUN-CONTROL     *
020300*      FILE.  THE MERGE IS HELD UNTIL THE SPLIT (PAYBSPL) HAS     *
020400*      COMPLETED, AND REFUSED IF PAYBAT01 HAS ALREADY COMPLETED   *
020500*      FOR THIS BUSINESS DATE - A RERUN AFTER AN ABEND OR AN      *
020600*      OUT-OF-BALANCE STOP IS LET THROUGH.  WHETHER EACH          *
020700*      PARTITION HAS COMPLETED IS SETTLED BY ITS TOTALS BELOW.    *
020800*----------------------------------------------------------------*
020900 1050-RUN-CONTROL-START.
021000
021100     MOVE 'S'         TO RCTLP-FUNCTION.
021200     MOVE 'PAYBAT01'  TO RCTLP-JOB-NAME.
021300     MOVE 'PAYBSPL '  TO RCTLP-PRED-JOB-NAME.
021400     MOVE WS-RUN-DATE TO RCTLP-BUS-DATE.
021500     MOVE ZERO        TO RCTLP-RECORDS-PROCESSED.
021600     CALL 'PAYRCTL' USING RCTL-PARM.
021700
021800     IF RCTLP-PRED-NOT-DONE
021900         DISPLAY 'PAYBMRG HELD - PAYBSPL NOT COMPLETE FOR '
022000                 WS-RUN-DATE
022100         MOVE 16 TO RETURN-CODE
022200         GOBACK
022300     END-IF.
022400
022500     IF RCTLP-ALREADY-DONE
022600         DISPLAY 'PAYBMRG HELD - PAYBAT01 ALREADY COMPLETE FOR '
022700                 WS-RUN-DATE
022800         MOVE 16 TO RETURN-CODE
022900         GOBACK
023000     END-IF.
023100
023200 1050-RUN-CONTROL-START-EXIT.
023300     EXIT.
023400
023500*----------------------------------------------------------------*
023600*  1100-LOAD-PART-CTL                                             *
023700*      PULL THE SPLIT STEP'S CONTROL RECORD - THE ORIGINAL        *
023800*      TRAILER AND EACH PARTITION'S SHARE.  IT MUST BE TODAY'S.   *
023900*----------------------------------------------------------------*
024000 1100-LOAD-PART-CTL.
024100
024200     OPEN INPUT PART-CTL-FILE.
024300
024400     READ PART-CTL-FILE
024500         AT END
024600             MOVE 'NO PARTITION CONTROL RECORD ON PAYPCTL'
024700                     TO RPT-LINE
024800             WRITE RPT-LINE
024900             CLOSE PART-CTL-FILE
025000             PERFORM 3900-REFUSE-TO-COMPLETE
025100                 THRU 3900-REFUSE-TO-COMPLETE-EXIT
025200     END-READ.
025300
025400     CLOSE PART-CTL-FILE.
025500
025600     IF PCTL-BUS-DATE NOT = WS-RUN-DATE
025700         MOVE SPACES TO RPT-LINE
025800         STRING 'PARTITION CONTROL DATE ' PCTL-BUS-DATE
025900                 ' IS NOT TODAY ' WS-RUN-DATE
026000             DELIMITED BY SIZE INTO RPT-LINE
026100         WRITE RPT-LINE
026200         PERFORM 3900-REFUSE-TO-COMPLETE
026300             THRU 3900-REFUSE-TO-COMPLETE-EXIT
026400     END-IF.
026500
026600     MOVE SPACES TO RPT-LINE.
026700     STRING 'EXTRACT FILE SEQ ' PCTL-FILE-SEQ-NO
026800             '  PARTITIONS ' PCTL-PART-COUNT
026900         DELIMITED BY SIZE INTO RPT-LINE.
027000     WRITE RPT-LINE.
027100
027200 1100-LOAD-PART-CTL-EXIT.
027300     EXIT.
027400
027500*----------------------------------------------------------------*
027600*  2000-TAKE-PART-TOTALS                                          *
027700*      ONE PARTITION'S TOTALS.  THEY MUST NAME A PARTITION OF     *
027800*      THIS SPLIT, COME FROM TODAY'S EXTRACT, APPEAR ONCE, AND    *
027900*      BALANCE TO THE SHARE THE SPLIT GAVE THAT PARTITION.        *
028000*      TOTALS THAT PASS ADD INTO THE RUN TOTALS AND COUNTERS.     *
028100*----------------------------------------------------------------*
028200 2000-TAKE-PART-TOTALS.
028300
028400     IF PTOT-PART-NO NOT NUMERIC
028500     OR PTOT-PART-NO = ZERO
028600     OR PTOT-PART-NO > PCTL-PART-COUNT
028700         SET WS-OUT-OF-BALANCE TO TRUE
028800         MOVE SPACES TO RPT-LINE
028900         STRING 'TOTALS FOR A PARTITION NOT IN THIS SPLIT: '
029000                 PTOT-PART-NO
029100             DELIMITED BY SIZE INTO RPT-LINE
029200         WRITE RPT-LINE
029300         GO TO 2000-TAKE-PART-TOTALS-NEXT
029400     END-IF.
029500
029600     MOVE PTOT-PART-NO TO WS-PART-IX.
029700     MOVE PTOT-PART-NO TO WS-RPT-PART-NO.
029800
029900     IF PTOT-BUS-DATE NOT = PCTL-BUS-DATE
030000     OR PTOT-FILE-SEQ-NO NOT = PCTL-FILE-SEQ-NO
030100         SET WS-OUT-OF-BALANCE TO TRUE
030200         MOVE SPACES TO RPT-LINE
030300         STRING 'PARTITION ' WS-RPT-PART-NO
030400                 ' TOTALS ARE FROM ' PTOT-BUS-DATE
030500                 ' FILE SEQ ' PTOT-FILE-SEQ-NO
030600                 ' - NOT THIS RUN'
030700             DELIMITED BY SIZE INTO RPT-LINE
030800         WRITE RPT-LINE
030900         GO TO 2000-TAKE-PART-TOTALS-NEXT
031000     END-IF.
031100
031200     IF WS-PART-SEEN (WS-PART-IX) = 'Y'
031300         SET WS-OUT-OF-BALANCE TO TRUE
031400         MOVE SPACES TO RPT-LINE
031500         STRING 'PARTITION ' WS-RPT-PART-NO
031600                 ' HANDED IN TOTALS MORE THAN ONCE'
031700             DELIMITED BY SIZE INTO RPT-LINE
031800         WRITE RPT-LINE
031900         GO TO 2000-TAKE-PART-TOTALS-NEXT
032000     END-IF.
032100
032200     MOVE 'Y' TO WS-PART-SEEN (WS-PART-IX).
032300
032400     IF PTOT-REC-COUNT NOT = PCTL-PART-REC-COUNT (WS-PART-IX)
032500     OR PTOT-HASH-AMT  NOT = PCTL-PART-HASH-AMT (WS-PART-IX)
032600         SET WS-OUT-OF-BALANCE TO TRUE
032700         MOVE SPACES TO RPT-LINE
032800         STRING 'PARTITION ' WS-RPT-PART-NO
032900                 ' DOES NOT BALANCE TO ITS SHARE OF THE SPLIT'
033000             DELIMITED BY SIZE INTO RPT-LINE
033100         WRITE RPT-LINE
033200         MOVE PCTL-PART-REC-COUNT (WS-PART-IX)
033300                 TO WS-RPT-CTL-COUNT-ED
033400         MOVE PCTL-PART-HASH-AMT (WS-PART-IX)
033500                 TO WS-RPT-CTL-AMT-ED
033600         MOVE SPACES TO RPT-LINE
033700         STRING '    SPLIT    ' WS-RPT-CTL-COUNT-ED
033800                 '  ' WS-RPT-CTL-AMT-ED
033900             DELIMITED BY SIZE INTO RPT-LINE
034000         WRITE RPT-LINE
034100         MOVE PTOT-REC-COUNT TO WS-RPT-CTL-COUNT-ED
034200         MOVE PTOT-HASH-AMT  TO WS-RPT-CTL-AMT-ED
034300         MOVE SPACES TO RPT-LINE
034400         STRING '    RUN      ' WS-RPT-CTL-COUNT-ED
034500                 '  ' WS-RPT-CTL-AMT-ED
034600             DELIMITED BY SIZE INTO RPT-LINE
034700         WRITE RPT-LINE
034800     END-IF.
034900
035000     ADD PTOT-REC-COUNT TO WS-TOT-REC-COUNT.
035100     ADD PTOT-HASH-AMT  TO WS-TOT-HASH-AMT.
035200
035300     PERFORM 2200-ADD-COUNTER
035400         THRU 2200-ADD-COUNTER-EXIT
035500         VARYING WS-CTR-IX FROM 1 BY 1
035600         UNTIL WS-CTR-IX > WS-COUNTER-MAX.
035700
035800     MOVE PTOT-REC-COUNT TO WS-RPT-CTL-COUNT-ED.
035900     MOVE PTOT-HASH-AMT  TO WS-RPT-CTL-AMT-ED.
036000     MOVE SPACES TO RPT-LINE.
036100     STRING 'PARTITION ' WS-RPT-PART-NO
036200             ' RECORDS ' WS-RPT-CTL-COUNT-ED
036300             '  HASH ' WS-RPT-CTL-AMT-ED
036400         DELIMITED BY SIZE INTO RPT-LINE.
036500     WRITE RPT-LINE.
036600
036700 2000-TAKE-PART-TOTALS-NEXT.
036800
036900     PERFORM 2100-READ-PART-TOTALS
037000         THRU 2100-READ-PART-TOTALS-EXIT.
037100
037200 2000-TAKE-PART-TOTALS-EXIT.
037300     EXIT.
037400
037500*----------------------------------------------------------------*
037600*  2100-READ-PART-TOTALS                                          *
037700*----------------------------------------------------------------*
037800 2100-READ-PART-TOTALS.
037900
038000     READ PART-TOTALS-FILE
038100         AT END
038200             SET WS-PTOT-EOF-YES TO TRUE
038300     END-READ.
038400
038500 2100-READ-PART-TOTALS-EXIT.
038600     EXIT.
038700
038800*----------------------------------------------------------------*
038900*  2200-ADD-COUNTER                                               *
039000*----------------------------------------------------------------*
039100 2200-ADD-COUNTER.
039200
039300     ADD PTOT-COUNTER (WS-CTR-IX) TO WS-COUNTER (WS-CTR-IX).
039400
039500 2200-ADD-COUNTER-EXIT.
039600     EXIT.
039700
039800*----------------------------------------------------------------*
039900*  3000-BALANCE-TO-TRAILER                                        *
040000*      EVERY PARTITION OF THE SPLIT MUST HAVE HANDED IN TOTALS,   *
040100*      AND THE PARTITIONS TOGETHER MUST BALANCE TO THE ORIGINAL   *
040200*      TRAILER'S RECORD COUNT AND DOLLAR HASH.  ONLY THEN ARE THE *
040300*      PARTITION JOURNALS OPENED FOR THE COPY.                    *
040400*----------------------------------------------------------------*
040500 3000-BALANCE-TO-TRAILER.
040600
040700     CLOSE PART-TOTALS-FILE.
040800
040900     PERFORM 3100-CHECK-PART-SEEN
041000         THRU 3100-CHECK-PART-SEEN-EXIT
041100         VARYING WS-PART-IX FROM 1 BY 1
041200         UNTIL WS-PART-IX > PCTL-PART-COUNT.
041300
041400     MOVE SPACES TO RPT-LINE.
041500     WRITE RPT-LINE.
041600
041700     MOVE PCTL-TRL-REC-COUNT TO WS-RPT-CTL-COUNT-ED.
041800     MOVE PCTL-TRL-HASH-AMT  TO WS-RPT-CTL-AMT-ED.
041900     MOVE SPACES TO RPT-LINE.
042000     STRING 'EXTRACT TRAILER  ' WS-RPT-CTL-COUNT-ED
042100             '  HASH ' WS-RPT-CTL-AMT-ED
042200         DELIMITED BY SIZE INTO RPT-LINE.
042300     WRITE RPT-LINE.
042400
042500     MOVE WS-TOT-REC-COUNT TO WS-RPT-CTL-COUNT-ED.
042600     MOVE WS-TOT-HASH-AMT  TO WS-RPT-CTL-AMT-ED.
042700     MOVE SPACES TO RPT-LINE.
042800     STRING 'PARTITIONS TOTAL ' WS-RPT-CTL-COUNT-ED
042900             '  HASH ' WS-RPT-CTL-AMT-ED
043000         DELIMITED BY SIZE INTO RPT-LINE.
043100     WRITE RPT-LINE.
043200
043300     IF WS-TOT-REC-COUNT NOT = PCTL-TRL-REC-COUNT
043400     OR WS-TOT-HASH-AMT  NOT = PCTL-TRL-HASH-AMT
043500         SET WS-OUT-OF-BALANCE TO TRUE
043600         MOVE 'PARTITIONS DO NOT BALANCE TO THE EXTRACT TRAILER'
043700                 TO RPT-LINE
043800         WRITE RPT-LINE
043900     END-IF.
044000
044100     IF WS-OUT-OF-BALANCE
044200         PERFORM 3900-REFUSE-TO-COMPLETE
044300             THRU 3900-REFUSE-TO-COMPLETE-EXIT
044400     END-IF.
044500
044600     MOVE 'PARTITIONS BALANCE TO THE EXTRACT TRAILER' TO RPT-LINE.
044700     WRITE RPT-LINE.
044800
044900     OPEN INPUT  PART-JRNL-FILE.
045000     OPEN EXTEND PAY-JOURNAL-FILE.
045100     PERFORM 4100-READ-PART-JRNL
045200         THRU 4100-READ-PART-JRNL-EXIT.
045300
045400 3000-BALANCE-TO-TRAILER-EXIT.
045500     EXIT.
045600
045700*----------------------------------------------------------------*
045800*  3100-CHECK-PART-SEEN                                           *
045900*      A PARTITION WITH NO TOTALS HAS NOT COMPLETED - IT FAILED   *
046000*      OR HAS NOT RUN YET.                                        *
046100*----------------------------------------------------------------*
046200 3100-CHECK-PART-SEEN.
046300
046400     IF WS-PART-SEEN (WS-PART-IX) NOT = 'Y'
046500         SET WS-OUT-OF-BALANCE TO TRUE
046600         MOVE WS-PART-IX TO WS-RPT-PART-NO
046700         MOVE SPACES TO RPT-LINE
046800         STRING 'PARTITION ' WS-RPT-PART-NO
046900                 ' HAS NOT COMPLETED - NO TOTALS ON PAYPTOT'
047000             DELIMITED BY SIZE INTO RPT-LINE
047100         WRITE RPT-LINE
047200     END-IF.
047300
047400 3100-CHECK-PART-SEEN-EXIT.
047500     EXIT.
047600
047700*----------------------------------------------------------------*
047800*  3900-REFUSE-TO-COMPLETE                                        *
047900*      THE PARTITIONS ARE INCOMPLETE OR OUT OF BALANCE.  THE      *
048000*      FAULTS ARE ALREADY ON THE REPORT - NOTHING HAS BEEN COPIED *
048100*      TO PAYJRNL AND PAYFSEQ IS UNTOUCHED.  END THE STEP WITH A  *
048200*      NONZERO RETURN CODE AND NO PAYRCTL END, SO PAYSETL AND THE *
048300*      REST OF THE WINDOW ARE HELD.  ONCE THE FAILED PARTITION    *
048400*      HAS BEEN RESTARTED, THE MERGE IS SIMPLY RUN AGAIN.         *
048500*----------------------------------------------------------------*
048600 3900-REFUSE-TO-COMPLETE.
048700
048800     MOVE 'MERGE REFUSED - PAYBAT01 NOT MARKED COMPLETE'
048900             TO RPT-LINE.
049000     WRITE RPT-LINE.
049100
049200     CLOSE REPORT-FILE.
049300
049400     MOVE 16 TO RETURN-CODE.
049500     GOBACK.
049600
049700 3900-REFUSE-TO-COMPLETE-EXIT.
049800     EXIT.
049900
050000*----------------------------------------------------------------*
050100*  4000-COPY-JRNL                                                 *
050200*      APPEND ONE PARTITION JOURNAL RECORD TO THE DAILY JOURNAL.  *
050300*      PARTJRNL IS THE PARTITION JOURNALS CONCATENATED IN         *
050400*      PARTITION ORDER.                                           *
050500*----------------------------------------------------------------*
050600 4000-COPY-JRNL.
050700
050800     WRITE JRNL-RECORD FROM PART-JRNL-RECORD.
050900     ADD 1 TO WS-JRNL-COPY-COUNT.
051000
051100     PERFORM 4100-READ-PART-JRNL
051200         THRU 4100-READ-PART-JRNL-EXIT.
051300
051400 4000-COPY-JRNL-EXIT.
051500     EXIT.
051600
051700*----------------------------------------------------------------*
051800*  4100-READ-PART-JRNL                                            *
051900*----------------------------------------------------------------*
052000 4100-READ-PART-JRNL.
052100
052200     READ PART-JRNL-FILE
052300         AT END
052400             SET WS-PJRN-EOF-YES TO TRUE
052500     END-READ.
052600
052700 4100-READ-PART-JRNL-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------------*
053100*  9000-FINALIZE                                                  *
053200*      RECORD THE EXTRACT'S FILE SEQUENCE NUMBER, PRINT THE       *
053300*      COMBINED SUMMARY IN PAYBAT01'S LAYOUT, AND MARK PAYBAT01   *
053400*      COMPLETE ON PAYRCTL.                                       *
053500*----------------------------------------------------------------*
053600 9000-FINALIZE.
053700
053800     CLOSE PART-JRNL-FILE.
053900     CLOSE PAY-JOURNAL-FILE.
054000
054100*    EVERY PARTITION COMPLETED AND BALANCED - RECORD THIS
054200*    EXTRACT'S FILE SEQUENCE NUMBER SO A REPLAYED TRANSMISSION
054300*    OF THE SAME FILE IS REFUSED AT THE NEXT SPLIT OR RUN.
054400     MOVE PCTL-FILE-SEQ-NO TO FSEQ-LAST-FILE-SEQ-NO.
054500     MOVE WS-RUN-DATE      TO FSEQ-BUS-DATE.
054600     OPEN OUTPUT PAY-FSEQ-FILE.
054700     WRITE FSEQ-RECORD.
054800     CLOSE PAY-FSEQ-FILE.
054900
055000     MOVE WS-JRNL-COPY-COUNT TO WS-RPT-COUNT-ED.
055100     MOVE SPACES TO RPT-LINE.
055200     STRING 'JOURNAL RECORDS COPIED . . . . . ' DELIMITED BY SIZE
055300             WS-RPT-COUNT-ED DELIMITED BY SIZE
055400         INTO RPT-LINE.
055500     WRITE RPT-LINE.
055600
055700     MOVE SPACES TO RPT-LINE.
055800     WRITE RPT-LINE.
055900
056000     MOVE WS-TRAN-COUNT TO WS-RPT-COUNT-ED.
056100     STRING 'TRANSACTIONS READ . . . . . . . ' DELIMITED BY SIZE
056200             WS-RPT-COUNT-ED DELIMITED BY SIZE
056300         INTO RPT-LINE.
056400     WRITE RPT-LINE.
056500
056600     MOVE WS-SKIPPED-COUNT TO WS-RPT-COUNT-ED.
056700     MOVE SPACES TO RPT-LINE.
056800     STRING 'SKIPPED ON RESTART . . . . . . . ' DELIMITED BY SIZE
056900             WS-RPT-COUNT-ED DELIMITED BY SIZE
057000         INTO RPT-LINE.
057100     WRITE RPT-LINE.
057200
057300     MOVE WS-APPROVE-COUNT TO WS-RPT-COUNT-ED.
057400     MOVE SPACES TO RPT-LINE.
057500     STRING 'APPROVED . . . . . . . . . . . . ' DELIMITED BY SIZE
057600             WS-RPT-COUNT-ED DELIMITED BY SIZE
057700         INTO RPT-LINE.
057800     WRITE RPT-LINE.
057900
058000     MOVE WS-REVERSAL-COUNT TO WS-RPT-COUNT-ED.
058100     MOVE SPACES TO RPT-LINE.
058200     STRING 'REVERSALS APPLIED . . . . . . . ' DELIMITED BY SIZE
058300             WS-RPT-COUNT-ED DELIMITED BY SIZE
058400         INTO RPT-LINE.
058500     WRITE RPT-LINE.
058600
058700     MOVE WS-PREAUTH-COUNT TO WS-RPT-COUNT-ED.
058800     MOVE SPACES TO RPT-LINE.
058900     STRING 'PRE-AUTH HOLDS PLACED . . . . . ' DELIMITED BY SIZE
059000             WS-RPT-COUNT-ED DELIMITED BY SIZE
059100         INTO RPT-LINE.
059200     WRITE RPT-LINE.
059300
059400     MOVE WS-COMPLETE-COUNT TO WS-RPT-COUNT-ED.
059500     MOVE SPACES TO RPT-LINE.
059600     STRING 'COMPLETIONS MATCHED . . . . . . ' DELIMITED BY SIZE
059700             WS-RPT-COUNT-ED DELIMITED BY SIZE
059800         INTO RPT-LINE.
059900     WRITE RPT-LINE.
060000
060100     MOVE WS-STANDIN-COUNT TO WS-RPT-COUNT-ED.
060200     MOVE SPACES TO RPT-LINE.
060300     STRING 'STAND-IN APPROVALS (ECIF DOWN) . ' DELIMITED BY SIZE
060400             WS-RPT-COUNT-ED DELIMITED BY SIZE
060500         INTO RPT-LINE.
060600     WRITE RPT-LINE.
060700
060800     MOVE WS-DECLINE-COUNT TO WS-RPT-COUNT-ED.
060900     MOVE SPACES TO RPT-LINE.
061000     STRING 'DECLINED . . . . . . . . . . . . ' DELIMITED BY SIZE
061100             WS-RPT-COUNT-ED DELIMITED BY SIZE
061200         INTO RPT-LINE.
061300     WRITE RPT-LINE.
061400
061500     MOVE WS-BLOCKED-COUNT TO WS-RPT-COUNT-ED.
061600     MOVE SPACES TO RPT-LINE.
061700     STRING '    DECLINE - BLOCKED (BLCK) . . ' DELIMITED BY SIZE
061800             WS-RPT-COUNT-ED DELIMITED BY SIZE
061900         INTO RPT-LINE.
062000     WRITE RPT-LINE.
062100
062200     MOVE WS-CLOSED-COUNT TO WS-RPT-COUNT-ED.
062300     MOVE SPACES TO RPT-LINE.
062400     STRING '    DECLINE - CLOSED (CLSD) . . ' DELIMITED BY SIZE
062500             WS-RPT-COUNT-ED DELIMITED BY SIZE
062600         INTO RPT-LINE.
062700     WRITE RPT-LINE.
062800
062900     MOVE WS-FRAUD-COUNT TO WS-RPT-COUNT-ED.
063000     MOVE SPACES TO RPT-LINE.
063100     STRING '    DECLINE - FRAUD HOLD (FRAD) ' DELIMITED BY SIZE
063200             WS-RPT-COUNT-ED DELIMITED BY SIZE
063300         INTO RPT-LINE.
063400     WRITE RPT-LINE.
063500
063600     MOVE WS-DORMANT-COUNT TO WS-RPT-COUNT-ED.
063700     MOVE SPACES TO RPT-LINE.
063800     STRING '    DECLINE - DORMANT (DRMT) . . ' DELIMITED BY SIZE
063900             WS-RPT-COUNT-ED DELIMITED BY SIZE
064000         INTO RPT-LINE.
064100     WRITE RPT-LINE.
064200
064300     MOVE WS-LOST-COUNT TO WS-RPT-COUNT-ED.
064400     MOVE SPACES TO RPT-LINE.
064500     STRING '    DECLINE - LOST/STOLEN (LOST) ' DELIMITED BY SIZE
064600             WS-RPT-COUNT-ED DELIMITED BY SIZE
064700         INTO RPT-LINE.
064800     WRITE RPT-LINE.
064900
065000     MOVE WS-OVER-LIMIT-COUNT TO WS-RPT-COUNT-ED.
065100     MOVE SPACES TO RPT-LINE.
065200     STRING '    DECLINE - OVER LIMIT (OLMT) ' DELIMITED BY SIZE
065300             WS-RPT-COUNT-ED DELIMITED BY SIZE
065400         INTO RPT-LINE.
065500     WRITE RPT-LINE.
065600
065700     MOVE WS-CAT-BLOCK-COUNT TO WS-RPT-COUNT-ED.
065800     MOVE SPACES TO RPT-LINE.
065900     STRING '    DECLINE - CAT BLOCKED (MCCB) ' DELIMITED BY SIZE
066000             WS-RPT-COUNT-ED DELIMITED BY SIZE
066100         INTO RPT-LINE.
066200     WRITE RPT-LINE.
066300
066400     MOVE WS-CAT-LIMIT-COUNT TO WS-RPT-COUNT-ED.
066500     MOVE SPACES TO RPT-LINE.
066600     STRING '    DECLINE - CAT LIMIT (MCCL) . ' DELIMITED BY SIZE
066700             WS-RPT-COUNT-ED DELIMITED BY SIZE
066800         INTO RPT-LINE.
066900     WRITE RPT-LINE.
067000
067100     MOVE WS-MNEG-COUNT TO WS-RPT-COUNT-ED.
067200     MOVE SPACES TO RPT-LINE.
067300     STRING '    DECLINE - NEG MERCHANT (MNEG)' DELIMITED BY SIZE
067400             WS-RPT-COUNT-ED DELIMITED BY SIZE
067500         INTO RPT-LINE.
067600     WRITE RPT-LINE.
067700
067800     MOVE WS-STIN-DECLINE-COUNT TO WS-RPT-COUNT-ED.
067900     MOVE SPACES TO RPT-LINE.
068000     STRING '    DECLINE - STAND-IN (STIN) . . ' DELIMITED BY SIZE
068100             WS-RPT-COUNT-ED DELIMITED BY SIZE
068200         INTO RPT-LINE.
068300     WRITE RPT-LINE.
068400
068500     MOVE WS-KYC-COUNT TO WS-RPT-COUNT-ED.
068600     MOVE SPACES TO RPT-LINE.
068700     STRING '    DECLINE - KYC REVIEW (KYC) . ' DELIMITED BY SIZE
068800             WS-RPT-COUNT-ED DELIMITED BY SIZE
068900         INTO RPT-LINE.
069000     WRITE RPT-LINE.
069100
069200     MOVE WS-NOACCT-COUNT TO WS-RPT-COUNT-ED.
069300     MOVE SPACES TO RPT-LINE.
069400     STRING '    DECLINE - ACCT NOT FOUND (NOAC) '
069500             DELIMITED BY SIZE
069600             WS-RPT-COUNT-ED DELIMITED BY SIZE
069700         INTO RPT-LINE.
069800     WRITE RPT-LINE.
069900
070000     MOVE WS-FXRT-DECLINE-COUNT TO WS-RPT-COUNT-ED.
070100     MOVE SPACES TO RPT-LINE.
070200     STRING '    DECLINE - NO FX RATE (FXRT) . ' DELIMITED BY SIZE
070300             WS-RPT-COUNT-ED DELIMITED BY SIZE
070400         INTO RPT-LINE.
070500     WRITE RPT-LINE.
070600
070700     MOVE WS-XB-BLOCK-COUNT TO WS-RPT-COUNT-ED.
070800     MOVE SPACES TO RPT-LINE.
070900     STRING '    DECLINE - XBORDER BLK (XBDB) ' DELIMITED BY SIZE
071000             WS-RPT-COUNT-ED DELIMITED BY SIZE
071100         INTO RPT-LINE.
071200     WRITE RPT-LINE.
071300
071400     MOVE WS-XB-LIMIT-COUNT TO WS-RPT-COUNT-ED.
071500     MOVE SPACES TO RPT-LINE.
071600     STRING '    DECLINE - XBORDER CAP (XBDL) ' DELIMITED BY SIZE
071700             WS-RPT-COUNT-ED DELIMITED BY SIZE
071800         INTO RPT-LINE.
071900     WRITE RPT-LINE.
072000
072100     MOVE WS-OTHER-DECLINE-COUNT TO WS-RPT-COUNT-ED.
072200     MOVE SPACES TO RPT-LINE.
072300     STRING '    DECLINE - OTHER . . . . . . . ' DELIMITED BY SIZE
072400             WS-RPT-COUNT-ED DELIMITED BY SIZE
072500         INTO RPT-LINE.
072600     WRITE RPT-LINE.
072700
072800     CLOSE REPORT-FILE.
072900
073000     MOVE 'E'           TO RCTLP-FUNCTION.
073100     MOVE WS-TRAN-COUNT TO RCTLP-RECORDS-PROCESSED.
073200     CALL 'PAYRCTL' USING RCTL-PARM.
073300
073400 9000-FINALIZE-EXIT.
073500     EXIT.
