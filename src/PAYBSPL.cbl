000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYBSPL.
000300 AUTHOR.         D MCALLISTER.
000400 INSTALLATION.   CONSUMER CARD SERVICES - AUTHORIZATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  2026-10-15  DM   INITIAL VERSION - SPLIT STEP OF THE          *
001100*                   PARTITIONED DAILY AUTHORIZATION RUN.  THE    *
001200*                   EXTRACT HAS OUTGROWN ONE PAYBAT01 THREAD, SO *
001300*                   IT IS NOW CUT BY ACCOUNT-NUMBER RANGE INTO UP*
001400*                   TO EIGHT PARTITIONS (CARDS ON PAYPTAB), EACH *
001500*                   AUTHORIZED BY ITS OWN CONCURRENT PAYBAT01 RUN*
001600*                   AND COMBINED AGAIN BY PAYBMRG.  THE WHOLE    *
001700*                   EXTRACT IS VALIDATED HERE FIRST, EXACTLY AS  *
001800*                   PAYBAT01 DOES - HEADER DATE, FILE SEQUENCE   *
001900*                   NUMBER NOT YET PROCESSED (PAYFSEQ), TRAILER  *
002000*                   COUNT AND HASH - AND NOTHING IS SPLIT FROM A *
002100*                   FILE THAT FAILS.  EACH PARTITION GETS THE    *
002200*                   ORIGINAL HEADER AND A TRAILER OF ITS OWN, AND*
002300*                   THE ORIGINAL TRAILER AND THE PARTITION TOTALS*
002400*                   GO TO PAYPCTL FOR THE MERGE TO BALANCE TO.   *
002500*----------------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT TRAN-FILE            ASSIGN TO PAYTRAN
003200                                  ORGANIZATION IS LINE SEQUENTIAL.
003300
003400     SELECT PART-TABLE-FILE      ASSIGN TO PAYPTAB
003500                                  ORGANIZATION IS LINE SEQUENTIAL.
003600
003700     SELECT PART-CTL-FILE        ASSIGN TO PAYPCTL
003800                                  ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT PAY-FSEQ-FILE        ASSIGN TO PAYFSEQ
004100                                  ORGANIZATION IS LINE SEQUENTIAL.
004200
004300     SELECT PART-1-FILE          ASSIGN TO PAYPRT1
004400                                  ORGANIZATION IS LINE SEQUENTIAL.
004500
004600     SELECT PART-2-FILE          ASSIGN TO PAYPRT2
004700                                  ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT PART-3-FILE          ASSIGN TO PAYPRT3
005000                                  ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT PART-4-FILE          ASSIGN TO PAYPRT4
005300                                  ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT PART-5-FILE          ASSIGN TO PAYPRT5
005600                                  ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT PART-6-FILE          ASSIGN TO PAYPRT6
005900                                  ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT PART-7-FILE          ASSIGN TO PAYPRT7
006200                                  ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT PART-8-FILE          ASSIGN TO PAYPRT8
006500                                  ORGANIZATION IS LINE SEQUENTIAL.
006600
006700     SELECT REPORT-FILE          ASSIGN TO PAYSRPT
006800                                  ORGANIZATION IS LINE SEQUENTIAL.
006900
007000 DATA DIVISION.
007100
007200 FILE SECTION.
007300 FD  TRAN-FILE
007400     RECORDING MODE IS F.
007500 COPY TRANREC.
007600 COPY TRANCTL.
007700
007800 FD  PART-TABLE-FILE
007900     RECORDING MODE IS F.
008000 COPY PAYPTAB.
008100
008200 FD  PART-CTL-FILE
008300     RECORDING MODE IS F.
008400 COPY PAYPCTL.
008500
008600 FD  PAY-FSEQ-FILE
008700     RECORDING MODE IS F.
008800 COPY PAYFSEQ.
008900
009000 FD  PART-1-FILE
009100     RECORDING MODE IS F.
009200 01  PART-1-RECORD               PIC X(78).
009300
009400 FD  PART-2-FILE
009500     RECORDING MODE IS F.
009600 01  PART-2-RECORD               PIC X(78).
009700
009800 FD  PART-3-FILE
009900     RECORDING MODE IS F.
010000 01  PART-3-RECORD               PIC X(78).
010100
010200 FD  PART-4-FILE
010300     RECORDING MODE IS F.
010400 01  PART-4-RECORD               PIC X(78).
010500
010600 FD  PART-5-FILE
010700     RECORDING MODE IS F.
010800 01  PART-5-RECORD               PIC X(78).
010900
011000 FD  PART-6-FILE
011100     RECORDING MODE IS F.
011200 01  PART-6-RECORD               PIC X(78).
011300
011400 FD  PART-7-FILE
011500     RECORDING MODE IS F.
011600 01  PART-7-RECORD               PIC X(78).
011700
011800 FD  PART-8-FILE
011900     RECORDING MODE IS F.
012000 01  PART-8-RECORD               PIC X(78).
012100
012200 FD  REPORT-FILE
012300     RECORDING MODE IS F.
012400 01  RPT-LINE                    PIC X(80).
012500
012600 WORKING-STORAGE SECTION.
012700
012800 01  WS-SWITCHES.
012900     05  WS-EOF-SWITCH            PIC X(01)      VALUE 'N'.
013000         88  WS-EOF-YES                  VALUE 'Y'.
013100     05  WS-PTAB-EOF-SWITCH       PIC X(01)      VALUE 'N'.
013200         88  WS-PTAB-EOF-YES             VALUE 'Y'.
013300     05  WS-PART-FOUND-SWITCH     PIC X(01)      VALUE 'N'.
013400         88  WS-PART-FOUND               VALUE 'Y'.
013500
013600 01  WS-RUN-DATE                 PIC 9(08).
013700
013800*    EXTRACT CONTROL-RECORD VALIDATION - THE SAME PRE-PASS
013900*    PAYBAT01 MAKES BEFORE A SINGLE-THREAD RUN.
014000 01  WS-VAL-SWITCHES.
014100     05  WS-VAL-EOF-SWITCH        PIC X(01)      VALUE 'N'.
014200         88  WS-VAL-EOF-YES              VALUE 'Y'.
014300     05  WS-HDR-SEEN-SWITCH       PIC X(01)      VALUE 'N'.
014400         88  WS-HDR-SEEN                 VALUE 'Y'.
014500     05  WS-TRL-SEEN-SWITCH       PIC X(01)      VALUE 'N'.
014600         88  WS-TRL-SEEN                 VALUE 'Y'.
014700     05  WS-VAL-FAILED-SWITCH     PIC X(01)      VALUE 'N'.
014800         88  WS-VAL-FAILED               VALUE 'Y'.
014900
015000 01  WS-VAL-DETAIL-COUNT         PIC 9(08)      VALUE ZERO.
015100 01  WS-VAL-HASH-AMT             PIC S9(13)V99  VALUE ZERO.
015200 01  WS-HDR-BUS-DATE             PIC 9(08)      VALUE ZERO.
015300 01  WS-HDR-FILE-SEQ-NO          PIC 9(06)      VALUE ZERO.
015400 01  WS-TRL-REC-COUNT            PIC 9(08)      VALUE ZERO.
015500 01  WS-TRL-HASH-AMT             PIC S9(13)V99  VALUE ZERO.
015600 01  WS-LAST-FILE-SEQ-NO         PIC 9(06)      VALUE ZERO.
015700
015800*    THE PARTITION TABLE AS LOADED FROM PAYPTAB, WITH THE DETAIL
015900*    COUNT AND DOLLAR HASH WRITTEN TO EACH PARTITION.  EIGHT IS
016000*    THE MOST PARTITIONS THE RUN CARRIES FILES FOR.
016100 01  WS-PART-MAX                 PIC 9(02)  COMP  VALUE 8.
016200 01  WS-PART-COUNT               PIC 9(02)  COMP  VALUE ZERO.
016300 01  WS-PART-IX                  PIC 9(02)  COMP  VALUE ZERO.
016400 01  WS-SCAN-IX                  PIC 9(02)  COMP  VALUE ZERO.
016500 01  WS-PREV-HIGH-ACCT-NO        PIC X(10)      VALUE LOW-VALUES.
016600 01  WS-PART-TABLE.
016700     05  WS-PART-ENTRY            OCCURS 8 TIMES.
016800         10  WS-PART-HIGH-ACCT-NO PIC X(10).
016900         10  WS-PART-REC-COUNT    PIC 9(08).
017000         10  WS-PART-HASH-AMT     PIC S9(13)V99.
017100
017200 01  WS-RPT-PART-NO              PIC 9(01).
017300 01  WS-RPT-CTL-COUNT-ED         PIC ZZ,ZZZ,ZZ9.
017400 01  WS-RPT-CTL-AMT-ED           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
017500
017600 COPY RCTLPRM.
017700
017800 PROCEDURE DIVISION.
017900
018000*----------------------------------------------------------------*
018100*  0000-MAINLINE                                                 *
018200*----------------------------------------------------------------*
018300 0000-MAINLINE.
018400
018500     PERFORM 1000-INITIALIZE
018600         THRU 1000-INITIALIZE-EXIT.
018700
018800     PERFORM 2000-SPLIT-TRAN
018900         THRU 2000-SPLIT-TRAN-EXIT
019000         UNTIL WS-EOF-YES.
019100
019200     PERFORM 9000-FINALIZE
019300         THRU 9000-FINALIZE-EXIT.
019400
019500     GOBACK.
019600
019700*----------------------------------------------------------------*
019800*  1000-INITIALIZE                                                *
019900*----------------------------------------------------------------*
020000 1000-INITIALIZE.
020100
020200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020300     PERFORM 1050-RUN-CONTROL-START
020400         THRU 1050-RUN-CONTROL-START-EXIT.
020500
020600     OPEN INPUT TRAN-FILE.
020700     OPEN OUTPUT REPORT-FILE.
020800
020900     MOVE SPACES TO RPT-LINE.
021000     STRING 'PAYBSPL - AUTHORIZATION RUN PARTITION SPLIT  DATE: '
021100             WS-RUN-DATE DELIMITED BY SIZE
021200         INTO RPT-LINE.
021300     WRITE RPT-LINE.
021400
021500     MOVE ALL '-' TO RPT-LINE.
021600     WRITE RPT-LINE.
021700
021800*    A BAD PARTITION TABLE AND A BAD EXTRACT ARE BOTH SPELLED
021900*    OUT BEFORE THE SPLIT IS REFUSED, SO ONE RERUN FIXES ALL.
022000     PERFORM 1100-LOAD-PART-TABLE
022100         THRU 1100-LOAD-PART-TABLE-EXIT.
022200     PERFORM 1300-LOAD-FILE-SEQ
022300         THRU 1300-LOAD-FILE-SEQ-EXIT.
022400     PERFORM 1200-VALIDATE-EXTRACT
022500         THRU 1200-VALIDATE-EXTRACT-EXIT.
022600
022700     PERFORM 1400-OPEN-PARTITION
022800         THRU 1400-OPEN-PARTITION-EXIT
022900         VARYING WS-PART-IX FROM 1 BY 1
023000         UNTIL WS-PART-IX > WS-PART-COUNT.
023100
023200     PERFORM 2100-READ-TRAN
023300         THRU 2100-READ-TRAN-EXIT.
023400
023500 1000-INITIALIZE-EXIT.
023600     EXIT.
023700
023800*----------------------------------------------------------------*
023900*  1050-RUN-CONTROL-START                                         *
024000*      RECORD THE START ON THE SHARED RUN-CONTROL FILE.  A SPLIT  *
024100*      ALREADY COMPLETE FOR THIS BUSINESS DATE IS NOT MADE AGAIN -*
024200*      THE STREAM IS BEING RESUBMITTED TO RESTART A FAILED        *
024300*      PARTITION, AND THE PARTITION FILES IT WROTE STAND.         *
024400*----------------------------------------------------------------*
024500 1050-RUN-CONTROL-START.
024600
024700     MOVE 'S'         TO RCTLP-FUNCTION.
024800     MOVE 'PAYBSPL '  TO RCTLP-JOB-NAME.
024900     MOVE SPACES      TO RCTLP-PRED-JOB-NAME.
025000     MOVE WS-RUN-DATE TO RCTLP-BUS-DATE.
025100     MOVE ZERO        TO RCTLP-RECORDS-PROCESSED.
025200     CALL 'PAYRCTL' USING RCTL-PARM.
025300
025400     IF RCTLP-ALREADY-DONE
025500         DISPLAY 'PAYBSPL - ALREADY COMPLETE FOR '
025600                 WS-RUN-DATE ' - PARTITIONS STAND'
025700         MOVE ZERO TO RETURN-CODE
025800         GOBACK
025900     END-IF.
026000
026100 1050-RUN-CONTROL-START-EXIT.
026200     EXIT.
026300
026400*----------------------------------------------------------------*
026500*  1100-LOAD-PART-TABLE                                           *
026600*      LOAD THE PARTITION CARDS.  THEY MUST BE NUMBERED 1 UP IN   *
026700*      ORDER, NO MORE THAN EIGHT, WITH THE HIGH ACCOUNTS RISING.  *
026800*      ANY FAULT IS REPORTED AND FAILS THE VALIDATION.            *
026900*----------------------------------------------------------------*
027000 1100-LOAD-PART-TABLE.
027100
027200     OPEN INPUT PART-TABLE-FILE.
027300
027400     PERFORM 1150-READ-PART-CARD
027500         THRU 1150-READ-PART-CARD-EXIT
027600         UNTIL WS-PTAB-EOF-YES.
027700
027800     CLOSE PART-TABLE-FILE.
027900
028000     IF WS-PART-COUNT = ZERO
028100         SET WS-VAL-FAILED TO TRUE
028200         MOVE 'NO PARTITION CARDS ON PAYPTAB' TO RPT-LINE
028300         WRITE RPT-LINE
028400     END-IF.
028500
028600     IF WS-PART-COUNT > WS-PART-MAX
028700         MOVE WS-PART-MAX TO WS-PART-COUNT
028800     END-IF.
028900
029000 1100-LOAD-PART-TABLE-EXIT.
029100     EXIT.
029200
029300*----------------------------------------------------------------*
029400*  1150-READ-PART-CARD                                            *
029500*----------------------------------------------------------------*
029600 1150-READ-PART-CARD.
029700
029800     READ PART-TABLE-FILE
029900         AT END
030000             SET WS-PTAB-EOF-YES TO TRUE
030100             GO TO 1150-READ-PART-CARD-EXIT
030200     END-READ.
030300
030400     ADD 1 TO WS-PART-COUNT.
030500
030600     IF WS-PART-COUNT > WS-PART-MAX
030700         SET WS-VAL-FAILED TO TRUE
030800         MOVE SPACES TO RPT-LINE
030900         STRING 'MORE THAN EIGHT PARTITION CARDS - EXTRA CARD: '
031000                 PTAB-RECORD
031100             DELIMITED BY SIZE INTO RPT-LINE
031200         WRITE RPT-LINE
031300         GO TO 1150-READ-PART-CARD-EXIT
031400     END-IF.
031500
031600     MOVE WS-PART-COUNT TO WS-RPT-PART-NO.
031700     IF PTAB-PART-NO NOT NUMERIC
031800     OR PTAB-PART-NO NOT = WS-RPT-PART-NO
031900         SET WS-VAL-FAILED TO TRUE
032000         MOVE SPACES TO RPT-LINE
032100         STRING 'PARTITION CARD OUT OF ORDER - EXPECTED '
032200                 WS-RPT-PART-NO ': ' PTAB-RECORD
032300             DELIMITED BY SIZE INTO RPT-LINE
032400         WRITE RPT-LINE
032500     END-IF.
032600
032700     IF PTAB-HIGH-ACCT-NO NOT > WS-PREV-HIGH-ACCT-NO
032800         SET WS-VAL-FAILED TO TRUE
032900         MOVE SPACES TO RPT-LINE
033000         STRING 'PARTITION HIGH ACCOUNT NOT ASCENDING: '
033100                 PTAB-RECORD
033200             DELIMITED BY SIZE INTO RPT-LINE
033300         WRITE RPT-LINE
033400     END-IF.
033500
033600     MOVE PTAB-HIGH-ACCT-NO TO WS-PREV-HIGH-ACCT-NO.
033700     MOVE PTAB-HIGH-ACCT-NO
033800                 TO WS-PART-HIGH-ACCT-NO (WS-PART-COUNT).
033900     MOVE ZERO   TO WS-PART-REC-COUNT (WS-PART-COUNT).
034000     MOVE ZERO   TO WS-PART-HASH-AMT (WS-PART-COUNT).
034100
034200 1150-READ-PART-CARD-EXIT.
034300     EXIT.
034400
034500*----------------------------------------------------------------*
034600*  1200-VALIDATE-EXTRACT                                          *
034700*      PRE-PASS OVER THE WHOLE EXTRACT BEFORE ANYTHING IS SPLIT,  *
034800*      THE SAME CHECKS PAYBAT01 MAKES.  THE HEADER MUST LEAD THE  *
034900*      FILE AND CARRY TODAY'S BUSINESS DATE AND A FILE SEQUENCE   *
035000*      NUMBER NOT YET PROCESSED; THE TRAILER MUST BE PRESENT,     *
035100*      LAST, AND BALANCE TO THE DETAIL COUNT AND DOLLAR HASH.     *
035200*      A CLEAN FILE IS CLOSED AND REOPENED FOR THE SPLIT PASS.    *
035300*----------------------------------------------------------------*
035400 1200-VALIDATE-EXTRACT.
035500
035600     READ TRAN-FILE
035700         AT END
035800             SET WS-VAL-EOF-YES TO TRUE
035900     END-READ.
036000
036100     IF WS-VAL-EOF-YES
036200         SET WS-VAL-FAILED TO TRUE
036300         MOVE 'EXTRACT IS EMPTY - NO HEADER RECORD' TO RPT-LINE
036400         WRITE RPT-LINE
036500         GO TO 1200-VALIDATE-CHECK
036600     END-IF.
036700
036800     IF NOT CTL-TYPE-HEADER
036900         SET WS-VAL-FAILED TO TRUE
037000         MOVE 'FIRST RECORD IS NOT THE HDR CONTROL RECORD'
037100                 TO RPT-LINE
037200         WRITE RPT-LINE
037300         GO TO 1200-VALIDATE-LOOP
037400     END-IF.
037500
037600     SET WS-HDR-SEEN TO TRUE.
037700     MOVE CTL-BUS-DATE    TO WS-HDR-BUS-DATE.
037800     MOVE CTL-FILE-SEQ-NO TO WS-HDR-FILE-SEQ-NO.
037900
038000     IF WS-HDR-BUS-DATE NOT = WS-RUN-DATE
038100         SET WS-VAL-FAILED TO TRUE
038200         MOVE SPACES TO RPT-LINE
038300         STRING 'HEADER DATE ' WS-HDR-BUS-DATE
038400                 ' IS NOT TODAY ' WS-RUN-DATE
038500             DELIMITED BY SIZE INTO RPT-LINE
038600         WRITE RPT-LINE
038700     END-IF.
038800
038900     IF WS-HDR-FILE-SEQ-NO NOT > WS-LAST-FILE-SEQ-NO
039000         SET WS-VAL-FAILED TO TRUE
039100         MOVE SPACES TO RPT-LINE
039200         STRING 'FILE SEQ ' WS-HDR-FILE-SEQ-NO
039300                 ' ALREADY PROCESSED - LAST WAS '
039400                 WS-LAST-FILE-SEQ-NO
039500             DELIMITED BY SIZE INTO RPT-LINE
039600         WRITE RPT-LINE
039700     END-IF.
039800
039900 1200-VALIDATE-LOOP.
040000
040100     PERFORM 1250-VALIDATE-RECORD
040200         THRU 1250-VALIDATE-RECORD-EXIT
040300         UNTIL WS-VAL-EOF-YES.
040400
040500 1200-VALIDATE-CHECK.
040600
040700     IF NOT WS-TRL-SEEN
040800         SET WS-VAL-FAILED TO TRUE
040900         MOVE 'NO TRL CONTROL RECORD - FILE MAY BE TRUNCATED'
041000                 TO RPT-LINE
041100         WRITE RPT-LINE
041200         GO TO 1200-VALIDATE-DECIDE
041300     END-IF.
041400
041500     IF WS-TRL-REC-COUNT NOT = WS-VAL-DETAIL-COUNT
041600         SET WS-VAL-FAILED TO TRUE
041700         MOVE SPACES TO RPT-LINE
041800         MOVE WS-TRL-REC-COUNT TO WS-RPT-CTL-COUNT-ED
041900         STRING 'TRAILER COUNT ' WS-RPT-CTL-COUNT-ED
042000             DELIMITED BY SIZE INTO RPT-LINE
042100         WRITE RPT-LINE
042200         MOVE SPACES TO RPT-LINE
042300         MOVE WS-VAL-DETAIL-COUNT TO WS-RPT-CTL-COUNT-ED
042400         STRING 'RECORDS ON FILE ' WS-RPT-CTL-COUNT-ED
042500             DELIMITED BY SIZE INTO RPT-LINE
042600         WRITE RPT-LINE
042700     END-IF.
042800
042900     IF WS-TRL-HASH-AMT NOT = WS-VAL-HASH-AMT
043000         SET WS-VAL-FAILED TO TRUE
043100         MOVE SPACES TO RPT-LINE
043200         MOVE WS-TRL-HASH-AMT TO WS-RPT-CTL-AMT-ED
043300         STRING 'TRAILER HASH TOTAL ' WS-RPT-CTL-AMT-ED
043400             DELIMITED BY SIZE INTO RPT-LINE
043500         WRITE RPT-LINE
043600         MOVE SPACES TO RPT-LINE
043700         MOVE WS-VAL-HASH-AMT TO WS-RPT-CTL-AMT-ED
043800         STRING 'DOLLARS ON FILE    ' WS-RPT-CTL-AMT-ED
043900             DELIMITED BY SIZE INTO RPT-LINE
044000         WRITE RPT-LINE
044100     END-IF.
044200
044300 1200-VALIDATE-DECIDE.
044400
044500     IF WS-VAL-FAILED
044600         PERFORM 1290-REFUSE-TO-SPLIT
044700             THRU 1290-REFUSE-TO-SPLIT-EXIT
044800     END-IF.
044900
045000*    THE FILE BALANCES - REWIND IT FOR THE SPLIT PASS.
045100     CLOSE TRAN-FILE.
045200     OPEN INPUT TRAN-FILE.
045300
045400 1200-VALIDATE-EXTRACT-EXIT.
045500     EXIT.
045600
045700*----------------------------------------------------------------*
045800*  1250-VALIDATE-RECORD                                           *
045900*      ONE RECORD OF THE VALIDATION PASS.  DETAIL RECORDS ADD     *
046000*      INTO THE COUNT AND THE DOLLAR HASH; THE TRAILER IS         *
046100*      CAPTURED FOR THE BALANCE CHECK AND NOTHING MAY FOLLOW      *
046200*      IT.                                                        *
046300*----------------------------------------------------------------*
046400 1250-VALIDATE-RECORD.
046500
046600     READ TRAN-FILE
046700         AT END
046800             SET WS-VAL-EOF-YES TO TRUE
046900             GO TO 1250-VALIDATE-RECORD-EXIT
047000     END-READ.
047100
047200     EVALUATE TRUE
047300         WHEN CTL-TYPE-HEADER
047400             SET WS-VAL-FAILED TO TRUE
047500             MOVE 'MORE THAN ONE HDR CONTROL RECORD'
047600                     TO RPT-LINE
047700             WRITE RPT-LINE
047800
047900         WHEN CTL-TYPE-TRAILER
048000             IF WS-TRL-SEEN
048100                 SET WS-VAL-FAILED TO TRUE
048200                 MOVE 'MORE THAN ONE TRL CONTROL RECORD'
048300                         TO RPT-LINE
048400                 WRITE RPT-LINE
048500             ELSE
048600                 SET WS-TRL-SEEN TO TRUE
048700                 MOVE CTL-REC-COUNT TO WS-TRL-REC-COUNT
048800                 MOVE CTL-HASH-AMT  TO WS-TRL-HASH-AMT
048900             END-IF
049000
049100         WHEN OTHER
049200             IF WS-TRL-SEEN
049300                 SET WS-VAL-FAILED TO TRUE
049400                 MOVE 'DETAIL RECORD AFTER THE TRAILER'
049500                         TO RPT-LINE
049600                 WRITE RPT-LINE
049700             END-IF
049800             ADD 1 TO WS-VAL-DETAIL-COUNT
049900             ADD TRAN-AMOUNT TO WS-VAL-HASH-AMT
050000     END-EVALUATE.
050100
050200 1250-VALIDATE-RECORD-EXIT.
050300     EXIT.
050400
050500*----------------------------------------------------------------*
050600*  1290-REFUSE-TO-SPLIT                                           *
050700*      THE EXTRACT OR THE PARTITION TABLE FAILED VALIDATION.  THE *
050800*      FAULTS ARE ALREADY ON THE REPORT - CLOSE UP AND END THE    *
050900*      STEP WITH A NONZERO RETURN CODE SO NO PARTITION RUNS.  THE *
051000*      PARTITION FILES ARE NOT YET OPEN AND ARE LEFT UNTOUCHED.   *
051100*----------------------------------------------------------------*
051200 1290-REFUSE-TO-SPLIT.
051300
051400     MOVE SPACES TO RPT-LINE.
051500     MOVE 'SPLIT REFUSED - EXTRACT OR PARTITION TABLE FAILED'
051600             TO RPT-LINE.
051700     WRITE RPT-LINE.
051800
051900     CLOSE TRAN-FILE.
052000     CLOSE REPORT-FILE.
052100
052200     MOVE 16 TO RETURN-CODE.
052300     GOBACK.
052400
052500 1290-REFUSE-TO-SPLIT-EXIT.
052600     EXIT.
052700
052800*----------------------------------------------------------------*
052900*  1300-LOAD-FILE-SEQ                                             *
053000*      PULL THE FILE SEQUENCE NUMBER OF THE LAST EXTRACT          *
053100*      PROCESSED TO COMPLETION.  NO RECORD YET (THE FIRST RUN     *
053200*      EVER) MEANS ANY SEQUENCE NUMBER IS ACCEPTABLE.  PAYFSEQ IS *
053300*      SHARED WITH PAYBAT01 AND REWRITTEN BY THE MERGE STEP.      *
053400*----------------------------------------------------------------*
053500 1300-LOAD-FILE-SEQ.
053600
053700     OPEN INPUT PAY-FSEQ-FILE.
053800
053900     READ PAY-FSEQ-FILE
054000         AT END
054100             MOVE ZERO TO WS-LAST-FILE-SEQ-NO
054200             CLOSE PAY-FSEQ-FILE
054300             GO TO 1300-LOAD-FILE-SEQ-EXIT
054400     END-READ.
054500
054600     MOVE FSEQ-LAST-FILE-SEQ-NO TO WS-LAST-FILE-SEQ-NO.
054700     CLOSE PAY-FSEQ-FILE.
054800
054900 1300-LOAD-FILE-SEQ-EXIT.
055000     EXIT.
055100
055200*----------------------------------------------------------------*
055300*  1400-OPEN-PARTITION                                            *
055400*      OPEN ONE CONFIGURED PARTITION FILE.  ONLY THE PARTITIONS   *
055500*      ON PAYPTAB ARE OPENED, SO ONLY THEIR DDS NEED BE PRESENT.  *
055600*----------------------------------------------------------------*
055700 1400-OPEN-PARTITION.
055800
055900     EVALUATE WS-PART-IX
056000         WHEN 1
056100             OPEN OUTPUT PART-1-FILE
056200         WHEN 2
056300             OPEN OUTPUT PART-2-FILE
056400         WHEN 3
056500             OPEN OUTPUT PART-3-FILE
056600         WHEN 4
056700             OPEN OUTPUT PART-4-FILE
056800         WHEN 5
056900             OPEN OUTPUT PART-5-FILE
057000         WHEN 6
057100             OPEN OUTPUT PART-6-FILE
057200         WHEN 7
057300             OPEN OUTPUT PART-7-FILE
057400         WHEN 8
057500             OPEN OUTPUT PART-8-FILE
057600     END-EVALUATE.
057700
057800 1400-OPEN-PARTITION-EXIT.
057900     EXIT.
058000
058100*----------------------------------------------------------------*
058200*  2000-SPLIT-TRAN                                                *
058300*      ROUTE THE CURRENT RECORD.  THE HEADER GOES TO EVERY        *
058400*      PARTITION AS IT STANDS; A DETAIL GOES TO THE PARTITION     *
058500*      THAT OWNS ITS ACCOUNT AND ADDS INTO THAT PARTITION'S       *
058600*      COUNT AND HASH; THE TRAILER, LAST ON THE FILE, IS          *
058700*      REWRITTEN WITH EACH PARTITION'S OWN COUNT AND HASH.        *
058800*----------------------------------------------------------------*
058900 2000-SPLIT-TRAN.
059000
059100     EVALUATE TRUE
059200         WHEN CTL-TYPE-HEADER
059300             PERFORM 2400-WRITE-PART-RECORD
059400                 THRU 2400-WRITE-PART-RECORD-EXIT
059500                 VARYING WS-PART-IX FROM 1 BY 1
059600                 UNTIL WS-PART-IX > WS-PART-COUNT
059700
059800         WHEN CTL-TYPE-TRAILER
059900             PERFORM 2500-WRITE-PART-TRAILER
060000                 THRU 2500-WRITE-PART-TRAILER-EXIT
060100                 VARYING WS-PART-IX FROM 1 BY 1
060200                 UNTIL WS-PART-IX > WS-PART-COUNT
060300
060400         WHEN OTHER
060500             PERFORM 2200-FIND-PARTITION
060600                 THRU 2200-FIND-PARTITION-EXIT
060700             ADD 1 TO WS-PART-REC-COUNT (WS-PART-IX)
060800             ADD TRAN-AMOUNT TO WS-PART-HASH-AMT (WS-PART-IX)
060900             PERFORM 2400-WRITE-PART-RECORD
061000                 THRU 2400-WRITE-PART-RECORD-EXIT
061100     END-EVALUATE.
061200
061300     PERFORM 2100-READ-TRAN
061400         THRU 2100-READ-TRAN-EXIT.
061500
061600 2000-SPLIT-TRAN-EXIT.
061700     EXIT.
061800
061900*----------------------------------------------------------------*
062000*  2100-READ-TRAN                                                 *
062100*----------------------------------------------------------------*
062200 2100-READ-TRAN.
062300
062400     READ TRAN-FILE
062500         AT END
062600             SET WS-EOF-YES TO TRUE
062700     END-READ.
062800
062900 2100-READ-TRAN-EXIT.
063000     EXIT.
063100
063200*----------------------------------------------------------------*
063300*  2200-FIND-PARTITION                                            *
063400*      THE FIRST PARTITION WHOSE HIGH ACCOUNT IS NOT BELOW THE    *
063500*      TRANSACTION'S ACCOUNT OWNS IT.  AN ACCOUNT ABOVE EVERY     *
063600*      HIGH ACCOUNT FALLS TO THE LAST PARTITION.                  *
063700*----------------------------------------------------------------*
063800 2200-FIND-PARTITION.
063900
064000     MOVE 'N'           TO WS-PART-FOUND-SWITCH.
064100     MOVE WS-PART-COUNT TO WS-PART-IX.
064200
064300     PERFORM 2250-TRY-PARTITION
064400         THRU 2250-TRY-PARTITION-EXIT
064500         VARYING WS-SCAN-IX FROM 1 BY 1
064600         UNTIL WS-SCAN-IX > WS-PART-COUNT
064700         OR WS-PART-FOUND.
064800
064900 2200-FIND-PARTITION-EXIT.
065000     EXIT.
065100
065200*----------------------------------------------------------------*
065300*  2250-TRY-PARTITION                                             *
065400*----------------------------------------------------------------*
065500 2250-TRY-PARTITION.
065600
065700     IF TRAN-ACCT-NO NOT > WS-PART-HIGH-ACCT-NO (WS-SCAN-IX)
065800         SET WS-PART-FOUND TO TRUE
065900         MOVE WS-SCAN-IX TO WS-PART-IX
066000     END-IF.
066100
066200 2250-TRY-PARTITION-EXIT.
066300     EXIT.
066400
066500*----------------------------------------------------------------*
066600*  2400-WRITE-PART-RECORD                                         *
066700*      WRITE THE RECORD IN THE BUFFER TO PARTITION WS-PART-IX.    *
066800*----------------------------------------------------------------*
066900 2400-WRITE-PART-RECORD.
067000
067100     EVALUATE WS-PART-IX
067200         WHEN 1
067300             WRITE PART-1-RECORD FROM TRAN-RECORD
067400         WHEN 2
067500             WRITE PART-2-RECORD FROM TRAN-RECORD
067600         WHEN 3
067700             WRITE PART-3-RECORD FROM TRAN-RECORD
067800         WHEN 4
067900             WRITE PART-4-RECORD FROM TRAN-RECORD
068000         WHEN 5
068100             WRITE PART-5-RECORD FROM TRAN-RECORD
068200         WHEN 6
068300             WRITE PART-6-RECORD FROM TRAN-RECORD
068400         WHEN 7
068500             WRITE PART-7-RECORD FROM TRAN-RECORD
068600         WHEN 8
068700             WRITE PART-8-RECORD FROM TRAN-RECORD
068800     END-EVALUATE.
068900
069000 2400-WRITE-PART-RECORD-EXIT.
069100     EXIT.
069200
069300*----------------------------------------------------------------*
069400*  2500-WRITE-PART-TRAILER                                        *
069500*      GIVE PARTITION WS-PART-IX A TRAILER OF ITS OWN, SO THE     *
069600*      PAYBAT01 RUN FOR IT VALIDATES ITS SLICE THE WAY A          *
069700*      SINGLE-THREAD RUN VALIDATES THE WHOLE EXTRACT.             *
069800*----------------------------------------------------------------*
069900 2500-WRITE-PART-TRAILER.
070000
070100     MOVE WS-PART-REC-COUNT (WS-PART-IX) TO CTL-REC-COUNT.
070200     MOVE WS-PART-HASH-AMT (WS-PART-IX)  TO CTL-HASH-AMT.
070300
070400     PERFORM 2400-WRITE-PART-RECORD
070500         THRU 2400-WRITE-PART-RECORD-EXIT.
070600
070700 2500-WRITE-PART-TRAILER-EXIT.
070800     EXIT.
070900
071000*----------------------------------------------------------------*
071100*  9000-FINALIZE                                                  *
071200*      CLOSE THE PARTITIONS, WRITE THE CONTROL RECORD THE MERGE   *
071300*      BALANCES TO, REPORT EACH PARTITION'S SHARE, AND RECORD     *
071400*      THE NORMAL END ON PAYRCTL.                                 *
071500*----------------------------------------------------------------*
071600 9000-FINALIZE.
071700
071800     PERFORM 9100-CLOSE-PARTITION
071900         THRU 9100-CLOSE-PARTITION-EXIT
072000         VARYING WS-PART-IX FROM 1 BY 1
072100         UNTIL WS-PART-IX > WS-PART-COUNT.
072200
072300     CLOSE TRAN-FILE.
072400
072500     MOVE SPACES              TO PCTL-RECORD.
072600     MOVE WS-HDR-BUS-DATE     TO PCTL-BUS-DATE.
072700     MOVE WS-HDR-FILE-SEQ-NO  TO PCTL-FILE-SEQ-NO.
072800     MOVE WS-TRL-REC-COUNT    TO PCTL-TRL-REC-COUNT.
072900     MOVE WS-TRL-HASH-AMT     TO PCTL-TRL-HASH-AMT.
073000     MOVE WS-PART-COUNT       TO PCTL-PART-COUNT.
073100
073200     PERFORM 9200-REPORT-PARTITION
073300         THRU 9200-REPORT-PARTITION-EXIT
073400         VARYING WS-PART-IX FROM 1 BY 1
073500         UNTIL WS-PART-IX > WS-PART-COUNT.
073600
073700     OPEN OUTPUT PART-CTL-FILE.
073800     WRITE PCTL-RECORD.
073900     CLOSE PART-CTL-FILE.
074000
074100     MOVE SPACES TO RPT-LINE.
074200     WRITE RPT-LINE.
074300
074400     MOVE WS-TRL-REC-COUNT TO WS-RPT-CTL-COUNT-ED.
074500     MOVE SPACES TO RPT-LINE.
074600     STRING 'EXTRACT RECORDS SPLIT . . . . . ' DELIMITED BY SIZE
074700             WS-RPT-CTL-COUNT-ED DELIMITED BY SIZE
074800         INTO RPT-LINE.
074900     WRITE RPT-LINE.
075000
075100     MOVE WS-TRL-HASH-AMT TO WS-RPT-CTL-AMT-ED.
075200     MOVE SPACES TO RPT-LINE.
075300     STRING 'EXTRACT HASH TOTAL . . . . . . ' DELIMITED BY SIZE
075400             WS-RPT-CTL-AMT-ED DELIMITED BY SIZE
075500         INTO RPT-LINE.
075600     WRITE RPT-LINE.
075700
075800     CLOSE REPORT-FILE.
075900
076000     MOVE 'E'              TO RCTLP-FUNCTION.
076100     MOVE WS-TRL-REC-COUNT TO RCTLP-RECORDS-PROCESSED.
076200     CALL 'PAYRCTL' USING RCTL-PARM.
076300
076400 9000-FINALIZE-EXIT.
076500     EXIT.
076600
076700*----------------------------------------------------------------*
076800*  9100-CLOSE-PARTITION                                           *
076900*----------------------------------------------------------------*
077000 9100-CLOSE-PARTITION.
077100
077200     EVALUATE WS-PART-IX
077300         WHEN 1
077400             CLOSE PART-1-FILE
077500         WHEN 2
077600             CLOSE PART-2-FILE
077700         WHEN 3
077800             CLOSE PART-3-FILE
077900         WHEN 4
078000             CLOSE PART-4-FILE
078100         WHEN 5
078200             CLOSE PART-5-FILE
078300         WHEN 6
078400             CLOSE PART-6-FILE
078500         WHEN 7
078600             CLOSE PART-7-FILE
078700         WHEN 8
078800             CLOSE PART-8-FILE
078900     END-EVALUATE.
079000
079100 9100-CLOSE-PARTITION-EXIT.
079200     EXIT.
079300
079400*----------------------------------------------------------------*
079500*  9200-REPORT-PARTITION                                          *
079600*      CARRY ONE PARTITION'S TOTALS ONTO THE CONTROL RECORD AND   *
079700*      THE REPORT.                                                *
079800*----------------------------------------------------------------*
079900 9200-REPORT-PARTITION.
080000
080100     MOVE WS-PART-HIGH-ACCT-NO (WS-PART-IX)
080200                 TO PCTL-PART-HIGH-ACCT-NO (WS-PART-IX).
080300     MOVE WS-PART-REC-COUNT (WS-PART-IX)
080400                 TO PCTL-PART-REC-COUNT (WS-PART-IX).
080500     MOVE WS-PART-HASH-AMT (WS-PART-IX)
080600                 TO PCTL-PART-HASH-AMT (WS-PART-IX).
080700
080800     MOVE WS-PART-IX TO WS-RPT-PART-NO.
080900     MOVE WS-PART-REC-COUNT (WS-PART-IX) TO WS-RPT-CTL-COUNT-ED.
081000     MOVE WS-PART-HASH-AMT (WS-PART-IX)  TO WS-RPT-CTL-AMT-ED.
081100     MOVE SPACES TO RPT-LINE.
081200     STRING 'PARTITION ' WS-RPT-PART-NO
081300             '  TO ACCT ' WS-PART-HIGH-ACCT-NO (WS-PART-IX)
081400             ' ' WS-RPT-CTL-COUNT-ED
081500             ' ' WS-RPT-CTL-AMT-ED
081600         DELIMITED BY SIZE INTO RPT-LINE.
081700     WRITE RPT-LINE.
081800
081900 9200-REPORT-PARTITION-EXIT.
082000     EXIT.
