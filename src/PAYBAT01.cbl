002752*                   REFUSES TO RUN TWICE FOR THE SAME BUSINESS     *
002754*                   DATE.  FIRST JOB OF THE WINDOW - NO            *
002756*                   PREDECESSOR.                                   *
002760*  2026-10-15  DM   PASS THE TRANSACTION'S CURRENCY CODE AND       *
002762*                   ORIGINAL AMOUNT TO PAYVAL01 FOR THE            *
002764*                   MULTI-CURRENCY CONVERSION, AND BREAK OUT THE   *
002766*                   'FXRT' (NO CURRENT EXCHANGE RATE), 'XBDB' AND  *
002768*                   'XBDL' (CROSS-BORDER BLOCKED OR OVER CAP)      *
002770*                   DECLINES ON THE SUMMARY REPORT.                *
002772*  2026-10-15  DM   PARTITION MODE.  PARM='PART=N' (PLUS           *
002774*                   ',RESTART' TO RESTART) RUNS PARTITION N OF THE *
002776*                   EXTRACT AS CUT BY PAYBSPL, UNDER ITS OWN       *
002778*                   RUN-CONTROL NAME (PAYBATPN, HELD UNTIL PAYBSPL *
002780*                   COMPLETES) WITH ITS OWN PAYCHKPT AND PAYJRNL.  *
002782*                   A PARTITION ALREADY COMPLETE ENDS RC 0 UNRUN,  *
002784*                   SO A RESUBMITTED STREAM RESTARTS ONLY THE ONE  *
002786*                   THAT FAILED.  PAYFSEQ IS LEFT TO PAYBSPL AND   *
002788*                   THE MERGE (PAYBMRG); AT NORMAL END THE         *
002790*                   PARTITION'S COUNTERS, RECORD COUNT AND HASH GO *
002792*                   TO PAYPTOT FOR THE MERGE TO BALANCE.           *
002794*  2026-10-15  DM   PASS PAYVAL01 THE APPROVAL-CODE ISSUER - '0'   *
002795*                   FOR THE SINGLE-THREAD RUN, THE PARTITION       *
002796*                   NUMBER FOR A PARTITION - SO EACH PARTITION     *
002797*                   TAKES CODES FROM ITS OWN RANGE.                *
002798*----------------------------------------------------------------*
002800 
002900 ENVIRONMENT DIVISION.
003000 
004010
004020     SELECT PAY-FSEQ-FILE        ASSIGN TO PAYFSEQ
004030                                  ORGANIZATION IS LINE SEQUENTIAL.
004040
004060     SELECT PART-TOTALS-FILE     ASSIGN TO PAYPTOT
004080                                  ORGANIZATION IS LINE SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 
005520 FD  PAY-FSEQ-FILE
005530     RECORDING MODE IS F.
005540 COPY PAYFSEQ.
005550
005560 FD  PART-TOTALS-FILE
005570     RECORDING MODE IS F.
005580 COPY PAYPTOT.
005600
005700 WORKING-STORAGE SECTION.
005800 
006100         88  WS-EOF-YES                  VALUE 'Y'.
006200     05  WS-RESTART-SWITCH        PIC X(01)      VALUE 'N'.
006300         88  WS-RESTART-YES              VALUE 'Y'.
006320     05  WS-PARTITION-SWITCH      PIC X(01)      VALUE 'N'.
006340         88  WS-PARTITIONED              VALUE 'Y'.
006360     05  WS-PARM-BAD-SWITCH       PIC X(01)      VALUE 'N'.
006380         88  WS-PARM-BAD                 VALUE 'Y'.
006400 
006500 01  WS-RUN-DATE                 PIC 9(08).
006600 01  WS-RUN-TIME                 PIC 9(08).
006700 
006750 01  WS-VAL-RUN-MODE             PIC X(01)      VALUE 'B'.
006760
006800 01  WS-RUN-PARM                 PIC X(20).
006810 01  WS-PARM-WORDS.
006820     05  WS-PARM-WORD            PIC X(10)      OCCURS 2 TIMES.
006830 01  WS-PARM-IX                  PIC 9(02)  COMP  VALUE ZERO.
006840 01  WS-PARM-CHECK.
006850     05  WS-PARM-KEY             PIC X(05).
006860     05  WS-PARM-PART-NO         PIC X(01).
006870     05  WS-PARM-REST            PIC X(04).
006872
006874*    DOLLAR HASH OF EVERY DETAIL ACCOUNTED FOR, SKIPPED OR NOT.
006876 01  WS-RUN-HASH-AMT             PIC S9(13)V99  VALUE ZERO.
006880
006881*    A PARTITIONED RUN (PARM PART=N) RECORDS ITSELF ON PAYRCTL
006882*    AS PAYBATPN; PAYBAT01 ITSELF IS COMPLETED BY THE MERGE.
006883*    THE PARTITION NUMBER - ZERO FOR THE SINGLE-THREAD RUN - IS
006884*    ALSO THE ISSUER PAYVAL01 TAKES APPROVAL CODES UNDER.
006886 01  WS-PART-NO                  PIC 9(01)      VALUE ZERO.
006887 01  WS-VAL-ISSUER-CD REDEFINES WS-PART-NO  PIC X(01).
006888 01  WS-RCTL-JOB-NAME            PIC X(08)      VALUE 'PAYBAT01'.
006890 01  WS-PART-JOB-NAME.
006892     05  FILLER                  PIC X(07)      VALUE 'PAYBATP'.
006894     05  WS-PART-JOB-NO          PIC 9(01).
006896
006900 01  WS-LAST-CHKPT-SEQ           PIC 9(08)      VALUE ZERO.
007000 01  WS-CHECKPOINT-INTERVAL      PIC 9(05)      VALUE 01000.
007100 01  WS-CHKPT-REMAINDER          PIC 9(05)      VALUE ZERO.
008460     05  WS-MNEG-COUNT            PIC 9(07)      VALUE ZERO.
008470     05  WS-STANDIN-COUNT         PIC 9(07)      VALUE ZERO.
008480     05  WS-STIN-DECLINE-COUNT    PIC 9(07)      VALUE ZERO.
008485     05  WS-FXRT-DECLINE-COUNT    PIC 9(07)      VALUE ZERO.
008490     05  WS-XB-BLOCK-COUNT        PIC 9(07)      VALUE ZERO.
008495     05  WS-XB-LIMIT-COUNT        PIC 9(07)      VALUE ZERO.
008500     05  WS-KYC-COUNT             PIC 9(07)      VALUE ZERO.
008600     05  WS-NOACCT-COUNT          PIC 9(07)      VALUE ZERO.
008700     05  WS-OTHER-DECLINE-COUNT   PIC 9(07)      VALUE ZERO.
011500 1000-INITIALIZE.
011600
011610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011612     PERFORM 1400-TAKE-PARM
011614         THRU 1400-TAKE-PARM-EXIT.
011620     PERFORM 1050-RUN-CONTROL-START
011630         THRU 1050-RUN-CONTROL-START-EXIT.
011640
011900 
012100     ACCEPT WS-RUN-TIME  FROM TIME.
012200 
012300     IF WS-RESTART-YES
012400         PERFORM 1100-LOAD-CHECKPOINT
012500             THRU 1100-LOAD-CHECKPOINT-EXIT
012600     END-IF.
013000 
013100     MOVE SPACES TO RPT-LINE.
013200     STRING 'PAYBAT01 - DAILY AUTHORIZATION BATCH RUN  DATE: '
014200         WRITE RPT-LINE
014300     END-IF.
014400 
014410     IF WS-PARTITIONED
014420         MOVE SPACES TO RPT-LINE
014430         STRING 'PARTITION ' WS-PART-NO
014440                 ' OF A PARTITIONED RUN - RUN-CONTROL JOB '
014450                 WS-RCTL-JOB-NAME
014460             DELIMITED BY SIZE INTO RPT-LINE
014470         WRITE RPT-LINE
014480     END-IF.
014490
014500     MOVE ALL '-' TO RPT-LINE.
014600     WRITE RPT-LINE.
014700
014710*    THE EXTRACT IS VALIDATED AGAINST ITS CONTROL RECORDS IN A
014720*    PASS OF ITS OWN BEFORE A SINGLE TRANSACTION IS AUTHORIZED.
014730*    A FILE THAT DOES NOT BALANCE STOPS THE RUN RIGHT HERE.
014740*    A PARTITION CARRIES THE WHOLE EXTRACT'S HEADER, WHOSE FILE
014742*    SEQUENCE NUMBER THE SPLIT STEP (PAYBSPL) HAS ALREADY CHECKED
014744*    AGAINST PAYFSEQ - IT IS NOT CHECKED AGAIN PARTITION BY
014746*    PARTITION.
014748     IF NOT WS-PARTITIONED
014750         PERFORM 1300-LOAD-FILE-SEQ
014752             THRU 1300-LOAD-FILE-SEQ-EXIT
014754     END-IF.
014760     PERFORM 1200-VALIDATE-EXTRACT
014770         THRU 1200-VALIDATE-EXTRACT-EXIT.
014780
015200     EXIT.
015210
015212*----------------------------------------------------------------*
015213*  1050-RUN-CONTROL-START                                         *
015214*      RECORD THE START ON THE SHARED RUN-CONTROL FILE.  THE      *
015215*      RUN IS REFUSED IF IT HAS ALREADY COMPLETED FOR THIS        *
015216*      BUSINESS DATE - A RESTART AFTER AN ABEND IS LET THROUGH.   *
015217*      A PARTITION RUNS UNDER ITS OWN JOB NAME AND IS HELD UNTIL  *
015218*      THE SPLIT (PAYBSPL) HAS COMPLETED; ONE ALREADY COMPLETE IS *
015219*      PASSED OVER WITH A ZERO RETURN CODE, BECAUSE THE STREAM    *
015220*      HAS BEEN RESUBMITTED TO RESTART A PARTITION THAT FAILED.   *
015221*----------------------------------------------------------------*
015222 1050-RUN-CONTROL-START.
015223
015224     MOVE 'S'              TO RCTLP-FUNCTION.
015225     MOVE WS-RCTL-JOB-NAME TO RCTLP-JOB-NAME.
015226     MOVE SPACES           TO RCTLP-PRED-JOB-NAME.
015227     IF WS-PARTITIONED
015228         MOVE 'PAYBSPL '   TO RCTLP-PRED-JOB-NAME
015229     END-IF.
015230     MOVE WS-RUN-DATE      TO RCTLP-BUS-DATE.
015231     MOVE ZERO             TO RCTLP-RECORDS-PROCESSED.
015232     CALL 'PAYRCTL' USING RCTL-PARM.
015233
015234     IF RCTLP-PRED-NOT-DONE
015235         DISPLAY WS-RCTL-JOB-NAME ' HELD - PAYBSPL NOT COMPLETE '
015236                 'FOR ' WS-RUN-DATE
015237         MOVE 16 TO RETURN-CODE
015238         GOBACK
015239     END-IF.
015240
015241     IF RCTLP-ALREADY-DONE
015242     AND WS-PARTITIONED
015243         DISPLAY WS-RCTL-JOB-NAME ' - ALREADY COMPLETE FOR '
015244                 WS-RUN-DATE ' - NOT RERUN'
015245         MOVE ZERO TO RETURN-CODE
015246         GOBACK
015247     END-IF.
015248
015249     IF RCTLP-ALREADY-DONE
015250         DISPLAY 'PAYBAT01 HELD - ALREADY COMPLETE FOR '
015251                 WS-RUN-DATE
015252         MOVE 16 TO RETURN-CODE
015253         GOBACK
015254     END-IF.
015255
015256 1050-RUN-CONTROL-START-EXIT.
015257     EXIT.
015300
015400*----------------------------------------------------------------*
015500*  1100-LOAD-CHECKPOINT                                           *
017820 1300-LOAD-FILE-SEQ-EXIT.
017822     EXIT.
017824
017825*----------------------------------------------------------------*
017826*  1400-TAKE-PARM                                                 *
017827*      THE PARM IS UP TO TWO WORDS, IN EITHER ORDER - 'RESTART'   *
017828*      TO SKIP WHAT THE LAST CHECKPOINT COVERS, AND 'PART=N' TO   *
017829*      RUN PARTITION N (1-8) OF A PARTITIONED RUN.  NO PARM IS    *
017830*      THE SINGLE-THREAD RUN OVER THE WHOLE EXTRACT.  ANYTHING    *
017831*      ELSE IS REFUSED BEFORE A FILE IS OPENED.                   *
017832*----------------------------------------------------------------*
017833 1400-TAKE-PARM.
017834
017835     MOVE SPACES TO WS-RUN-PARM.
017836     MOVE SPACES TO WS-PARM-WORDS.
017837     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
017838     UNSTRING WS-RUN-PARM DELIMITED BY ','
017839         INTO WS-PARM-WORD (1)
017840              WS-PARM-WORD (2).
017841
017842     PERFORM 1450-TAKE-PARM-WORD
017843         THRU 1450-TAKE-PARM-WORD-EXIT
017844         VARYING WS-PARM-IX FROM 1 BY 1
017845         UNTIL WS-PARM-IX > 2.
017846
017847     IF WS-PARM-BAD
017848         DISPLAY 'PAYBAT01 - PARM NOT RECOGNIZED: ' WS-RUN-PARM
017849         MOVE 16 TO RETURN-CODE
017850         GOBACK
017851     END-IF.
017852
017853     IF WS-PARTITIONED
017854         MOVE WS-PART-NO       TO WS-PART-JOB-NO
017855         MOVE WS-PART-JOB-NAME TO WS-RCTL-JOB-NAME
017856     END-IF.
017857
017858 1400-TAKE-PARM-EXIT.
017859     EXIT.
017860
017861*----------------------------------------------------------------*
017862*  1450-TAKE-PARM-WORD                                            *
017863*----------------------------------------------------------------*
017864 1450-TAKE-PARM-WORD.
017865
017866     MOVE WS-PARM-WORD (WS-PARM-IX) TO WS-PARM-CHECK.
017867
017868     EVALUATE TRUE
017869         WHEN WS-PARM-CHECK = SPACES
017870             CONTINUE
017871         WHEN WS-PARM-CHECK = 'RESTART'
017872             SET WS-RESTART-YES TO TRUE
017873         WHEN WS-PARM-KEY = 'PART='
017874         AND  WS-PARM-PART-NO NOT < '1'
017875         AND  WS-PARM-PART-NO NOT > '8'
017876         AND  WS-PARM-REST = SPACES
017877             SET WS-PARTITIONED TO TRUE
017878             MOVE WS-PARM-PART-NO TO WS-PART-NO
017879         WHEN OTHER
017880             SET WS-PARM-BAD TO TRUE
017881     END-EVALUATE.
017882
017883 1450-TAKE-PARM-WORD-EXIT.
017884     EXIT.
017890
017900*----------------------------------------------------------------*
017920*  2000-PROCESS-TRAN                                              *
017940*      CALL PAYVAL01 FOR THE CURRENT TRANSACTION AND TALLY THE    *
018100*----------------------------------------------------------------*
018200 2000-PROCESS-TRAN.
018300 
018325*    EVERY DETAIL - SKIPPED OR AUTHORIZED - GOES INTO THE HASH
018350*    A PARTITION HANDS THE MERGE FOR BALANCING.
018375     ADD TRAN-AMOUNT TO WS-RUN-HASH-AMT.
018390
018400     IF WS-RESTART-YES
018500     AND TRAN-SEQ-NO NOT > WS-LAST-CHKPT-SEQ
018600         ADD 1 TO WS-SKIPPED-COUNT
019660                            TRAN-TYPE-CODE
019670                            TRAN-MERCH-CAT-CD
019675                            TRAN-MERCHANT-ID
019676                            TRAN-CURRENCY-CD
019677                            TRAN-ORIG-AMOUNT
019680                            WS-VAL-RUN-MODE
019685                            WS-VAL-ISSUER-CD
019700                            AUTH-RESULT-DETAIL.
019800 
019900     PERFORM 2200-TALLY-RESULT
024700                 ADD 1 TO WS-KYC-COUNT
024800             WHEN AUTH-REASON-ACCT-NOT-FOUND
024900                 ADD 1 TO WS-NOACCT-COUNT
024910             WHEN AUTH-REASON-NO-FX-RATE
024920                 ADD 1 TO WS-FXRT-DECLINE-COUNT
024930             WHEN AUTH-REASON-XBORDER-BLOCKED
024940                 ADD 1 TO WS-XB-BLOCK-COUNT
024950             WHEN AUTH-REASON-XBORDER-LIMIT
024960                 ADD 1 TO WS-XB-LIMIT-COUNT
025000             WHEN OTHER
025100                 ADD 1 TO WS-OTHER-DECLINE-COUNT
025200         END-EVALUATE
028880                            TRAN-TYPE-CODE
028885                            TRAN-MERCH-CAT-CD
028887                            TRAN-MERCHANT-ID
028888                            TRAN-CURRENCY-CD
028889                            TRAN-ORIG-AMOUNT
028890                            WS-VAL-RUN-MODE
028892                            WS-VAL-ISSUER-CD
028895                            AUTH-RESULT-DETAIL.
028900
029000     IF WS-TRAN-COUNT > ZERO
029600     END-IF.
029610
029620*    THE RUN COMPLETED - RECORD THIS EXTRACT'S FILE SEQUENCE
029625*    NUMBER SO A REPLAYED TRANSMISSION OF THE SAME FILE IS
029630*    REFUSED AT THE NEXT STARTUP.  A PARTITION LEAVES THAT TO
029635*    THE MERGE, WHICH RECORDS IT ONCE EVERY PARTITION HAS
029640*    BALANCED, AND HANDS ITS OWN TOTALS ON THROUGH PAYPTOT.
029645     IF WS-PARTITIONED
029650         PERFORM 9100-WRITE-PART-TOTALS
029655             THRU 9100-WRITE-PART-TOTALS-EXIT
029660     ELSE
029665         MOVE WS-HDR-FILE-SEQ-NO TO FSEQ-LAST-FILE-SEQ-NO
029670         MOVE WS-RUN-DATE        TO FSEQ-BUS-DATE
029675         OPEN OUTPUT PAY-FSEQ-FILE
029680         WRITE FSEQ-RECORD
029685         CLOSE PAY-FSEQ-FILE
029690     END-IF.
029700
029800     MOVE SPACES TO RPT-LINE.
029900     WRITE RPT-LINE.
038200         INTO RPT-LINE.
038300     WRITE RPT-LINE.
038400 
038402     MOVE WS-FXRT-DECLINE-COUNT TO WS-RPT-COUNT-ED.
038404     MOVE SPACES TO RPT-LINE.
038406     STRING '    DECLINE - NO FX RATE (FXRT) . ' DELIMITED BY SIZE
038408             WS-RPT-COUNT-ED DELIMITED BY SIZE
038410         INTO RPT-LINE.
038412     WRITE RPT-LINE.
038414
038416     MOVE WS-XB-BLOCK-COUNT TO WS-RPT-COUNT-ED.
038418     MOVE SPACES TO RPT-LINE.
038420     STRING '    DECLINE - XBORDER BLK (XBDB) ' DELIMITED BY SIZE
038422             WS-RPT-COUNT-ED DELIMITED BY SIZE
038424         INTO RPT-LINE.
038426     WRITE RPT-LINE.
038428
038430     MOVE WS-XB-LIMIT-COUNT TO WS-RPT-COUNT-ED.
038432     MOVE SPACES TO RPT-LINE.
038434     STRING '    DECLINE - XBORDER CAP (XBDL) ' DELIMITED BY SIZE
038436             WS-RPT-COUNT-ED DELIMITED BY SIZE
038438         INTO RPT-LINE.
038440     WRITE RPT-LINE.
038450
038500     MOVE WS-OTHER-DECLINE-COUNT TO WS-RPT-COUNT-ED.
038600     MOVE SPACES TO RPT-LINE.
038700     STRING '    DECLINE - OTHER . . . . . . . ' DELIMITED BY SIZE
039400
039500 9000-FINALIZE-EXIT.
039600     EXIT.
039700
039800*----------------------------------------------------------------*
039900*  9100-WRITE-PART-TOTALS                                         *
040000*      A PARTITION'S NORMAL END - HAND THE MERGE (PAYBMRG) THE    *
040100*      DETAIL RECORDS ACCOUNTED FOR, THEIR DOLLAR HASH AND THE    *
040200*      SUMMARY COUNTERS.  ON A RESTARTED RUN THE RECORDS SKIPPED  *
040300*      COUNT TOWARD THE RECORDS AND THE HASH, SO A PARTITION      *
040400*      STILL BALANCES TO THE SLICE THE SPLIT STEP GAVE IT.        *
040500*----------------------------------------------------------------*
040600 9100-WRITE-PART-TOTALS.
040700
040800     MOVE SPACES             TO PTOT-RECORD.
040900     MOVE WS-PART-NO         TO PTOT-PART-NO.
041000     MOVE WS-HDR-BUS-DATE    TO PTOT-BUS-DATE.
041100     MOVE WS-HDR-FILE-SEQ-NO TO PTOT-FILE-SEQ-NO.
041200     ADD WS-TRAN-COUNT WS-SKIPPED-COUNT
041300         GIVING PTOT-REC-COUNT.
041400     MOVE WS-RUN-HASH-AMT    TO PTOT-HASH-AMT.
041500     MOVE WS-COUNTERS        TO PTOT-COUNTERS.
041600
041700     OPEN OUTPUT PART-TOTALS-FILE.
041800     WRITE PTOT-RECORD.
041900     CLOSE PART-TOTALS-FILE.
042000
042100 9100-WRITE-PART-TOTALS-EXIT.
042200     EXIT.
