000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYGLX01.
000300 AUTHOR.         D MCALLISTER.
000400 INSTALLATION.   CONSUMER CARD SERVICES - AUTHORIZATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  2026-10-15  DM   INITIAL VERSION - NIGHTLY GENERAL-LEDGER      *
001100*                   EXTRACT.  FINANCE RE-KEYED THE DAY'S BALANCE  *
001200*                   MOVEMENTS BY HAND FROM THE SETTLEMENT AND     *
001300*                   DISPUTE REPORTS.  EVERY MOVEMENT OF AN ECIF   *
001400*                   BALANCE IS NOW BOOKED FROM ITS SOURCE -       *
001500*                   SETTLEMENT POSTINGS (PAYPHST), PROVISIONAL    *
001600*                   CREDITS AND DISPUTE RESOLUTIONS (PAYDLOG) -   *
001700*                   AS A DEBIT AND A MATCHING CREDIT BY GL        *
001800*                   ACCOUNT, SUMMARIZED BY SOURCE, BETWEEN A      *
001900*                   HEADER AND A TRAILER CARRYING THE ENTRY COUNT *
002000*                   AND THE DEBIT AND CREDIT TOTALS.  DISPUTE     *
002100*                   STEPS ARE TAKEN BY DATE/TIME SINCE THE LAST   *
002200*                   RUN'S CUTOFF (PAYGLWM) SO AN ONLINE           *
002300*                   RESOLUTION IS BOOKED EXACTLY ONCE.  A DAY     *
002400*                   THAT DOES NOT NET TO ZERO, OR WHOSE ENTRIES   *
002500*                   DO NOT TIE BACK TO THE NET CARDHOLDER BALANCE *
002600*                   MOVEMENT, GETS NO TRAILER AND THE RUN ENDS    *
002700*                   WITHOUT COMPLETING ON PAYRCTL - THE REST OF   *
002800*                   THE WINDOW IS HELD UNTIL IT IS PUT RIGHT.     *
002900*                   RUNS IN THE CHAIN AFTER PAYDSP02, THE LAST    *
003000*                   ECIF BALANCE WRITER.                          *
003010*  2026-10-15  DM   ALSO BOOKS OVERDRAFT AND OVER-LIMIT FEES      *
003020*                   CHARGED BY PAYFEE01 AND FEES WAIVED ONLINE    *
003030*                   (PAYFHST), TAKEN BY DATE/TIME WITHIN THE SAME *
003040*                   CUTOFF WINDOW AS DISPUTE STEPS, AGAINST NEW   *
003050*                   FEE INCOME ACCOUNT 4110000400.                *
003100*----------------------------------------------------------------*
003200
003300 ENVIRONMENT DIVISION.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT POSTED-HIST-FILE     ASSIGN TO PAYPHST
003800                                  ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT DISPUTE-LOG-FILE     ASSIGN TO PAYDLOG
004100                                  ORGANIZATION IS LINE SEQUENTIAL.
004125
004150     SELECT FEE-HIST-FILE        ASSIGN TO PAYFHST
004175                                  ORGANIZATION IS LINE SEQUENTIAL.
004200
004300     SELECT GL-EXTRACT-FILE      ASSIGN TO GLEXTR
004400                                  ORGANIZATION IS LINE SEQUENTIAL.
004500
004600     SELECT GL-CUTOFF-FILE       ASSIGN TO PAYGLWM
004700                                  ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT GL-RPT-FILE          ASSIGN TO PAYGXRPT
005000                                  ORGANIZATION IS LINE SEQUENTIAL.
005100
005200 DATA DIVISION.
005300
005400 FILE SECTION.
005500 FD  POSTED-HIST-FILE
005600     RECORDING MODE IS F.
005700 COPY PAYPHST.
005800
005900 FD  DISPUTE-LOG-FILE
006000     RECORDING MODE IS F.
006100 COPY PAYDLOG.
006120
006140 FD  FEE-HIST-FILE
006160     RECORDING MODE IS F.
006180 COPY PAYFHST.
006200
006300 FD  GL-EXTRACT-FILE
006400     RECORDING MODE IS F.
006500 COPY PAYGLEX.
006600 COPY PAYGLCT.
006700
006800 FD  GL-CUTOFF-FILE
006900     RECORDING MODE IS F.
007000 COPY PAYGLWM.
007100
007200 FD  GL-RPT-FILE
007300     RECORDING MODE IS F.
007400 01  RPT-LINE                    PIC X(80).
007500
007600 WORKING-STORAGE SECTION.
007700
007800 01  WS-SWITCHES.
007900     05  WS-HIST-EOF-SWITCH        PIC X(01)      VALUE 'N'.
008000         88  WS-HIST-EOF-YES              VALUE 'Y'.
008100     05  WS-DLOG-EOF-SWITCH        PIC X(01)      VALUE 'N'.
008200         88  WS-DLOG-EOF-YES              VALUE 'Y'.
008225     05  WS-FHST-EOF-SWITCH        PIC X(01)      VALUE 'N'.
008250         88  WS-FHST-EOF-YES              VALUE 'Y'.
008300     05  WS-RULE-FOUND-SWITCH      PIC X(01)      VALUE 'N'.
008400         88  WS-RULE-FOUND                VALUE 'Y'.
008500     05  WS-BALANCE-SWITCH         PIC X(01)      VALUE 'Y'.
008600         88  WS-IN-BALANCE                VALUE 'Y'.
008700         88  WS-OUT-OF-BALANCE            VALUE 'N'.
008800
008900 01  WS-RUN-DATE                 PIC 9(08).
009000 01  WS-NOW-TIME                 PIC 9(08).
009100 01  WS-LAST-BUS-DATE            PIC 9(08).
009200
009300*    DISPUTE STEPS AND FEES STAMPED AFTER THE LAST RUN'S CUTOFF
009400*    AND NOT AFTER THIS RUN'S START BELONG TO THIS EXTRACT.
009500 01  WS-LAST-CUT-STAMP.
009600     05  WS-LAST-CUT-DATE         PIC 9(08).
009700     05  WS-LAST-CUT-TIME         PIC 9(08).
009800 01  WS-THIS-CUT-STAMP.
009900     05  WS-THIS-CUT-DATE         PIC 9(08).
010000     05  WS-THIS-CUT-TIME         PIC 9(08).
010100 01  WS-DLOG-STAMP.
010200     05  WS-DLOG-STAMP-DATE       PIC 9(08).
010300     05  WS-DLOG-STAMP-TIME       PIC 9(08).
010325 01  WS-FHST-STAMP.
010350     05  WS-FHST-STAMP-DATE       PIC 9(08).
010375     05  WS-FHST-STAMP-TIME       PIC 9(08).
010400
010500*    THE CARDHOLDER DEPOSIT ACCOUNT - EVERY SOURCE MOVES IT, AND
010600*    ITS NET ON THE EXTRACT MUST EQUAL THE NET CHANGE IN ECIF
010700*    BALANCES THE SOURCES DESCRIBE.
010800 01  WS-GL-DEPOSIT-ACCT          PIC X(10)  VALUE '2010000100'.
010900
011000*    POSTING RULES - ONE PER SOURCE OF BALANCE MOVEMENT.  A
011100*    POSITIVE NET BOOKS DEBIT/CREDIT AS SHOWN; A NEGATIVE NET
011200*    (REFUNDS OUTWEIGHING PURCHASES) BOOKS THE SIDES SWAPPED.
011300*      2010000100  CARDHOLDER DEPOSIT BALANCES
011400*      1810000200  NETWORK SETTLEMENT CLEARING
011500*      1820000300  DISPUTE CHARGEBACK RECEIVABLE
011550*      4110000400  OVERDRAFT FEE INCOME
011600 01  WS-GL-RULE-TABLE.
011700     05  FILLER                   PIC X(04)  VALUE 'SETL'.
011800     05  FILLER                   PIC X(10)  VALUE '2010000100'.
011900     05  FILLER                   PIC X(10)  VALUE '1810000200'.
012000     05  FILLER                   PIC X(30)
012100                     VALUE 'CARDHOLDER SETTLEMENT POSTINGS'.
012200     05  FILLER                   PIC X(04)  VALUE 'PCRD'.
012300     05  FILLER                   PIC X(10)  VALUE '1820000300'.
012400     05  FILLER                   PIC X(10)  VALUE '2010000100'.
012500     05  FILLER                   PIC X(30)
012600                     VALUE 'DISPUTE PROVISIONAL CREDITS'.
012700     05  FILLER                   PIC X(04)  VALUE 'DCRD'.
012800     05  FILLER                   PIC X(10)  VALUE '1820000300'.
012900     05  FILLER                   PIC X(10)  VALUE '2010000100'.
013000     05  FILLER                   PIC X(30)
013100                     VALUE 'DISPUTE CREDITS AT RESOLUTION'.
013200     05  FILLER                   PIC X(04)  VALUE 'DREV'.
013300     05  FILLER                   PIC X(10)  VALUE '2010000100'.
013400     05  FILLER                   PIC X(10)  VALUE '1820000300'.
013500     05  FILLER                   PIC X(30)
013600                     VALUE 'DISPUTE CREDITS REVERSED'.
013605     05  FILLER                   PIC X(04)  VALUE 'FEEA'.
013610     05  FILLER                   PIC X(10)  VALUE '2010000100'.
013615     05  FILLER                   PIC X(10)  VALUE '4110000400'.
013620     05  FILLER                   PIC X(30)
013625                     VALUE 'OVERDRAFT FEES CHARGED'.
013630     05  FILLER                   PIC X(04)  VALUE 'FEEW'.
013635     05  FILLER                   PIC X(10)  VALUE '4110000400'.
013640     05  FILLER                   PIC X(10)  VALUE '2010000100'.
013645     05  FILLER                   PIC X(30)
013650                     VALUE 'OVERDRAFT FEES WAIVED'.
013700 01  WS-GL-RULES REDEFINES WS-GL-RULE-TABLE.
013800     05  WS-GL-RULE               OCCURS 6 TIMES.
013900         10  WS-RULE-SOURCE-CD    PIC X(04).
014000         10  WS-RULE-DR-ACCT      PIC X(10).
014100         10  WS-RULE-CR-ACCT      PIC X(10).
014200         10  WS-RULE-DESC         PIC X(30).
014300
014400 01  WS-RULE-MAX                 PIC 9(02)  COMP  VALUE 6.
014500 01  WS-RULE-IX                  PIC 9(02)  COMP  VALUE ZERO.
014600
014700 01  WS-RULE-TOTALS.
014800     05  WS-RULE-TOTAL            OCCURS 6 TIMES.
014900         10  WS-RULE-NET-AMT      PIC S9(11)V99  VALUE ZERO.
015000         10  WS-RULE-ITEM-COUNT   PIC 9(07)      VALUE ZERO.
015100
015200 01  WS-SOURCE-CD                PIC X(04).
015300 01  WS-SOURCE-AMT               PIC S9(09)V99.
015400
015500 01  WS-ENTRY-DR-ACCT            PIC X(10).
015600 01  WS-ENTRY-CR-ACCT            PIC X(10).
015700 01  WS-ENTRY-AMT                PIC 9(11)V99.
015800
015900 01  WS-TOTAL-DEBITS             PIC 9(13)V99    VALUE ZERO.
016000 01  WS-TOTAL-CREDITS            PIC 9(13)V99    VALUE ZERO.
016100 01  WS-BALANCE-MOVEMENT         PIC S9(13)V99   VALUE ZERO.
016200 01  WS-DEPOSIT-NET              PIC S9(13)V99   VALUE ZERO.
016300
016400 01  WS-COUNTERS.
016500     05  WS-HIST-READ-COUNT        PIC 9(07)      VALUE ZERO.
016600     05  WS-HIST-TAKEN-COUNT       PIC 9(07)      VALUE ZERO.
016700     05  WS-DLOG-READ-COUNT        PIC 9(07)      VALUE ZERO.
016800     05  WS-DLOG-TAKEN-COUNT       PIC 9(07)      VALUE ZERO.
016900     05  WS-DLOG-NO-MONEY-COUNT    PIC 9(07)      VALUE ZERO.
016925     05  WS-FHST-READ-COUNT        PIC 9(07)      VALUE ZERO.
016950     05  WS-FHST-TAKEN-COUNT       PIC 9(07)      VALUE ZERO.
017000     05  WS-ENTRY-COUNT            PIC 9(07)      VALUE ZERO.
017100
017200 01  WS-RPT-COUNT-ED              PIC ZZZ,ZZ9.
017300 01  WS-RPT-GL-AMT-ED             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
017400 01  WS-RPT-NET-AMT-ED            PIC -,ZZZ,ZZZ,ZZZ,ZZ9.99.
017500
017600 COPY PAYDPARM.
017700
017800 COPY RCTLPRM.
017900
018000 PROCEDURE DIVISION.
018100
018200*----------------------------------------------------------------*
018300*  0000-MAINLINE                                                 *
018400*----------------------------------------------------------------*
018500 0000-MAINLINE.
018600
018700     PERFORM 1000-INITIALIZE
018800         THRU 1000-INITIALIZE-EXIT.
018900
019000     PERFORM 2000-SELECT-POSTING
019100         THRU 2000-SELECT-POSTING-EXIT
019200         UNTIL WS-HIST-EOF-YES.
019300
019400     PERFORM 2500-SELECT-DISPUTE-STEP
019500         THRU 2500-SELECT-DISPUTE-STEP-EXIT
019600         UNTIL WS-DLOG-EOF-YES.
019620
019640     PERFORM 2600-SELECT-FEE-ITEM
019660         THRU 2600-SELECT-FEE-ITEM-EXIT
019680         UNTIL WS-FHST-EOF-YES.
019700
019800     PERFORM 3000-BUILD-ENTRIES
019900         THRU 3000-BUILD-ENTRIES-EXIT
020000         VARYING WS-RULE-IX FROM 1 BY 1
020100         UNTIL WS-RULE-IX > WS-RULE-MAX.
020200
020300     PERFORM 4000-CHECK-BALANCE
020400         THRU 4000-CHECK-BALANCE-EXIT.
020500
020600     PERFORM 9000-FINALIZE
020700         THRU 9000-FINALIZE-EXIT.
020800
020900     GOBACK.
021000
021100*----------------------------------------------------------------*
021200*  1000-INITIALIZE                                                *
021300*----------------------------------------------------------------*
021400 1000-INITIALIZE.
021500
021600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021700     ACCEPT WS-NOW-TIME FROM TIME.
021800     PERFORM 1050-RUN-CONTROL-START
021900         THRU 1050-RUN-CONTROL-START-EXIT.
022000
022100     MOVE WS-RUN-DATE TO WS-THIS-CUT-DATE.
022200     MOVE WS-NOW-TIME TO WS-THIS-CUT-TIME.
022300
022400     PERFORM 1100-LOAD-CUTOFF
022500         THRU 1100-LOAD-CUTOFF-EXIT.
022600
022700     OPEN INPUT  POSTED-HIST-FILE.
022800     OPEN INPUT  DISPUTE-LOG-FILE.
022850     OPEN INPUT  FEE-HIST-FILE.
022900     OPEN OUTPUT GL-EXTRACT-FILE.
023000     OPEN OUTPUT GL-RPT-FILE.
023100
023200     MOVE SPACES TO RPT-LINE.
023300     STRING 'PAYGLX01 - GENERAL-LEDGER EXTRACT  DATE: '
023400             WS-RUN-DATE DELIMITED BY SIZE
023500         INTO RPT-LINE.
023600     WRITE RPT-LINE.
023700
023800     MOVE ALL '-' TO RPT-LINE.
023900     WRITE RPT-LINE.
024000
024100     MOVE SPACES TO RPT-LINE.
024200     STRING 'POSTINGS APPLIED AFTER ' WS-LAST-BUS-DATE
024300             ' THROUGH ' WS-RUN-DATE
024400         DELIMITED BY SIZE
024500         INTO RPT-LINE.
024600     WRITE RPT-LINE.
024700
024800     MOVE SPACES TO RPT-LINE.
024900     STRING 'DISPUTE STEPS AND FEES AFTER ' WS-LAST-CUT-DATE ' '
025000             WS-LAST-CUT-TIME ' THROUGH ' WS-THIS-CUT-DATE ' '
025100             WS-THIS-CUT-TIME
025200         DELIMITED BY SIZE
025300         INTO RPT-LINE.
025400     WRITE RPT-LINE.
025500
025600     MOVE SPACES TO RPT-LINE.
025700     WRITE RPT-LINE.
025800
025900     MOVE SPACES        TO GL-CTL-RECORD.
026000     MOVE 'HDR'         TO GLC-RECORD-TYPE.
026100     MOVE WS-RUN-DATE   TO GLC-BUS-DATE.
026200     WRITE GL-CTL-RECORD.
026300
026400     PERFORM 2900-READ-HIST
026500         THRU 2900-READ-HIST-EXIT.
026600     PERFORM 2910-READ-DLOG
026700         THRU 2910-READ-DLOG-EXIT.
026725     PERFORM 2920-READ-FHST
026750         THRU 2920-READ-FHST-EXIT.
026800
026900 1000-INITIALIZE-EXIT.
027000     EXIT.
027100
027200*----------------------------------------------------------------*
027300*  1050-RUN-CONTROL-START                                         *
027400*      RECORD THE START ON THE SHARED RUN-CONTROL FILE.  THE      *
027500*      RUN IS REFUSED UNTIL PAYDSP02 - THE LAST OF THE ECIF       *
027600*      BALANCE WRITERS - HAS COMPLETED FOR THIS BUSINESS DATE,    *
027700*      OR IF IT HAS ALREADY COMPLETED TONIGHT.  A RESTART AFTER   *
027800*      AN ABEND OR AN OUT-OF-BALANCE STOP IS LET THROUGH.         *
027900*----------------------------------------------------------------*
028000 1050-RUN-CONTROL-START.
028100
028200     MOVE 'S'         TO RCTLP-FUNCTION.
028300     MOVE 'PAYGLX01'  TO RCTLP-JOB-NAME.
028400     MOVE 'PAYDSP02'  TO RCTLP-PRED-JOB-NAME.
028500     MOVE WS-RUN-DATE TO RCTLP-BUS-DATE.
028600     MOVE ZERO        TO RCTLP-RECORDS-PROCESSED.
028700     CALL 'PAYRCTL' USING RCTL-PARM.
028800
028900     IF RCTLP-PRED-NOT-DONE
029000         DISPLAY 'PAYGLX01 HELD - PAYDSP02 NOT COMPLETE FOR '
029100                 WS-RUN-DATE
029200         MOVE 16 TO RETURN-CODE
029300         GOBACK
029400     END-IF.
029500
029600     IF RCTLP-ALREADY-DONE
029700         DISPLAY 'PAYGLX01 HELD - ALREADY COMPLETE FOR '
029800                 WS-RUN-DATE
029900         MOVE 16 TO RETURN-CODE
030000         GOBACK
030100     END-IF.
030200
030300 1050-RUN-CONTROL-START-EXIT.
030400     EXIT.
030500
030600*----------------------------------------------------------------*
030700*  1100-LOAD-CUTOFF                                               *
030800*      PULL THE BUSINESS DATE AND CUTOFF OF THE LAST EXTRACT      *
030900*      COMPLETED.  NO RECORD YET (THE FIRST RUN EVER) STARTS THE  *
031000*      LEDGER AT TODAY - YESTERDAY'S BUSINESS DATE AND MIDNIGHT.  *
031100*----------------------------------------------------------------*
031200 1100-LOAD-CUTOFF.
031300
031400     OPEN INPUT GL-CUTOFF-FILE.
031500
031600     READ GL-CUTOFF-FILE
031700         AT END
031800             MOVE WS-RUN-DATE TO PAYD-DATE-IN
031900             MOVE -1          TO PAYD-DAYS-OFFSET
032000             CALL 'PAYDATE' USING PAYD-PARM
032100             MOVE PAYD-DATE-OUT TO WS-LAST-BUS-DATE
032200             MOVE WS-RUN-DATE TO WS-LAST-CUT-DATE
032300             MOVE ZERO        TO WS-LAST-CUT-TIME
032400             CLOSE GL-CUTOFF-FILE
032500             GO TO 1100-LOAD-CUTOFF-EXIT
032600     END-READ.
032700
032800     MOVE GLWM-LAST-BUS-DATE TO WS-LAST-BUS-DATE.
032900     MOVE GLWM-LAST-CUT-DATE TO WS-LAST-CUT-DATE.
033000     MOVE GLWM-LAST-CUT-TIME TO WS-LAST-CUT-TIME.
033100     CLOSE GL-CUTOFF-FILE.
033200
033300 1100-LOAD-CUTOFF-EXIT.
033400     EXIT.
033500
033600*----------------------------------------------------------------*
033700*  2000-SELECT-POSTING                                            *
033800*      A SETTLEMENT ITEM APPLIED TO THE BALANCE SINCE THE LAST    *
033900*      EXTRACT.  A POSITIVE POSTED AMOUNT TOOK MONEY OFF THE      *
034000*      BALANCE; A NEGATIVE ONE (A REFUND) PUT IT BACK.            *
034100*----------------------------------------------------------------*
034200 2000-SELECT-POSTING.
034300
034400     IF PHST-APPLIED-DATE > WS-LAST-BUS-DATE
034500     AND PHST-APPLIED-DATE NOT > WS-RUN-DATE
034600         ADD 1 TO WS-HIST-TAKEN-COUNT
034700         MOVE 'SETL'             TO WS-SOURCE-CD
034800         MOVE PHST-POSTED-AMOUNT TO WS-SOURCE-AMT
034900         SUBTRACT PHST-POSTED-AMOUNT FROM WS-BALANCE-MOVEMENT
035000         PERFORM 2800-ACCUMULATE
035100             THRU 2800-ACCUMULATE-EXIT
035200     END-IF.
035300
035400     PERFORM 2900-READ-HIST
035500         THRU 2900-READ-HIST-EXIT.
035600
035700 2000-SELECT-POSTING-EXIT.
035800     EXIT.
035900
036000*----------------------------------------------------------------*
036100*  2500-SELECT-DISPUTE-STEP                                       *
036200*      A DISPUTE STEP LOGGED INSIDE THIS RUN'S WINDOW.  ONLY A    *
036300*      STEP THAT MOVED THE BALANCE IS BOOKED - AN OPENED CASE, A  *
036400*      RESOLUTION CONFIRMING A CREDIT ALREADY POSTED, OR ONE      *
036500*      AGAINST AN ACCOUNT NO LONGER ON ECIF MOVES NO MONEY.       *
036600*----------------------------------------------------------------*
036700 2500-SELECT-DISPUTE-STEP.
036800
036900     MOVE DLOG-CHANGE-DATE TO WS-DLOG-STAMP-DATE.
037000     MOVE DLOG-CHANGE-TIME TO WS-DLOG-STAMP-TIME.
037100
037200     IF WS-DLOG-STAMP NOT > WS-LAST-CUT-STAMP
037300     OR WS-DLOG-STAMP > WS-THIS-CUT-STAMP
037400         GO TO 2500-SELECT-DISPUTE-STEP-NEXT
037500     END-IF.
037600
037700     ADD 1 TO WS-DLOG-TAKEN-COUNT.
037800
037900     EVALUATE TRUE
038000         WHEN DLOG-EFFECT-CREDIT
038100         AND DLOG-ACTION-PROV-CREDIT
038200             MOVE 'PCRD' TO WS-SOURCE-CD
038300             MOVE DLOG-AMOUNT TO WS-SOURCE-AMT
038400             ADD DLOG-AMOUNT TO WS-BALANCE-MOVEMENT
038500
038600         WHEN DLOG-EFFECT-CREDIT
038700             MOVE 'DCRD' TO WS-SOURCE-CD
038800             MOVE DLOG-AMOUNT TO WS-SOURCE-AMT
038900             ADD DLOG-AMOUNT TO WS-BALANCE-MOVEMENT
039000
039100         WHEN DLOG-EFFECT-DEBIT
039200             MOVE 'DREV' TO WS-SOURCE-CD
039300             MOVE DLOG-AMOUNT TO WS-SOURCE-AMT
039400             SUBTRACT DLOG-AMOUNT FROM WS-BALANCE-MOVEMENT
039500
039600         WHEN OTHER
039700             ADD 1 TO WS-DLOG-NO-MONEY-COUNT
039800             GO TO 2500-SELECT-DISPUTE-STEP-NEXT
039900     END-EVALUATE.
040000
040100     PERFORM 2800-ACCUMULATE
040200         THRU 2800-ACCUMULATE-EXIT.
040300
040400 2500-SELECT-DISPUTE-STEP-NEXT.
040500     PERFORM 2910-READ-DLOG
040600         THRU 2910-READ-DLOG-EXIT.
040700
040800 2500-SELECT-DISPUTE-STEP-EXIT.
040900     EXIT.
040902
040904*----------------------------------------------------------------*
040906*  2600-SELECT-FEE-ITEM                                           *
040908*      A FEE CHARGED BY THE NIGHTLY FEE RUN, OR WAIVED ONLINE,    *
040910*      INSIDE THIS RUN'S WINDOW.  A CHARGE TOOK THE FEE OFF THE   *
040912*      BALANCE; A WAIVER PUT IT BACK.                             *
040914*----------------------------------------------------------------*
040916 2600-SELECT-FEE-ITEM.
040918
040920     MOVE FHST-ENTRY-DATE TO WS-FHST-STAMP-DATE.
040922     MOVE FHST-ENTRY-TIME TO WS-FHST-STAMP-TIME.
040924
040926     IF WS-FHST-STAMP NOT > WS-LAST-CUT-STAMP
040928     OR WS-FHST-STAMP > WS-THIS-CUT-STAMP
040930         GO TO 2600-SELECT-FEE-ITEM-NEXT
040932     END-IF.
040934
040936     ADD 1 TO WS-FHST-TAKEN-COUNT.
040938
040940     IF FHST-ENTRY-WAIVED
040942         MOVE 'FEEW' TO WS-SOURCE-CD
040944         MOVE FHST-AMOUNT TO WS-SOURCE-AMT
040946         ADD FHST-AMOUNT TO WS-BALANCE-MOVEMENT
040948     ELSE
040950         MOVE 'FEEA' TO WS-SOURCE-CD
040952         MOVE FHST-AMOUNT TO WS-SOURCE-AMT
040954         SUBTRACT FHST-AMOUNT FROM WS-BALANCE-MOVEMENT
040956     END-IF.
040958
040960     PERFORM 2800-ACCUMULATE
040962         THRU 2800-ACCUMULATE-EXIT.
040964
040966 2600-SELECT-FEE-ITEM-NEXT.
040968     PERFORM 2920-READ-FHST
040970         THRU 2920-READ-FHST-EXIT.
040972
040974 2600-SELECT-FEE-ITEM-EXIT.
040976     EXIT.
041000
041100*----------------------------------------------------------------*
041200*  2800-ACCUMULATE                                                *
041300*      ADD ONE SOURCE ITEM TO ITS POSTING RULE'S NET.  A SOURCE   *
041400*      WITH NO RULE COULD NOT BE BOOKED AND THE DAY CANNOT        *
041500*      BALANCE - IT IS REPORTED AND THE EXTRACT IS STOPPED.       *
041600*----------------------------------------------------------------*
041700 2800-ACCUMULATE.
041800
041900     MOVE 'N' TO WS-RULE-FOUND-SWITCH.
042000     PERFORM 2850-MATCH-ONE-RULE
042100         THRU 2850-MATCH-ONE-RULE-EXIT
042200         VARYING WS-RULE-IX FROM 1 BY 1
042300         UNTIL WS-RULE-IX > WS-RULE-MAX
042400         OR WS-RULE-FOUND.
042500
042600     IF NOT WS-RULE-FOUND
042700         SET WS-OUT-OF-BALANCE TO TRUE
042800         MOVE SPACES TO RPT-LINE
042900         STRING 'NO POSTING RULE FOR SOURCE ' WS-SOURCE-CD
043000             DELIMITED BY SIZE
043100             INTO RPT-LINE
043200         WRITE RPT-LINE
043300         GO TO 2800-ACCUMULATE-EXIT
043400     END-IF.
043500
043600     ADD WS-SOURCE-AMT TO WS-RULE-NET-AMT (WS-RULE-IX).
043700     ADD 1             TO WS-RULE-ITEM-COUNT (WS-RULE-IX).
043800
043900 2800-ACCUMULATE-EXIT.
044000     EXIT.
044100
044200 2850-MATCH-ONE-RULE.
044300     IF WS-RULE-SOURCE-CD (WS-RULE-IX) = WS-SOURCE-CD
044400         SET WS-RULE-FOUND TO TRUE
044500         SUBTRACT 1 FROM WS-RULE-IX
044600     END-IF.
044700 2850-MATCH-ONE-RULE-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------------*
045100*  2900-READ-HIST                                                 *
045200*----------------------------------------------------------------*
045300 2900-READ-HIST.
045400
045500     READ POSTED-HIST-FILE
045600         AT END
045700             SET WS-HIST-EOF-YES TO TRUE
045800             GO TO 2900-READ-HIST-EXIT
045900     END-READ.
046000
046100     ADD 1 TO WS-HIST-READ-COUNT.
046200
046300 2900-READ-HIST-EXIT.
046400     EXIT.
046500
046600*----------------------------------------------------------------*
046700*  2910-READ-DLOG                                                 *
046800*----------------------------------------------------------------*
046900 2910-READ-DLOG.
047000
047100     READ DISPUTE-LOG-FILE
047200         AT END
047300             SET WS-DLOG-EOF-YES TO TRUE
047400             GO TO 2910-READ-DLOG-EXIT
047500     END-READ.
047600
047700     ADD 1 TO WS-DLOG-READ-COUNT.
047800
047900 2910-READ-DLOG-EXIT.
048000     EXIT.
048005
048010*----------------------------------------------------------------*
048015*  2920-READ-FHST                                                 *
048020*----------------------------------------------------------------*
048025 2920-READ-FHST.
048030
048035     READ FEE-HIST-FILE
048040         AT END
048045             SET WS-FHST-EOF-YES TO TRUE
048050             GO TO 2920-READ-FHST-EXIT
048055     END-READ.
048060
048065     ADD 1 TO WS-FHST-READ-COUNT.
048070
048075 2920-READ-FHST-EXIT.
048080     EXIT.
048100
048200*----------------------------------------------------------------*
048300*  3000-BUILD-ENTRIES                                             *
048400*      ONE POSTING RULE'S NET BECOMES A DEBIT ENTRY AND A         *
048500*      MATCHING CREDIT ENTRY.  A RULE WITH NO ITEMS BOOKS         *
048600*      NOTHING; ONE WHOSE ITEMS NET TO ZERO IS REPORTED BUT       *
048700*      BOOKS NOTHING EITHER.                                      *
048800*----------------------------------------------------------------*
048900 3000-BUILD-ENTRIES.
049000
049100     IF WS-RULE-ITEM-COUNT (WS-RULE-IX) = ZERO
049200         GO TO 3000-BUILD-ENTRIES-EXIT
049300     END-IF.
049400
049500     MOVE WS-RULE-ITEM-COUNT (WS-RULE-IX) TO WS-RPT-COUNT-ED.
049600     MOVE WS-RULE-NET-AMT (WS-RULE-IX)    TO WS-RPT-NET-AMT-ED.
049700     MOVE SPACES TO RPT-LINE.
049800     STRING WS-RULE-SOURCE-CD (WS-RULE-IX) '  '
049900             WS-RULE-DESC (WS-RULE-IX) ' '
050000             WS-RPT-COUNT-ED ' ' WS-RPT-NET-AMT-ED
050100         DELIMITED BY SIZE
050200         INTO RPT-LINE.
050300     WRITE RPT-LINE.
050400
050500     IF WS-RULE-NET-AMT (WS-RULE-IX) = ZERO
050600         GO TO 3000-BUILD-ENTRIES-EXIT
050700     END-IF.
050800
050900     IF WS-RULE-NET-AMT (WS-RULE-IX) > ZERO
051000         MOVE WS-RULE-DR-ACCT (WS-RULE-IX) TO WS-ENTRY-DR-ACCT
051100         MOVE WS-RULE-CR-ACCT (WS-RULE-IX) TO WS-ENTRY-CR-ACCT
051200         MOVE WS-RULE-NET-AMT (WS-RULE-IX) TO WS-ENTRY-AMT
051300     ELSE
051400         MOVE WS-RULE-CR-ACCT (WS-RULE-IX) TO WS-ENTRY-DR-ACCT
051500         MOVE WS-RULE-DR-ACCT (WS-RULE-IX) TO WS-ENTRY-CR-ACCT
051600         COMPUTE WS-ENTRY-AMT = WS-RULE-NET-AMT (WS-RULE-IX) * -1
051700     END-IF.
051800
051900     MOVE SPACES                          TO GLEX-RECORD.
052000     MOVE WS-ENTRY-DR-ACCT                TO GLEX-GL-ACCOUNT.
052100     MOVE 'D'                             TO GLEX-DR-CR-IND.
052200     PERFORM 3100-WRITE-ENTRY
052300         THRU 3100-WRITE-ENTRY-EXIT.
052400
052500     MOVE SPACES                          TO GLEX-RECORD.
052600     MOVE WS-ENTRY-CR-ACCT                TO GLEX-GL-ACCOUNT.
052700     MOVE 'C'                             TO GLEX-DR-CR-IND.
052800     PERFORM 3100-WRITE-ENTRY
052900         THRU 3100-WRITE-ENTRY-EXIT.
053000
053100 3000-BUILD-ENTRIES-EXIT.
053200     EXIT.
053300
053400*----------------------------------------------------------------*
053500*  3100-WRITE-ENTRY                                               *
053600*      FINISH AND WRITE ONE SIDE OF A RULE'S ENTRY, ADDING IT TO  *
053700*      THE CONTROL TOTALS AND, FOR THE DEPOSIT ACCOUNT, TO THE    *
053800*      TIE-BACK AGAINST THE BALANCE MOVEMENT.                     *
053900*----------------------------------------------------------------*
054000 3100-WRITE-ENTRY.
054100
054200     MOVE WS-ENTRY-AMT                     TO GLEX-AMOUNT.
054300     MOVE WS-RUN-DATE                      TO GLEX-BUS-DATE.
054400     MOVE WS-RULE-SOURCE-CD (WS-RULE-IX)   TO GLEX-SOURCE-CD.
054500     MOVE WS-RULE-ITEM-COUNT (WS-RULE-IX)  TO GLEX-ITEM-COUNT.
054600     MOVE WS-RULE-DESC (WS-RULE-IX)        TO GLEX-DESC.
054700
054800     WRITE GLEX-RECORD.
054900     ADD 1 TO WS-ENTRY-COUNT.
055000
055100     IF GLEX-DEBIT
055200         ADD GLEX-AMOUNT TO WS-TOTAL-DEBITS
055300         IF GLEX-GL-ACCOUNT = WS-GL-DEPOSIT-ACCT
055400             SUBTRACT GLEX-AMOUNT FROM WS-DEPOSIT-NET
055500         END-IF
055600     ELSE
055700         ADD GLEX-AMOUNT TO WS-TOTAL-CREDITS
055800         IF GLEX-GL-ACCOUNT = WS-GL-DEPOSIT-ACCT
055900             ADD GLEX-AMOUNT TO WS-DEPOSIT-NET
056000         END-IF
056100     END-IF.
056200
056300     MOVE GLEX-AMOUNT TO WS-RPT-GL-AMT-ED.
056400     MOVE SPACES TO RPT-LINE.
056500     STRING '      ' GLEX-DR-CR-IND '  ' GLEX-GL-ACCOUNT '  '
056600             WS-RPT-GL-AMT-ED
056700         DELIMITED BY SIZE
056800         INTO RPT-LINE.
056900     WRITE RPT-LINE.
057000
057100 3100-WRITE-ENTRY-EXIT.
057200     EXIT.
057300
057400*----------------------------------------------------------------*
057500*  4000-CHECK-BALANCE                                             *
057600*      THE DAY MUST NET TO ZERO, AND THE DEPOSIT ACCOUNT'S NET    *
057700*      MUST BE THE NET MOVEMENT OF ECIF BALANCES THE SOURCES      *
057800*      DESCRIBE - OTHERWISE A MOVEMENT WAS BOOKED TO THE WRONG    *
057900*      ACCOUNT OR NOT AT ALL.                                     *
058000*----------------------------------------------------------------*
058100 4000-CHECK-BALANCE.
058200
058300     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
058400         SET WS-OUT-OF-BALANCE TO TRUE
058500         MOVE SPACES TO RPT-LINE
058600         MOVE 'DEBITS AND CREDITS DO NOT NET TO ZERO' TO RPT-LINE
058700         WRITE RPT-LINE
058800     END-IF.
058900
059000     IF WS-DEPOSIT-NET NOT = WS-BALANCE-MOVEMENT
059100         SET WS-OUT-OF-BALANCE TO TRUE
059200         MOVE WS-BALANCE-MOVEMENT TO WS-RPT-NET-AMT-ED
059300         MOVE SPACES TO RPT-LINE
059400         STRING 'DEPOSIT ENTRIES DO NOT TIE TO BALANCE MOVEMENT '
059500                 WS-RPT-NET-AMT-ED
059600             DELIMITED BY SIZE
059700             INTO RPT-LINE
059800         WRITE RPT-LINE
059900     END-IF.
060000
060100 4000-CHECK-BALANCE-EXIT.
060200     EXIT.
060300
060400*----------------------------------------------------------------*
060500*  9000-FINALIZE                                                  *
060600*      WRITE THE SUMMARY TOTALS.  A BALANCED DAY GETS ITS         *
060700*      TRAILER, MOVES THE CUTOFF FORWARD, AND COMPLETES ON        *
060800*      PAYRCTL.  AN UNBALANCED ONE STOPS THE WINDOW.              *
060900*----------------------------------------------------------------*
061000 9000-FINALIZE.
061100
061200     MOVE SPACES TO RPT-LINE.
061300     WRITE RPT-LINE.
061400
061500     MOVE WS-HIST-TAKEN-COUNT TO WS-RPT-COUNT-ED.
061600     MOVE SPACES TO RPT-LINE.
061700     STRING 'SETTLEMENT POSTINGS BOOKED . . . ' DELIMITED BY SIZE
061800             WS-RPT-COUNT-ED DELIMITED BY SIZE
061900         INTO RPT-LINE.
062000     WRITE RPT-LINE.
062100
062200     MOVE WS-DLOG-TAKEN-COUNT TO WS-RPT-COUNT-ED.
062300     MOVE SPACES TO RPT-LINE.
062400     STRING 'DISPUTE STEPS IN WINDOW  . . . . ' DELIMITED BY SIZE
062500             WS-RPT-COUNT-ED DELIMITED BY SIZE
062600         INTO RPT-LINE.
062700     WRITE RPT-LINE.
062800
062900     MOVE WS-DLOG-NO-MONEY-COUNT TO WS-RPT-COUNT-ED.
063000     MOVE SPACES TO RPT-LINE.
063100     STRING 'DISPUTE STEPS - NO MONEY MOVED . ' DELIMITED BY SIZE
063200             WS-RPT-COUNT-ED DELIMITED BY SIZE
063300         INTO RPT-LINE.
063400     WRITE RPT-LINE.
063410
063420     MOVE WS-FHST-TAKEN-COUNT TO WS-RPT-COUNT-ED.
063430     MOVE SPACES TO RPT-LINE.
063440     STRING 'FEE ITEMS IN WINDOW  . . . . . . ' DELIMITED BY SIZE
063450             WS-RPT-COUNT-ED DELIMITED BY SIZE
063460         INTO RPT-LINE.
063470     WRITE RPT-LINE.
063500
063600     MOVE WS-ENTRY-COUNT TO WS-RPT-COUNT-ED.
063700     MOVE SPACES TO RPT-LINE.
063800     STRING 'GL ENTRIES WRITTEN . . . . . . . ' DELIMITED BY SIZE
063900             WS-RPT-COUNT-ED DELIMITED BY SIZE
064000         INTO RPT-LINE.
064100     WRITE RPT-LINE.
064200
064300     MOVE WS-TOTAL-DEBITS TO WS-RPT-GL-AMT-ED.
064400     MOVE SPACES TO RPT-LINE.
064500     STRING 'TOTAL DEBITS . . . . . . . . . . ' DELIMITED BY SIZE
064600             WS-RPT-GL-AMT-ED DELIMITED BY SIZE
064700         INTO RPT-LINE.
064800     WRITE RPT-LINE.
064900
065000     MOVE WS-TOTAL-CREDITS TO WS-RPT-GL-AMT-ED.
065100     MOVE SPACES TO RPT-LINE.
065200     STRING 'TOTAL CREDITS  . . . . . . . . . ' DELIMITED BY SIZE
065300             WS-RPT-GL-AMT-ED DELIMITED BY SIZE
065400         INTO RPT-LINE.
065500     WRITE RPT-LINE.
065600
065700     IF WS-OUT-OF-BALANCE
065800         PERFORM 9100-STOP-OUT-OF-BALANCE
065900             THRU 9100-STOP-OUT-OF-BALANCE-EXIT
066000     END-IF.
066100
066200     MOVE SPACES            TO GL-CTL-RECORD.
066300     MOVE 'TRL'             TO GLC-RECORD-TYPE.
066400     MOVE WS-ENTRY-COUNT    TO GLC-REC-COUNT.
066500     MOVE WS-TOTAL-DEBITS   TO GLC-TOTAL-DEBITS.
066600     MOVE WS-TOTAL-CREDITS  TO GLC-TOTAL-CREDITS.
066700     WRITE GL-CTL-RECORD.
066800
066900     MOVE SPACES            TO GLWM-RECORD.
067000     MOVE WS-RUN-DATE       TO GLWM-LAST-BUS-DATE.
067100     MOVE WS-THIS-CUT-DATE  TO GLWM-LAST-CUT-DATE.
067200     MOVE WS-THIS-CUT-TIME  TO GLWM-LAST-CUT-TIME.
067300     OPEN OUTPUT GL-CUTOFF-FILE.
067400     WRITE GLWM-RECORD.
067500     CLOSE GL-CUTOFF-FILE.
067600
067700     CLOSE POSTED-HIST-FILE.
067800     CLOSE DISPUTE-LOG-FILE.
067850     CLOSE FEE-HIST-FILE.
067900     CLOSE GL-EXTRACT-FILE.
068000     CLOSE GL-RPT-FILE.
068100
068200     MOVE 'E'               TO RCTLP-FUNCTION.
068300     MOVE WS-ENTRY-COUNT    TO RCTLP-RECORDS-PROCESSED.
068400     CALL 'PAYRCTL' USING RCTL-PARM.
068500
068600 9000-FINALIZE-EXIT.
068700     EXIT.
068800
068900*----------------------------------------------------------------*
069000*  9100-STOP-OUT-OF-BALANCE                                       *
069100*      THE EXTRACT IS LEFT WITHOUT A TRAILER SO THE LEDGER LOAD   *
069200*      REFUSES IT, THE CUTOFF IS NOT MOVED SO A RERUN TAKES THE   *
069300*      SAME WINDOW, AND THE RUN ENDS WITHOUT COMPLETING ON        *
069400*      PAYRCTL - EVERY LATER JOB IN THE WINDOW IS HELD.           *
069500*----------------------------------------------------------------*
069600 9100-STOP-OUT-OF-BALANCE.
069700
069800     MOVE SPACES TO RPT-LINE.
069900     WRITE RPT-LINE.
070000     MOVE SPACES TO RPT-LINE.
070100     STRING '*** EXTRACT OUT OF BALANCE - NO TRAILER WRITTEN, '
070200             'WINDOW STOPPED ***'
070300         DELIMITED BY SIZE
070400         INTO RPT-LINE.
070500     WRITE RPT-LINE.
070600
070700     DISPLAY 'PAYGLX01 STOPPED - GL EXTRACT OUT OF BALANCE FOR '
070800             WS-RUN-DATE.
070900
071000     CLOSE POSTED-HIST-FILE.
071100     CLOSE DISPUTE-LOG-FILE.
071150     CLOSE FEE-HIST-FILE.
071200     CLOSE GL-EXTRACT-FILE.
071300     CLOSE GL-RPT-FILE.
071400
071500     MOVE 16 TO RETURN-CODE.
071600     GOBACK.
071700
071800 9100-STOP-OUT-OF-BALANCE-EXIT.
071900     EXIT.
