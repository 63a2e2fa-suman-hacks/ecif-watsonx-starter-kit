000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYOAX01.
000300 AUTHOR.         D MCALLISTER.
000400 INSTALLATION.   CONSUMER CARD SERVICES - AUTHORIZATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  2026-10-15  DM   INITIAL VERSION - OPERATOR ACTIVITY EXTRACT.  *
001100*                   FIRST STEP OF THE MONTHLY ACCESS REVIEW.  EACH*
001200*                   MAINTENANCE FACILITY KEEPS ITS OWN AUDIT TRAIL*
001300*                   IN ITS OWN LAYOUT; THIS READS ALL SEVEN -     *
001400*                   PAYMLOG, PAYCLOG, PAYLLOG, PAYNLOG, PAYDLOG,  *
001500*                   FRDDLOG AND OPERLOG - AND WRITES ONE PAYOACT  *
001600*                   RECORD PER OPERATOR NAMED ON EACH ENTRY, SO   *
001700*                   THE SORT AND PAYOAR01 CAN READ THEM TOGETHER  *
001800*                   BY OPERATOR.  A SECOND (DUAL-CONTROL) OPERATOR*
001900*                   GETS A RECORD AS WELL, AND AN OPERLOG         *
002000*                   CHANGE GIVES ONE TO THE ADMIN WHO MADE IT AND *
002100*                   ONE TO THE OPERATOR IT WAS MADE TO.  PAYCLOG  *
002200*                   IS WRITTEN ONLY BY THE CIF LOAD, SO ITS       *
002300*                   ENTRIES ARE CREDITED TO PAYCIF01.             *
002310*  2026-10-15  DM   ALSO READS PAYILOG, THE HOLD RELEASES AND     *
002320*                   LIMIT AND CATEGORY RETIREMENTS MADE BY THE    *
002330*                   NIGHTLY INTEGRITY CHECK UNDER THE NAME        *
002340*                   PAYINT01 - EIGHT TRAILS.                      *
002350*  2026-10-15  DM   ALSO READS PAYXLOG, THE EXCHANGE-RATE ADDS    *
002360*                   AND CHANGES MADE ONLINE THROUGH PAYFXMNT OR   *
002370*                   BY THE PAYFXBLK MORNING LOAD - NINE TRAILS.   *
002380*  2026-10-15  DM   ALSO READS PAYWLOG, THE WHAT-IF INQUIRIES     *
002390*                   MADE ON PAYWIF01 - AN INQUIRY CHANGES NOTHING *
002395*                   BUT SHOWS AN ACCOUNT'S LIMITS - TEN TRAILS.   *
002396*  2026-10-15  DM   ALSO READS PAYFHST FOR THE OVERDRAFT FEE      *
002397*                   WAIVERS MADE ON PAYFWV01 - ELEVEN TRAILS.     *
002398*                   FEES CHARGED BY THE NIGHTLY RUN ARE NOT       *
002399*                   OPERATOR ACTIVITY AND ARE PASSED OVER.        *
002400*----------------------------------------------------------------*
002500
002600 ENVIRONMENT DIVISION.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PAY-MAINT-LOG-FILE   ASSIGN TO PAYMLOG
003100                                  ORGANIZATION IS LINE SEQUENTIAL.
003200
003300     SELECT CIF-LOG-FILE         ASSIGN TO PAYCLOG
003400                                  ORGANIZATION IS LINE SEQUENTIAL.
003500
003600     SELECT PAY-LIMIT-LOG-FILE   ASSIGN TO PAYLLOG
003700                                  ORGANIZATION IS LINE SEQUENTIAL.
003800
003900     SELECT PAY-MNEG-LOG-FILE    ASSIGN TO PAYNLOG
004000                                  ORGANIZATION IS LINE SEQUENTIAL.
004100
004200     SELECT DISPUTE-LOG-FILE     ASSIGN TO PAYDLOG
004300                                  ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT FRAUD-DISP-LOG-FILE  ASSIGN TO FRDDLOG
004600                                  ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT OPER-LOG-FILE        ASSIGN TO OPERLOG
004900                                  ORGANIZATION IS LINE SEQUENTIAL.
004925
004950     SELECT INT-LOG-FILE         ASSIGN TO PAYILOG
004975                                  ORGANIZATION IS LINE SEQUENTIAL.
004980
004985     SELECT FX-RATE-LOG-FILE     ASSIGN TO PAYXLOG
004990                                  ORGANIZATION IS LINE SEQUENTIAL.
004992
004994     SELECT WHATIF-LOG-FILE      ASSIGN TO PAYWLOG
004996                                  ORGANIZATION IS LINE SEQUENTIAL.
004997
004998     SELECT FEE-HIST-FILE        ASSIGN TO PAYFHST
004999                                  ORGANIZATION IS LINE SEQUENTIAL.
005000
005100     SELECT OPER-ACT-FILE        ASSIGN TO PAYOACT
005200                                  ORGANIZATION IS LINE SEQUENTIAL.
005300
005400     SELECT OACT-RPT-FILE        ASSIGN TO PAYOXRPT
005500                                  ORGANIZATION IS LINE SEQUENTIAL.
005600
005700 DATA DIVISION.
005800
005900 FILE SECTION.
006000 FD  PAY-MAINT-LOG-FILE
006100     RECORDING MODE IS F.
006200 COPY PAYMLOG.
006300
006400 FD  CIF-LOG-FILE
006500     RECORDING MODE IS F.
006600 COPY PAYCLOG.
006700
006800 FD  PAY-LIMIT-LOG-FILE
006900     RECORDING MODE IS F.
007000 COPY PAYLLOG.
007100
007200 FD  PAY-MNEG-LOG-FILE
007300     RECORDING MODE IS F.
007400 COPY PAYNLOG.
007500
007600 FD  DISPUTE-LOG-FILE
007700     RECORDING MODE IS F.
007800 COPY PAYDLOG.
007900
008000 FD  FRAUD-DISP-LOG-FILE
008100     RECORDING MODE IS F.
008200 COPY FRDDLOG.
008300
008400 FD  OPER-LOG-FILE
008500     RECORDING MODE IS F.
008600 COPY OPERLOG.
008620
008640 FD  INT-LOG-FILE
008660     RECORDING MODE IS F.
008680 COPY PAYILOG.
008682
008684 FD  FX-RATE-LOG-FILE
008686     RECORDING MODE IS F.
008688 COPY PAYXLOG.
008690
008692 FD  WHATIF-LOG-FILE
008694     RECORDING MODE IS F.
008696 COPY PAYWLOG.
008700
008720 FD  FEE-HIST-FILE
008740     RECORDING MODE IS F.
008760 COPY PAYFHST.
008780
008800 FD  OPER-ACT-FILE
008900     RECORDING MODE IS F.
009000 COPY PAYOACT.
009100
009200 FD  OACT-RPT-FILE
009300     RECORDING MODE IS F.
009400 01  RPT-LINE                    PIC X(80).
009500
009600 WORKING-STORAGE SECTION.
009700
009800 01  WS-SWITCHES.
009900     05  WS-MLOG-EOF-SWITCH        PIC X(01)      VALUE 'N'.
010000         88  WS-MLOG-EOF-YES              VALUE 'Y'.
010100     05  WS-CLOG-EOF-SWITCH        PIC X(01)      VALUE 'N'.
010200         88  WS-CLOG-EOF-YES              VALUE 'Y'.
010300     05  WS-LLOG-EOF-SWITCH        PIC X(01)      VALUE 'N'.
010400         88  WS-LLOG-EOF-YES              VALUE 'Y'.
010500     05  WS-NLOG-EOF-SWITCH        PIC X(01)      VALUE 'N'.
010600         88  WS-NLOG-EOF-YES              VALUE 'Y'.
010700     05  WS-DLOG-EOF-SWITCH        PIC X(01)      VALUE 'N'.
010800         88  WS-DLOG-EOF-YES              VALUE 'Y'.
010900     05  WS-FDLOG-EOF-SWITCH       PIC X(01)      VALUE 'N'.
011000         88  WS-FDLOG-EOF-YES             VALUE 'Y'.
011100     05  WS-OLOG-EOF-SWITCH        PIC X(01)      VALUE 'N'.
011200         88  WS-OLOG-EOF-YES              VALUE 'Y'.
011225     05  WS-ILOG-EOF-SWITCH        PIC X(01)      VALUE 'N'.
011250         88  WS-ILOG-EOF-YES              VALUE 'Y'.
011260     05  WS-XLOG-EOF-SWITCH        PIC X(01)      VALUE 'N'.
011280         88  WS-XLOG-EOF-YES              VALUE 'Y'.
011285     05  WS-WLOG-EOF-SWITCH        PIC X(01)      VALUE 'N'.
011290         88  WS-WLOG-EOF-YES              VALUE 'Y'.
011292     05  WS-FHST-EOF-SWITCH        PIC X(01)      VALUE 'N'.
011294         88  WS-FHST-EOF-YES              VALUE 'Y'.
011300
011400 01  WS-RUN-DATE                 PIC 9(08).
011500
011600*    PAYCLOG CARRIES NO OPERATOR - THE CIF LOAD IS THE ONLY
011700*    PROGRAM THAT WRITES IT.
011800 01  WS-CIF-JOB-NAME             PIC X(08)       VALUE 'PAYCIF01'.
011900
012000*    THE SECOND OPERATOR ON A DUAL-CONTROL CHANGE, HELD WHILE THE
012100*    PRIMARY OPERATOR'S RECORD IS WRITTEN.
012200 01  WS-SECOND-OPER-ID           PIC X(08).
012300
012400 01  WS-COUNTERS.
012500     05  WS-MLOG-READ-COUNT        PIC 9(07)      VALUE ZERO.
012600     05  WS-CLOG-READ-COUNT        PIC 9(07)      VALUE ZERO.
012700     05  WS-LLOG-READ-COUNT        PIC 9(07)      VALUE ZERO.
012800     05  WS-NLOG-READ-COUNT        PIC 9(07)      VALUE ZERO.
012900     05  WS-DLOG-READ-COUNT        PIC 9(07)      VALUE ZERO.
013000     05  WS-FDLOG-READ-COUNT       PIC 9(07)      VALUE ZERO.
013100     05  WS-OLOG-READ-COUNT        PIC 9(07)      VALUE ZERO.
013150     05  WS-ILOG-READ-COUNT        PIC 9(07)      VALUE ZERO.
013175     05  WS-XLOG-READ-COUNT        PIC 9(07)      VALUE ZERO.
013185     05  WS-WLOG-READ-COUNT        PIC 9(07)      VALUE ZERO.
013190     05  WS-FHST-READ-COUNT        PIC 9(07)      VALUE ZERO.
013200     05  WS-OACT-WRITE-COUNT       PIC 9(07)      VALUE ZERO.
013300
013400 01  WS-RPT-COUNT-ED              PIC ZZZ,ZZ9.
013500
013600 PROCEDURE DIVISION.
013700
013800*----------------------------------------------------------------*
013900*  0000-MAINLINE                                                 *
014000*----------------------------------------------------------------*
014100 0000-MAINLINE.
014200
014300     PERFORM 1000-INITIALIZE
014400         THRU 1000-INITIALIZE-EXIT.
014500
014600     PERFORM 2100-TAKE-MLOG
014700         THRU 2100-TAKE-MLOG-EXIT
014800         UNTIL WS-MLOG-EOF-YES.
014900
015000     PERFORM 2200-TAKE-CLOG
015100         THRU 2200-TAKE-CLOG-EXIT
015200         UNTIL WS-CLOG-EOF-YES.
015300
015400     PERFORM 2300-TAKE-LLOG
015500         THRU 2300-TAKE-LLOG-EXIT
015600         UNTIL WS-LLOG-EOF-YES.
015700
015800     PERFORM 2400-TAKE-NLOG
015900         THRU 2400-TAKE-NLOG-EXIT
016000         UNTIL WS-NLOG-EOF-YES.
016100
016200     PERFORM 2500-TAKE-DLOG
016300         THRU 2500-TAKE-DLOG-EXIT
016400         UNTIL WS-DLOG-EOF-YES.
016500
016600     PERFORM 2600-TAKE-FDLOG
016700         THRU 2600-TAKE-FDLOG-EXIT
016800         UNTIL WS-FDLOG-EOF-YES.
016900
017000     PERFORM 2700-TAKE-OLOG
017100         THRU 2700-TAKE-OLOG-EXIT
017200         UNTIL WS-OLOG-EOF-YES.
017220
017240     PERFORM 3000-TAKE-ILOG
017260         THRU 3000-TAKE-ILOG-EXIT
017280         UNTIL WS-ILOG-EOF-YES.
017282
017284     PERFORM 3100-TAKE-XLOG
017286         THRU 3100-TAKE-XLOG-EXIT
017288         UNTIL WS-XLOG-EOF-YES.
017290
017292     PERFORM 3200-TAKE-WLOG
017294         THRU 3200-TAKE-WLOG-EXIT
017296         UNTIL WS-WLOG-EOF-YES.
017300
017320     PERFORM 3300-TAKE-FHST
017340         THRU 3300-TAKE-FHST-EXIT
017360         UNTIL WS-FHST-EOF-YES.
017380
017400     PERFORM 9000-FINALIZE
017500         THRU 9000-FINALIZE-EXIT.
017600
017700     GOBACK.
017800
017900*----------------------------------------------------------------*
018000*  1000-INITIALIZE                                                *
018100*      OPEN THE ELEVEN AUDIT TRAILS AND PRIME EACH ONE.           *
018200*----------------------------------------------------------------*
018300 1000-INITIALIZE.
018400
018500     OPEN INPUT  PAY-MAINT-LOG-FILE.
018600     OPEN INPUT  CIF-LOG-FILE.
018700     OPEN INPUT  PAY-LIMIT-LOG-FILE.
018800     OPEN INPUT  PAY-MNEG-LOG-FILE.
018900     OPEN INPUT  DISPUTE-LOG-FILE.
019000     OPEN INPUT  FRAUD-DISP-LOG-FILE.
019100     OPEN INPUT  OPER-LOG-FILE.
019150     OPEN INPUT  INT-LOG-FILE.
019175     OPEN INPUT  FX-RATE-LOG-FILE.
019185     OPEN INPUT  WHATIF-LOG-FILE.
019190     OPEN INPUT  FEE-HIST-FILE.
019200     OPEN OUTPUT OPER-ACT-FILE.
019300     OPEN OUTPUT OACT-RPT-FILE.
019400
019500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019600
019700     MOVE SPACES TO RPT-LINE.
019800     STRING 'PAYOAX01 - OPERATOR ACTIVITY EXTRACT  DATE: '
019900             WS-RUN-DATE
020000             DELIMITED BY SIZE
020100         INTO RPT-LINE.
020200     WRITE RPT-LINE.
020300
020400     MOVE ALL '-' TO RPT-LINE.
020500     WRITE RPT-LINE.
020600
020700     PERFORM 2190-READ-MLOG
020800         THRU 2190-READ-MLOG-EXIT.
020900     PERFORM 2290-READ-CLOG
021000         THRU 2290-READ-CLOG-EXIT.
021100     PERFORM 2390-READ-LLOG
021200         THRU 2390-READ-LLOG-EXIT.
021300     PERFORM 2490-READ-NLOG
021400         THRU 2490-READ-NLOG-EXIT.
021500     PERFORM 2590-READ-DLOG
021600         THRU 2590-READ-DLOG-EXIT.
021700     PERFORM 2690-READ-FDLOG
021800         THRU 2690-READ-FDLOG-EXIT.
021900     PERFORM 2790-READ-OLOG
022000         THRU 2790-READ-OLOG-EXIT.
022025     PERFORM 3090-READ-ILOG
022050         THRU 3090-READ-ILOG-EXIT.
022060     PERFORM 3190-READ-XLOG
022080         THRU 3190-READ-XLOG-EXIT.
022090     PERFORM 3290-READ-WLOG
022095         THRU 3290-READ-WLOG-EXIT.
022096     PERFORM 3390-READ-FHST
022098         THRU 3390-READ-FHST-EXIT.
022100
022200 1000-INITIALIZE-EXIT.
022300     EXIT.
022400
022500*----------------------------------------------------------------*
022600*  2100-TAKE-MLOG                                                 *
022700*      ONE ACCOUNT STATUS CHANGE FROM PAYMAINT (OR THE DORMANCY   *
022800*      SWEEP).  A CHANGE INTO OR OUT OF A FRAUD OR LOST/STOLEN    *
022900*      STATUS IS MARKED AS A FRAUD CHANGE - THOSE ARE THE ONES    *
023000*      HELD TO DUAL CONTROL.                                      *
023100*----------------------------------------------------------------*
023200 2100-TAKE-MLOG.
023300
023400     MOVE SPACES              TO OACT-RECORD.
023500     MOVE MLOG-OPERATOR-ID    TO OACT-OPER-ID.
023600     MOVE MLOG-CHANGE-DATE    TO OACT-CHANGE-DATE.
023700     MOVE MLOG-CHANGE-TIME    TO OACT-CHANGE-TIME.
023800     MOVE 'MLOG'              TO OACT-SOURCE-CD.
023900     MOVE MLOG-ACCT-NO        TO OACT-OBJECT-ID.
024000     STRING 'STATUS ' MLOG-OLD-STATUS ' TO ' MLOG-NEW-STATUS
024100             DELIMITED BY SIZE
024200         INTO OACT-DESC.
024300     MOVE MLOG-SECOND-OPER-ID TO OACT-OTHER-OPER-ID.
024400     MOVE MLOG-SECOND-OPER-ID TO WS-SECOND-OPER-ID.
024500
024600     IF MLOG-OLD-STATUS = 'F' OR 'L'
024700     OR MLOG-NEW-STATUS = 'F' OR 'L'
024800         SET OACT-FRAUD-CHANGE TO TRUE
024900     END-IF.
025000
025100     PERFORM 2800-WRITE-DUAL-CONTROL
025200         THRU 2800-WRITE-DUAL-CONTROL-EXIT.
025300
025400     PERFORM 2190-READ-MLOG
025500         THRU 2190-READ-MLOG-EXIT.
025600
025700 2100-TAKE-MLOG-EXIT.
025800     EXIT.
025900
026000*----------------------------------------------------------------*
026100*  2190-READ-MLOG                                                 *
026200*----------------------------------------------------------------*
026300 2190-READ-MLOG.
026400
026500     READ PAY-MAINT-LOG-FILE
026600         AT END
026700             SET WS-MLOG-EOF-YES TO TRUE
026800             GO TO 2190-READ-MLOG-EXIT
026900     END-READ.
027000
027100     ADD 1 TO WS-MLOG-READ-COUNT.
027200
027300 2190-READ-MLOG-EXIT.
027400     EXIT.
027500
027600*----------------------------------------------------------------*
027700*  2200-TAKE-CLOG                                                 *
027800*      ONE CIF LOAD CHANGE, CREDITED TO THE LOAD JOB ITSELF.      *
027900*----------------------------------------------------------------*
028000 2200-TAKE-CLOG.
028100
028200     MOVE SPACES              TO OACT-RECORD.
028300     MOVE WS-CIF-JOB-NAME     TO OACT-OPER-ID.
028400     MOVE CLOG-CHANGE-DATE    TO OACT-CHANGE-DATE.
028500     MOVE CLOG-CHANGE-TIME    TO OACT-CHANGE-TIME.
028600     MOVE 'CLOG'              TO OACT-SOURCE-CD.
028700     MOVE 'P'                 TO OACT-ROLE.
028800     MOVE CLOG-ACCT-NO        TO OACT-OBJECT-ID.
028900
029000     EVALUATE CLOG-ACTION-CD
029100         WHEN 'A'
029200             MOVE 'CIF ADD'            TO OACT-DESC
029300         WHEN 'C'
029400             MOVE 'CIF CHANGE'         TO OACT-DESC
029500         WHEN 'D'
029600             MOVE 'CIF CLOSE'          TO OACT-DESC
029700         WHEN OTHER
029800             STRING 'CIF ACTION ' CLOG-ACTION-CD
029900                     DELIMITED BY SIZE
030000                 INTO OACT-DESC
030100     END-EVALUATE.
030200
030300     PERFORM 2900-WRITE-OACT
030400         THRU 2900-WRITE-OACT-EXIT.
030500
030600     PERFORM 2290-READ-CLOG
030700         THRU 2290-READ-CLOG-EXIT.
030800
030900 2200-TAKE-CLOG-EXIT.
031000     EXIT.
031100
031200*----------------------------------------------------------------*
031300*  2290-READ-CLOG                                                 *
031400*----------------------------------------------------------------*
031500 2290-READ-CLOG.
031600
031700     READ CIF-LOG-FILE
031800         AT END
031900             SET WS-CLOG-EOF-YES TO TRUE
032000             GO TO 2290-READ-CLOG-EXIT
032100     END-READ.
032200
032300     ADD 1 TO WS-CLOG-READ-COUNT.
032400
032500 2290-READ-CLOG-EXIT.
032600     EXIT.
032700
032800*----------------------------------------------------------------*
032900*  2300-TAKE-LLOG                                                 *
033000*      ONE VELOCITY-LIMIT ENROLLMENT OR CHANGE, ONLINE (PAYLMNT)  *
033100*      OR BULK (PAYLMBLK, UNDER THE OPERATOR IN ITS PARM).        *
033200*----------------------------------------------------------------*
033300 2300-TAKE-LLOG.
033400
033500     MOVE SPACES              TO OACT-RECORD.
033600     MOVE LLOG-OPERATOR-ID    TO OACT-OPER-ID.
033700     MOVE LLOG-CHANGE-DATE    TO OACT-CHANGE-DATE.
033800     MOVE LLOG-CHANGE-TIME    TO OACT-CHANGE-TIME.
033900     MOVE 'LLOG'              TO OACT-SOURCE-CD.
034000     MOVE 'P'                 TO OACT-ROLE.
034100     MOVE LLOG-ACCT-NO        TO OACT-OBJECT-ID.
034200
034300     EVALUATE TRUE
034400         WHEN LLOG-FUNC-ENROLL
034500             MOVE 'LIMIT ENROLL'       TO OACT-DESC
034600         WHEN LLOG-FUNC-CHANGE
034700             MOVE 'LIMIT CHANGE'       TO OACT-DESC
034800         WHEN OTHER
034900             STRING 'LIMIT FUNCTION ' LLOG-FUNCTION
035000                     DELIMITED BY SIZE
035100                 INTO OACT-DESC
035200     END-EVALUATE.
035300
035400     PERFORM 2900-WRITE-OACT
035500         THRU 2900-WRITE-OACT-EXIT.
035600
035700     PERFORM 2390-READ-LLOG
035800         THRU 2390-READ-LLOG-EXIT.
035900
036000 2300-TAKE-LLOG-EXIT.
036100     EXIT.
036200
036300*----------------------------------------------------------------*
036400*  2390-READ-LLOG                                                 *
036500*----------------------------------------------------------------*
036600 2390-READ-LLOG.
036700
036800     READ PAY-LIMIT-LOG-FILE
036900         AT END
037000             SET WS-LLOG-EOF-YES TO TRUE
037100             GO TO 2390-READ-LLOG-EXIT
037200     END-READ.
037300
037400     ADD 1 TO WS-LLOG-READ-COUNT.
037500
037600 2390-READ-LLOG-EXIT.
037700     EXIT.
037800
037900*----------------------------------------------------------------*
038000*  2400-TAKE-NLOG                                                 *
038100*      ONE MERCHANT NEGATIVE-LIST CHANGE FROM PAYMNGT.            *
038200*----------------------------------------------------------------*
038300 2400-TAKE-NLOG.
038400
038500     MOVE SPACES              TO OACT-RECORD.
038600     MOVE NLOG-OPERATOR-ID    TO OACT-OPER-ID.
038700     MOVE NLOG-CHANGE-DATE    TO OACT-CHANGE-DATE.
038800     MOVE NLOG-CHANGE-TIME    TO OACT-CHANGE-TIME.
038900     MOVE 'NLOG'              TO OACT-SOURCE-CD.
039000     MOVE 'P'                 TO OACT-ROLE.
039100     MOVE NLOG-MERCHANT-ID    TO OACT-OBJECT-ID.
039200
039300     EVALUATE TRUE
039400         WHEN NLOG-FUNC-ADD
039500             MOVE 'NEG LIST ADD'       TO OACT-DESC
039600         WHEN NLOG-FUNC-RETIRE
039700             MOVE 'NEG LIST RETIRE'    TO OACT-DESC
039800         WHEN NLOG-FUNC-REINSTATE
039900             MOVE 'NEG LIST REINSTATE' TO OACT-DESC
040000         WHEN OTHER
040100             STRING 'NEG LIST FUNCTION ' NLOG-FUNCTION
040200                     DELIMITED BY SIZE
040300                 INTO OACT-DESC
040400     END-EVALUATE.
040500
040600     PERFORM 2900-WRITE-OACT
040700         THRU 2900-WRITE-OACT-EXIT.
040800
040900     PERFORM 2490-READ-NLOG
041000         THRU 2490-READ-NLOG-EXIT.
041100
041200 2400-TAKE-NLOG-EXIT.
041300     EXIT.
041400
041500*----------------------------------------------------------------*
041600*  2490-READ-NLOG                                                 *
041700*----------------------------------------------------------------*
041800 2490-READ-NLOG.
041900
042000     READ PAY-MNEG-LOG-FILE
042100         AT END
042200             SET WS-NLOG-EOF-YES TO TRUE
042300             GO TO 2490-READ-NLOG-EXIT
042400     END-READ.
042500
042600     ADD 1 TO WS-NLOG-READ-COUNT.
042700
042800 2490-READ-NLOG-EXIT.
042900     EXIT.
043000
043100*----------------------------------------------------------------*
043200*  2500-TAKE-DLOG                                                 *
043300*      ONE DISPUTE STEP - OPENED OR RESOLVED ONLINE (PAYDSP01), OR*
043400*      A PROVISIONAL CREDIT FROM THE AGING RUN (PAYDSP02).        *
043500*----------------------------------------------------------------*
043600 2500-TAKE-DLOG.
043700
043800     MOVE SPACES              TO OACT-RECORD.
043900     MOVE DLOG-OPERATOR-ID    TO OACT-OPER-ID.
044000     MOVE DLOG-CHANGE-DATE    TO OACT-CHANGE-DATE.
044100     MOVE DLOG-CHANGE-TIME    TO OACT-CHANGE-TIME.
044200     MOVE 'DLOG'              TO OACT-SOURCE-CD.
044300     MOVE 'P'                 TO OACT-ROLE.
044400     MOVE DLOG-ACCT-NO        TO OACT-OBJECT-ID.
044500
044600     EVALUATE TRUE
044700         WHEN DLOG-ACTION-OPENED
044800             MOVE 'DISPUTE OPENED'     TO OACT-DESC
044900         WHEN DLOG-ACTION-PROV-CREDIT
045000             MOVE 'PROVISIONAL CREDIT' TO OACT-DESC
045100         WHEN DLOG-ACTION-CARDHOLDER
045200             MOVE 'RESOLVED CARDHOLDER' TO OACT-DESC
045300         WHEN DLOG-ACTION-MERCHANT
045400             MOVE 'RESOLVED MERCHANT'  TO OACT-DESC
045500         WHEN OTHER
045600             STRING 'DISPUTE ACTION ' DLOG-ACTION
045700                     DELIMITED BY SIZE
045800                 INTO OACT-DESC
045900     END-EVALUATE.
046000
046100     PERFORM 2900-WRITE-OACT
046200         THRU 2900-WRITE-OACT-EXIT.
046300
046400     PERFORM 2590-READ-DLOG
046500         THRU 2590-READ-DLOG-EXIT.
046600
046700 2500-TAKE-DLOG-EXIT.
046800     EXIT.
046900
047000*----------------------------------------------------------------*
047100*  2590-READ-DLOG                                                 *
047200*----------------------------------------------------------------*
047300 2590-READ-DLOG.
047400
047500     READ DISPUTE-LOG-FILE
047600         AT END
047700             SET WS-DLOG-EOF-YES TO TRUE
047800             GO TO 2590-READ-DLOG-EXIT
047900     END-READ.
048000
048100     ADD 1 TO WS-DLOG-READ-COUNT.
048200
048300 2590-READ-DLOG-EXIT.
048400     EXIT.
048500
048600*----------------------------------------------------------------*
048700*  2600-TAKE-FDLOG                                                *
048800*      ONE FRAUD ALERT DISPOSITION FROM PAYFWS01.  EVERY          *
048900*      DISPOSITION IS A FRAUD CHANGE.                             *
049000*----------------------------------------------------------------*
049100 2600-TAKE-FDLOG.
049200
049300     MOVE SPACES               TO OACT-RECORD.
049400     MOVE FDLOG-OPERATOR-ID    TO OACT-OPER-ID.
049500     MOVE FDLOG-CHANGE-DATE    TO OACT-CHANGE-DATE.
049600     MOVE FDLOG-CHANGE-TIME    TO OACT-CHANGE-TIME.
049700     MOVE 'FDLG'               TO OACT-SOURCE-CD.
049800     MOVE FDLOG-ACCT-NO        TO OACT-OBJECT-ID.
049900
050000     EVALUATE FDLOG-DISPOSITION
050100         WHEN 'F'
050200             STRING 'FRAUD CONFIRM ' FDLOG-PATTERN-CD
050300                     DELIMITED BY SIZE
050400                 INTO OACT-DESC
050500         WHEN 'P'
050600             STRING 'FALSE POSITIVE ' FDLOG-PATTERN-CD
050700                     DELIMITED BY SIZE
050800                 INTO OACT-DESC
050900         WHEN OTHER
051000             STRING 'FRAUD DISP ' FDLOG-DISPOSITION ' '
051100                     FDLOG-PATTERN-CD
051200                     DELIMITED BY SIZE
051300                 INTO OACT-DESC
051400     END-EVALUATE.
051500
051600     MOVE FDLOG-SECOND-OPER-ID TO OACT-OTHER-OPER-ID.
051700     MOVE FDLOG-SECOND-OPER-ID TO WS-SECOND-OPER-ID.
051800     SET OACT-FRAUD-CHANGE TO TRUE.
051900
052000     PERFORM 2800-WRITE-DUAL-CONTROL
052100         THRU 2800-WRITE-DUAL-CONTROL-EXIT.
052200
052300     PERFORM 2690-READ-FDLOG
052400         THRU 2690-READ-FDLOG-EXIT.
052500
052600 2600-TAKE-FDLOG-EXIT.
052700     EXIT.
052800
052900*----------------------------------------------------------------*
053000*  2690-READ-FDLOG                                                *
053100*----------------------------------------------------------------*
053200 2690-READ-FDLOG.
053300
053400     READ FRAUD-DISP-LOG-FILE
053500         AT END
053600             SET WS-FDLOG-EOF-YES TO TRUE
053700             GO TO 2690-READ-FDLOG-EXIT
053800     END-READ.
053900
054000     ADD 1 TO WS-FDLOG-READ-COUNT.
054100
054200 2690-READ-FDLOG-EXIT.
054300     EXIT.
054400
054500*----------------------------------------------------------------*
054600*  2700-TAKE-OLOG                                                 *
054700*      ONE OPERATOR-TABLE CHANGE FROM OPERMNT.  THE ADMIN WHO     *
054800*      MADE IT GETS THE ACTION; THE OPERATOR IT WAS MADE TO GETS  *
054900*      A TARGET RECORD CARRYING THE NEW STATUS, WHICH IS HOW THE  *
055000*      REPORT KNOWS WHEN THAT OPERATOR WAS REVOKED OR RESTORED.   *
055100*----------------------------------------------------------------*
055200 2700-TAKE-OLOG.
055300
055400     MOVE SPACES               TO OACT-RECORD.
055500     MOVE OLOG-ADMIN-OPER-ID   TO OACT-OPER-ID.
055600     MOVE OLOG-CHANGE-DATE     TO OACT-CHANGE-DATE.
055700     MOVE OLOG-CHANGE-TIME     TO OACT-CHANGE-TIME.
055800     MOVE 'OLOG'               TO OACT-SOURCE-CD.
055900     MOVE 'P'                  TO OACT-ROLE.
056000     MOVE OLOG-TARGET-OPER-ID  TO OACT-OBJECT-ID.
056100     STRING 'OPER ' OLOG-OLD-STATUS '>' OLOG-NEW-STATUS
056200             ' ROLE ' OLOG-OLD-ROLE '>' OLOG-NEW-ROLE
056300             DELIMITED BY SIZE
056400         INTO OACT-DESC.
056500     MOVE OLOG-TARGET-OPER-ID  TO OACT-OTHER-OPER-ID.
056600     MOVE OLOG-NEW-STATUS      TO OACT-NEW-OPER-STATUS.
056700
056800     PERFORM 2900-WRITE-OACT
056900         THRU 2900-WRITE-OACT-EXIT.
057000
057100     MOVE OLOG-TARGET-OPER-ID  TO OACT-OPER-ID.
057200     MOVE 'T'                  TO OACT-ROLE.
057300     MOVE OLOG-ADMIN-OPER-ID   TO OACT-OBJECT-ID.
057400     MOVE OLOG-ADMIN-OPER-ID   TO OACT-OTHER-OPER-ID.
057500
057600     PERFORM 2900-WRITE-OACT
057700         THRU 2900-WRITE-OACT-EXIT.
057800
057900     PERFORM 2790-READ-OLOG
058000         THRU 2790-READ-OLOG-EXIT.
058100
058200 2700-TAKE-OLOG-EXIT.
058300     EXIT.
058400
058500*----------------------------------------------------------------*
058600*  2790-READ-OLOG                                                 *
058700*----------------------------------------------------------------*
058800 2790-READ-OLOG.
058900
059000     READ OPER-LOG-FILE
059100         AT END
059200             SET WS-OLOG-EOF-YES TO TRUE
059300             GO TO 2790-READ-OLOG-EXIT
059400     END-READ.
059500
059600     ADD 1 TO WS-OLOG-READ-COUNT.
059700
059800 2790-READ-OLOG-EXIT.
059900     EXIT.
060000
060100*----------------------------------------------------------------*
060200*  2800-WRITE-DUAL-CONTROL                                        *
060300*      WRITE THE PRIMARY OPERATOR'S RECORD, THEN ONE FOR THE      *
060400*      SECOND OPERATOR WHO APPROVED THE CHANGE.  A SECOND         *
060500*      OPERATOR THE SAME AS THE PRIMARY GETS NO SEPARATE RECORD   *
060600*      - THE PRIMARY RECORD ALREADY NAMES THAT ID ON BOTH SIDES,  *
060700*      WHICH IS WHAT THE REPORT FLAGS.                            *
060800*----------------------------------------------------------------*
060900 2800-WRITE-DUAL-CONTROL.
061000
061100     MOVE 'P' TO OACT-ROLE.
061200
061300     PERFORM 2900-WRITE-OACT
061400         THRU 2900-WRITE-OACT-EXIT.
061500
061600     IF WS-SECOND-OPER-ID = SPACES
061700     OR WS-SECOND-OPER-ID = OACT-OPER-ID
061800         GO TO 2800-WRITE-DUAL-CONTROL-EXIT
061900     END-IF.
062000
062100     MOVE OACT-OPER-ID        TO OACT-OTHER-OPER-ID.
062200     MOVE WS-SECOND-OPER-ID   TO OACT-OPER-ID.
062300     MOVE 'S'                 TO OACT-ROLE.
062400
062500     PERFORM 2900-WRITE-OACT
062600         THRU 2900-WRITE-OACT-EXIT.
062700
062800 2800-WRITE-DUAL-CONTROL-EXIT.
062900     EXIT.
063000
063100*----------------------------------------------------------------*
063200*  2900-WRITE-OACT                                                *
063300*----------------------------------------------------------------*
063400 2900-WRITE-OACT.
063500
063600     WRITE OACT-RECORD.
063700     ADD 1 TO WS-OACT-WRITE-COUNT.
063800
063900 2900-WRITE-OACT-EXIT.
064000     EXIT.
064001
064002*----------------------------------------------------------------*
064003*  3000-TAKE-ILOG                                                 *
064004*      ONE HOLD RELEASE OR LIMIT / CATEGORY RULE RETIREMENT MADE  *
064005*      BY THE NIGHTLY INTEGRITY CHECK ON A CLOSED ACCOUNT.        *
064006*----------------------------------------------------------------*
064007 3000-TAKE-ILOG.
064008
064009     MOVE SPACES              TO OACT-RECORD.
064010     MOVE ILOG-OPERATOR-ID    TO OACT-OPER-ID.
064011     MOVE ILOG-CHANGE-DATE    TO OACT-CHANGE-DATE.
064012     MOVE ILOG-CHANGE-TIME    TO OACT-CHANGE-TIME.
064013     MOVE 'ILOG'              TO OACT-SOURCE-CD.
064014     MOVE 'P'                 TO OACT-ROLE.
064015     MOVE ILOG-ACCT-NO        TO OACT-OBJECT-ID.
064016
064017     EVALUATE TRUE
064018         WHEN ILOG-FILE-HOLD
064019             MOVE 'HOLD RELEASED'      TO OACT-DESC
064020         WHEN ILOG-FILE-LIMIT
064021             MOVE 'LIMIT RETIRED'      TO OACT-DESC
064022         WHEN ILOG-FILE-MCC
064023             STRING 'MCC RETIRED ' ILOG-ITEM-ID(1:4)
064024                     DELIMITED BY SIZE
064025                 INTO OACT-DESC
064026         WHEN OTHER
064027             STRING 'INTEGRITY ' ILOG-FILE-CD ' ' ILOG-ACTION
064028                     DELIMITED BY SIZE
064029                 INTO OACT-DESC
064030     END-EVALUATE.
064031
064032     PERFORM 2900-WRITE-OACT
064033         THRU 2900-WRITE-OACT-EXIT.
064034
064035     PERFORM 3090-READ-ILOG
064036         THRU 3090-READ-ILOG-EXIT.
064037
064038 3000-TAKE-ILOG-EXIT.
064039     EXIT.
064040
064041*----------------------------------------------------------------*
064042*  3090-READ-ILOG                                                 *
064043*----------------------------------------------------------------*
064044 3090-READ-ILOG.
064045
064046     READ INT-LOG-FILE
064047         AT END
064048             SET WS-ILOG-EOF-YES TO TRUE
064049             GO TO 3090-READ-ILOG-EXIT
064050     END-READ.
064051
064052     ADD 1 TO WS-ILOG-READ-COUNT.
064053
064054 3090-READ-ILOG-EXIT.
064055     EXIT.
064056
064057*----------------------------------------------------------------*
064058*  3100-TAKE-XLOG                                                 *
064059*      ONE EXCHANGE RATE ADDED OR CHANGED, ONLINE OR IN BULK.     *
064060*----------------------------------------------------------------*
064061 3100-TAKE-XLOG.
064062
064063     MOVE SPACES              TO OACT-RECORD.
064064     MOVE XLOG-OPERATOR-ID    TO OACT-OPER-ID.
064065     MOVE XLOG-CHANGE-DATE    TO OACT-CHANGE-DATE.
064066     MOVE XLOG-CHANGE-TIME    TO OACT-CHANGE-TIME.
064067     MOVE 'XLOG'              TO OACT-SOURCE-CD.
064068     MOVE 'P'                 TO OACT-ROLE.
064069     MOVE XLOG-CURRENCY-CD    TO OACT-OBJECT-ID.
064070     IF XLOG-FUNC-ADD
064071         MOVE 'FX RATE ADDED'      TO OACT-DESC
064072     ELSE
064073         MOVE 'FX RATE CHANGED'    TO OACT-DESC
064074     END-IF.
064075
064076     PERFORM 2900-WRITE-OACT
064077         THRU 2900-WRITE-OACT-EXIT.
064078
064079     PERFORM 3190-READ-XLOG
064080         THRU 3190-READ-XLOG-EXIT.
064081
064082 3100-TAKE-XLOG-EXIT.
064083     EXIT.
064084
064085*----------------------------------------------------------------*
064086*  3190-READ-XLOG                                                 *
064087*----------------------------------------------------------------*
064088 3190-READ-XLOG.
064089
064090     READ FX-RATE-LOG-FILE
064091         AT END
064092             SET WS-XLOG-EOF-YES TO TRUE
064093             GO TO 3190-READ-XLOG-EXIT
064094     END-READ.
064095
064096     ADD 1 TO WS-XLOG-READ-COUNT.
064097
064098 3190-READ-XLOG-EXIT.
064099     EXIT.
064100
064101*----------------------------------------------------------------*
064102*  3200-TAKE-WLOG                                                 *
064103*      ONE WHAT-IF INQUIRY - NOTHING CHANGED, BUT THE OPERATOR    *
064104*      SAW THE ACCOUNT'S LIMITS AND AVAILABLE BALANCE.            *
064105*----------------------------------------------------------------*
064106 3200-TAKE-WLOG.
064107
064108     MOVE SPACES              TO OACT-RECORD.
064109     MOVE WLOG-OPERATOR-ID    TO OACT-OPER-ID.
064110     MOVE WLOG-INQUIRY-DATE   TO OACT-CHANGE-DATE.
064111     MOVE WLOG-INQUIRY-TIME   TO OACT-CHANGE-TIME.
064112     MOVE 'WLOG'              TO OACT-SOURCE-CD.
064113     MOVE 'P'                 TO OACT-ROLE.
064114     MOVE WLOG-ACCT-NO        TO OACT-OBJECT-ID.
064115     MOVE 'WHAT-IF INQUIRY'   TO OACT-DESC.
064116
064117     PERFORM 2900-WRITE-OACT
064118         THRU 2900-WRITE-OACT-EXIT.
064119
064120     PERFORM 3290-READ-WLOG
064121         THRU 3290-READ-WLOG-EXIT.
064122
064123 3200-TAKE-WLOG-EXIT.
064124     EXIT.
064125
064126*----------------------------------------------------------------*
064127*  3290-READ-WLOG                                                 *
064128*----------------------------------------------------------------*
064129 3290-READ-WLOG.
064130
064131     READ WHATIF-LOG-FILE
064132         AT END
064133             SET WS-WLOG-EOF-YES TO TRUE
064134             GO TO 3290-READ-WLOG-EXIT
064135     END-READ.
064136
064137     ADD 1 TO WS-WLOG-READ-COUNT.
064138
064139 3290-READ-WLOG-EXIT.
064140     EXIT.
064141
064142*----------------------------------------------------------------*
064143*  3300-TAKE-FHST                                                 *
064144*      ONE FEE WAIVER - A SUPERVISOR CREDITED A FEE BACK TO THE   *
064145*      ACCOUNT.  A FEE CHARGED BY THE NIGHTLY RUN IS NOT AN       *
064146*      OPERATOR'S ACTION AND IS PASSED OVER.                      *
064147*----------------------------------------------------------------*
064148 3300-TAKE-FHST.
064149
064150     IF NOT FHST-ENTRY-WAIVED
064151         GO TO 3300-TAKE-FHST-NEXT
064152     END-IF.
064153
064154     MOVE SPACES              TO OACT-RECORD.
064155     MOVE FHST-OPERATOR-ID    TO OACT-OPER-ID.
064156     MOVE FHST-ENTRY-DATE     TO OACT-CHANGE-DATE.
064157     MOVE FHST-ENTRY-TIME     TO OACT-CHANGE-TIME.
064158     MOVE 'FHST'              TO OACT-SOURCE-CD.
064159     MOVE 'P'                 TO OACT-ROLE.
064160     MOVE FHST-ACCT-NO        TO OACT-OBJECT-ID.
064161     STRING 'WAIVED ' FHST-FEE-REF
064162         DELIMITED BY SIZE
064163         INTO OACT-DESC.
064164
064165     PERFORM 2900-WRITE-OACT
064166         THRU 2900-WRITE-OACT-EXIT.
064167
064168 3300-TAKE-FHST-NEXT.
064169     PERFORM 3390-READ-FHST
064170         THRU 3390-READ-FHST-EXIT.
064171
064172 3300-TAKE-FHST-EXIT.
064173     EXIT.
064174
064175*----------------------------------------------------------------*
064176*  3390-READ-FHST                                                 *
064177*----------------------------------------------------------------*
064178 3390-READ-FHST.
064179
064180     READ FEE-HIST-FILE
064181         AT END
064182             SET WS-FHST-EOF-YES TO TRUE
064183             GO TO 3390-READ-FHST-EXIT
064184     END-READ.
064185
064186     ADD 1 TO WS-FHST-READ-COUNT.
064187
064188 3390-READ-FHST-EXIT.
064189     EXIT.
064190
064200*----------------------------------------------------------------*
064300*  9000-FINALIZE                                                  *
064400*      WRITE THE RUN TOTALS AND CLOSE THE FILES.                  *
064500*----------------------------------------------------------------*
064600 9000-FINALIZE.
064700
064800     MOVE WS-MLOG-READ-COUNT TO WS-RPT-COUNT-ED.
064900     MOVE SPACES TO RPT-LINE.
065000     STRING 'PAYMLOG STATUS CHANGES READ . . . ' DELIMITED BY SIZE
065100             WS-RPT-COUNT-ED DELIMITED BY SIZE
065200         INTO RPT-LINE.
065300     WRITE RPT-LINE.
065400
065500     MOVE WS-CLOG-READ-COUNT TO WS-RPT-COUNT-ED.
065600     MOVE SPACES TO RPT-LINE.
065700     STRING 'PAYCLOG CIF CHANGES READ  . . . . ' DELIMITED BY SIZE
065800             WS-RPT-COUNT-ED DELIMITED BY SIZE
065900         INTO RPT-LINE.
066000     WRITE RPT-LINE.
066100
066200     MOVE WS-LLOG-READ-COUNT TO WS-RPT-COUNT-ED.
066300     MOVE SPACES TO RPT-LINE.
066400     STRING 'PAYLLOG LIMIT CHANGES READ  . . . ' DELIMITED BY SIZE
066500             WS-RPT-COUNT-ED DELIMITED BY SIZE
066600         INTO RPT-LINE.
066700     WRITE RPT-LINE.
066800
066900     MOVE WS-NLOG-READ-COUNT TO WS-RPT-COUNT-ED.
067000     MOVE SPACES TO RPT-LINE.
067100     STRING 'PAYNLOG NEG LIST CHANGES READ . . ' DELIMITED BY SIZE
067200             WS-RPT-COUNT-ED DELIMITED BY SIZE
067300         INTO RPT-LINE.
067400     WRITE RPT-LINE.
067500
067600     MOVE WS-DLOG-READ-COUNT TO WS-RPT-COUNT-ED.
067700     MOVE SPACES TO RPT-LINE.
067800     STRING 'PAYDLOG DISPUTE STEPS READ  . . . ' DELIMITED BY SIZE
067900             WS-RPT-COUNT-ED DELIMITED BY SIZE
068000         INTO RPT-LINE.
068100     WRITE RPT-LINE.
068200
068300     MOVE WS-FDLOG-READ-COUNT TO WS-RPT-COUNT-ED.
068400     MOVE SPACES TO RPT-LINE.
068500     STRING 'FRDDLOG DISPOSITIONS READ . . . . ' DELIMITED BY SIZE
068600             WS-RPT-COUNT-ED DELIMITED BY SIZE
068700         INTO RPT-LINE.
068800     WRITE RPT-LINE.
068900
069000     MOVE WS-OLOG-READ-COUNT TO WS-RPT-COUNT-ED.
069100     MOVE SPACES TO RPT-LINE.
069200     STRING 'OPERLOG TABLE CHANGES READ  . . . ' DELIMITED BY SIZE
069300             WS-RPT-COUNT-ED DELIMITED BY SIZE
069400         INTO RPT-LINE.
069500     WRITE RPT-LINE.
069510
069520     MOVE WS-ILOG-READ-COUNT TO WS-RPT-COUNT-ED.
069530     MOVE SPACES TO RPT-LINE.
069540     STRING 'PAYILOG INTEGRITY CHANGES READ  . ' DELIMITED BY SIZE
069550             WS-RPT-COUNT-ED DELIMITED BY SIZE
069560         INTO RPT-LINE.
069570     WRITE RPT-LINE.
069572
069574     MOVE WS-XLOG-READ-COUNT TO WS-RPT-COUNT-ED.
069576     MOVE SPACES TO RPT-LINE.
069578     STRING 'PAYXLOG EXCHANGE RATE CHANGES . . ' DELIMITED BY SIZE
069580             WS-RPT-COUNT-ED DELIMITED BY SIZE
069582         INTO RPT-LINE.
069584     WRITE RPT-LINE.
069586
069588     MOVE WS-WLOG-READ-COUNT TO WS-RPT-COUNT-ED.
069590     MOVE SPACES TO RPT-LINE.
069592     STRING 'PAYWLOG WHAT-IF INQUIRIES READ  . ' DELIMITED BY SIZE
069594             WS-RPT-COUNT-ED DELIMITED BY SIZE
069596         INTO RPT-LINE.
069598     WRITE RPT-LINE.
069600
069610     MOVE WS-FHST-READ-COUNT TO WS-RPT-COUNT-ED.
069620     MOVE SPACES TO RPT-LINE.
069630     STRING 'PAYFHST FEE HISTORY READ  . . . . ' DELIMITED BY SIZE
069640             WS-RPT-COUNT-ED DELIMITED BY SIZE
069650         INTO RPT-LINE.
069660     WRITE RPT-LINE.
069670
069700     MOVE WS-OACT-WRITE-COUNT TO WS-RPT-COUNT-ED.
069800     MOVE SPACES TO RPT-LINE.
069900     STRING 'ACTIVITY RECORDS WRITTEN  . . . . ' DELIMITED BY SIZE
070000             WS-RPT-COUNT-ED DELIMITED BY SIZE
070100         INTO RPT-LINE.
070200     WRITE RPT-LINE.
070300
070400     CLOSE PAY-MAINT-LOG-FILE.
070500     CLOSE CIF-LOG-FILE.
070600     CLOSE PAY-LIMIT-LOG-FILE.
070700     CLOSE PAY-MNEG-LOG-FILE.
070800     CLOSE DISPUTE-LOG-FILE.
070900     CLOSE FRAUD-DISP-LOG-FILE.
071000     CLOSE OPER-LOG-FILE.
071050     CLOSE INT-LOG-FILE.
071075     CLOSE FX-RATE-LOG-FILE.
071085     CLOSE WHATIF-LOG-FILE.
071090     CLOSE FEE-HIST-FILE.
071100     CLOSE OPER-ACT-FILE.
071200     CLOSE OACT-RPT-FILE.
071300
071400 9000-FINALIZE-EXIT.
071500     EXIT.
