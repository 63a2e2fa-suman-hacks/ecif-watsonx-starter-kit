001604*                   REVERSAL CONSUMES A SAME-KEY STAND-IN OR       *
001605*                   COMPLETION AS A REVERSED PAIR THE SAME WAY     *
001606*                   IT CONSUMES AN ORDINARY APPROVAL.              *
001607*  2026-10-15  DM   THE GL EXTRACT (PAYGLX01) NOW RUNS BETWEEN     *
001608*                   PAYDSP02 AND THE RECON, SO THE RUN IS HELD     *
001609*                   UNTIL PAYGLX01 COMPLETES INSTEAD.              *
001611*  2026-10-15  DM   A MATCHED APPROVAL WHOSE SETTLEMENT RECORD     *
001612*                   QUOTES AN APPROVAL CODE OTHER THAN THE ONE     *
001613*                   PAYVAL01 JOURNALED IS NOW AN EXCEPTION         *
001614*                   (APPROVAL CD MISMATCH) INSTEAD OF A CLEAN      *
001615*                   MATCH.  A BLANK CODE ON EITHER SIDE (AN ITEM   *
001616*                   AUTHORIZED BEFORE CODES WERE ISSUED, OR A      *
001617*                   NETWORK THAT DOES NOT SEND ONE) IS NOT         *
001618*                   CHECKED.                                       *
001620*  2026-10-15  DM   THE JOURNAL RECORD GREW TO CARRY THE           *
001621*                   MULTI-CURRENCY AMOUNTS - THE SAVED-RECORD      *
001622*                   AREAS FOR A TRANSACTION GROUP WIDENED TO       *
001623*                   MATCH.                                         *
001630*----------------------------------------------------------------*
001700 
001800 ENVIRONMENT DIVISION.
001900 
005594     05  WS-GROUP-ACCT-NO          PIC X(10).
005595     05  WS-GROUP-TRAN-ID          PIC X(12).
005596
005597 01  WS-JRNL-FIRST-RECORD        PIC X(108).
005598 01  WS-JRNL-HOLD-RECORD         PIC X(108).
005599 01  WS-JRNL-COMPLETE-RECORD     PIC X(108).
005601
005602 01  WS-COUNTERS.
005700     05  WS-JRNL-COUNT             PIC 9(07)      VALUE ZERO.
005800     05  WS-SETL-COUNT             PIC 9(07)      VALUE ZERO.
005900     05  WS-MATCHED-COUNT          PIC 9(07)      VALUE ZERO.
006000     05  WS-DECLINE-POSTED-COUNT   PIC 9(07)      VALUE ZERO.
006050     05  WS-APPROVAL-MISMATCH-COUNT PIC 9(07)     VALUE ZERO.
006100     05  WS-APPROVE-UNPOSTED-COUNT PIC 9(07)      VALUE ZERO.
006150     05  WS-DUP-JRNL-COUNT         PIC 9(07)      VALUE ZERO.
006155     05  WS-REVERSED-JRNL-COUNT    PIC 9(07)      VALUE ZERO.
011208*----------------------------------------------------------------*
011212*  1050-RUN-CONTROL-START                                         *
011216*      RECORD THE START ON THE SHARED RUN-CONTROL FILE.  THE      *
011220*      RUN IS REFUSED UNTIL PAYGLX01 - WHICH FOLLOWS THE LAST     *
011224*      OF THE ECIF WRITERS AHEAD OF THE RECON - HAS COMPLETED     *
011226*      FOR THIS BUSINESS DATE, OR IF IT HAS ALREADY COMPLETED     *
011228*      TONIGHT - A RESTART AFTER AN ABEND IS LET THROUGH.         *
011232*----------------------------------------------------------------*
011236 1050-RUN-CONTROL-START.
011240
011244     MOVE 'S'         TO RCTLP-FUNCTION.
011248     MOVE 'PAYRECON'  TO RCTLP-JOB-NAME.
011252     MOVE 'PAYGLX01'  TO RCTLP-PRED-JOB-NAME.
011256     MOVE WS-RUN-DATE TO RCTLP-BUS-DATE.
011260     MOVE ZERO        TO RCTLP-RECORDS-PROCESSED.
011264     CALL 'PAYRCTL' USING RCTL-PARM.
011268
011272     IF RCTLP-PRED-NOT-DONE
011276         DISPLAY 'PAYRECON HELD - PAYGLX01 NOT COMPLETE FOR '
011280                 WS-RUN-DATE
011284         MOVE 16 TO RETURN-CODE
011288         GOBACK
023400*----------------------------------------------------------------*
023500*  2500-MATCHED                                                   *
023600*      A DECLINED ENTRY THAT STILL MATCHES A POSTED SETTLEMENT    *
023700*      RECORD SETTLED WHEN IT SHOULD NOT HAVE BEEN ABLE TO.  AN   *
023710*      APPROVAL WHOSE SETTLEMENT QUOTES A DIFFERENT APPROVAL      *
023720*      CODE THAN THE ONE JOURNALED WAS SETTLED AGAINST SOMEONE    *
023730*      ELSE'S AUTHORIZATION.                                      *
023800*----------------------------------------------------------------*
023900 2500-MATCHED.
024000 
024600             DELIMITED BY SIZE
024700             INTO RPT-LINE
024800         WRITE RPT-LINE
024900         GO TO 2500-MATCHED-EXIT
024910     END-IF.
024920
024930     IF JRNL-APPROVAL-CD NOT = SPACES
024940     AND SETL-APPROVAL-CD NOT = SPACES
024950     AND SETL-APPROVAL-CD NOT = JRNL-APPROVAL-CD
024960         ADD 1 TO WS-APPROVAL-MISMATCH-COUNT
024970         MOVE SPACES TO RPT-LINE
024980         STRING 'APPROVAL CD MISMATCH - ACCT: ' JRNL-ACCT-NO
024990                 '  TRAN: ' JRNL-TRAN-ID '  ' JRNL-APPROVAL-CD
024992                 '/' SETL-APPROVAL-CD
024994             DELIMITED BY SIZE
024996             INTO RPT-LINE
024998         WRITE RPT-LINE
025000         GO TO 2500-MATCHED-EXIT
025050     END-IF.
025060
025100     ADD 1 TO WS-MATCHED-COUNT.
025200 
025300 2500-MATCHED-EXIT.
025400     EXIT.
028800             WS-RPT-COUNT-ED DELIMITED BY SIZE
028900         INTO RPT-LINE.
029000     WRITE RPT-LINE.
029010
029020     MOVE WS-APPROVAL-MISMATCH-COUNT TO WS-RPT-COUNT-ED.
029030     MOVE SPACES TO RPT-LINE.
029040     STRING '    EXCEPTION - APPROVAL CD MISMATCH '
029050             DELIMITED BY SIZE
029060             WS-RPT-COUNT-ED DELIMITED BY SIZE
029070         INTO RPT-LINE.
029080     WRITE RPT-LINE.
029100 
029200     MOVE WS-APPROVE-UNPOSTED-COUNT TO WS-RPT-COUNT-ED.
029300     MOVE SPACES TO RPT-LINE.
