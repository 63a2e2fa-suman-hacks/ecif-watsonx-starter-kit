001996*                   CYCLE DATE AND THE COUNT ARCHIVED - SO THE    *
001998*                   RESEARCH UTILITY (PAYJRQ01) CAN TELL A        *
001999*                   MISSING GENERATION FROM A QUIET DAY.          *
002000*  2026-10-15  DM   THE DORMANCY SWEEP (PAYDRM01) JOINED THE      *
002020*                   CHAIN AHEAD OF THE CYCLE - IT READS THE KEYED *
002040*                   JOURNAL BEFORE TONIGHT'S PRUNE - SO THE RUN   *
002060*                   NOW WAITS ON PAYDRM01 INSTEAD OF PAYHEXP.     *
002082*  2026-10-15  DM   THE JOURNAL RECORD GREW TO CARRY THE          *
002084*                   MULTI-CURRENCY AMOUNTS - THE ARCHIVE RECORD   *
002086*                   WIDENED TO MATCH, SO NOTHING IS CUT OFF THE   *
002088*                   END.                                          *
002098*----------------------------------------------------------------*
002100
002200 ENVIRONMENT DIVISION.
002300
004700
004800 FD  JRNL-ARCH-FILE
004900     RECORDING MODE IS F.
005000 01  ARCH-RECORD                 PIC X(108).
005100
005200 FD  PAY-JRNL-KEYED-FILE.
005300 COPY PAYJKEY.
014510*----------------------------------------------------------------*
014515*  1050-RUN-CONTROL-START                                         *
014520*      RECORD THE START ON THE SHARED RUN-CONTROL FILE.  THE      *
014525*      RUN IS REFUSED UNTIL PAYDRM01 HAS COMPLETED FOR THIS       *
014530*      BUSINESS DATE, OR IF IT HAS ALREADY COMPLETED TONIGHT -    *
014535*      A RESTART AFTER AN ABEND IS LET THROUGH.                   *
014540*----------------------------------------------------------------*
014550
014555     MOVE 'S'         TO RCTLP-FUNCTION.
014560     MOVE 'PAYJCYC '  TO RCTLP-JOB-NAME.
014565     MOVE 'PAYDRM01'  TO RCTLP-PRED-JOB-NAME.
014570     MOVE WS-RUN-DATE TO RCTLP-BUS-DATE.
014575     MOVE ZERO        TO RCTLP-RECORDS-PROCESSED.
014580     CALL 'PAYRCTL' USING RCTL-PARM.
014585
014590     IF RCTLP-PRED-NOT-DONE
014595         DISPLAY 'PAYJCYC HELD - PAYDRM01 NOT COMPLETE FOR '
014600                 WS-RUN-DATE
014605         MOVE 16 TO RETURN-CODE
014610         GOBACK
