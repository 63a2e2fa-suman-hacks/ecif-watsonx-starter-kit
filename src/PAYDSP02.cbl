001960*                   COMPLETED FOR THE SAME BUSINESS DATE - TWO    *
001980*                   WRITERS MUST NOT WORK THE CUSTOMER MASTER AT  *
001990*                   ONCE - AND WILL NOT RUN TWICE IN ONE NIGHT.   *
001992*  2026-10-15  DM   THE PAYDLOG RECORD FOR A PROVISIONAL CREDIT   *
001994*                   NOW CARRIES DLOG-BALANCE-EFFECT 'C' SO THE    *
001996*                   GL EXTRACT (PAYGLX01) BOOKS IT.               *
001997*  2026-10-15  DM   PREDECESSOR IS NOW THE INTEGRITY CHECK        *
001998*                   (PAYINT01), WHICH RUNS BETWEEN PAYCIF01 AND   *
001999*                   THIS JOB AND ONLY READS THE CUSTOMER MASTER.  *
002000*----------------------------------------------------------------*
002100
002200 ENVIRONMENT DIVISION.
015510*----------------------------------------------------------------*
015515*  1050-RUN-CONTROL-START                                         *
015520*      RECORD THE START ON THE SHARED RUN-CONTROL FILE.  THE      *
015525*      RUN IS REFUSED UNTIL PAYINT01 HAS COMPLETED FOR THIS       *
015530*      BUSINESS DATE, OR IF IT HAS ALREADY COMPLETED TONIGHT -    *
015535*      A RESTART AFTER AN ABEND IS LET THROUGH.                   *
015540*----------------------------------------------------------------*
015550
015555     MOVE 'S'         TO RCTLP-FUNCTION.
015560     MOVE 'PAYDSP02'  TO RCTLP-JOB-NAME.
015565     MOVE 'PAYINT01'  TO RCTLP-PRED-JOB-NAME.
015570     MOVE WS-RUN-DATE TO RCTLP-BUS-DATE.
015575     MOVE ZERO        TO RCTLP-RECORDS-PROCESSED.
015580     CALL 'PAYRCTL' USING RCTL-PARM.
015585
015590     IF RCTLP-PRED-NOT-DONE
015595         DISPLAY 'PAYDSP02 HELD - PAYINT01 NOT COMPLETE FOR '
015600                 WS-RUN-DATE
015605         MOVE 16 TO RETURN-CODE
015610         GOBACK
027400     MOVE WS-RUN-DATE TO DLOG-CHANGE-DATE.
027500     MOVE WS-NOW-TIME TO DLOG-CHANGE-TIME.
027600     MOVE 'PAYDSP02'  TO DLOG-OPERATOR-ID.
027650     MOVE 'C'         TO DLOG-BALANCE-EFFECT.
027700
027800     WRITE DLOG-RECORD.
027900
