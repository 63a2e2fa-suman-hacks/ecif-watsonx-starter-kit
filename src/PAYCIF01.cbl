002460*                   COMPLETED FOR THE SAME BUSINESS DATE - TWO    *
002480*                   WRITERS MUST NOT WORK THE CUSTOMER MASTER AT  *
002490*                   ONCE - AND WILL NOT RUN TWICE IN ONE NIGHT.   *
002491*  2026-10-15  DM   AN ADDED ACCOUNT, OR ONE THE FEED RETURNS TO  *
002492*                   ACTIVE FROM ANOTHER STATUS, IS STAMPED WITH   *
002493*                   ECIF-ACTIVE-SINCE-DATE SO THE DORMANCY SWEEP  *
002494*                   (PAYDRM01) GIVES IT A FULL INACTIVITY WINDOW  *
002495*                   BEFORE IT CAN BE MADE DORMANT.                *
002496*  2026-10-15  DM   THE OVERDRAFT FEE RUN (PAYFEE01) NOW SITS     *
002497*                   BETWEEN PAYSETL AND THIS RUN, SO THE RUN      *
002498*                   WAITS FOR PAYFEE01 - THE LAST WRITER OF THE   *
002499*                   ECIF BALANCE BEFORE IT - INSTEAD OF PAYSETL.  *
002500*----------------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
022110*----------------------------------------------------------------*
022115*  1150-RUN-CONTROL-START                                         *
022120*      RECORD THE START ON THE SHARED RUN-CONTROL FILE.  THE      *
022125*      RUN IS REFUSED UNTIL PAYFEE01 HAS COMPLETED FOR THIS       *
022130*      BUSINESS DATE, OR IF IT HAS ALREADY COMPLETED TONIGHT -    *
022135*      A RESTART AFTER AN ABEND IS LET THROUGH.                   *
022140*----------------------------------------------------------------*
022150
022155     MOVE 'S'         TO RCTLP-FUNCTION.
022160     MOVE 'PAYCIF01'  TO RCTLP-JOB-NAME.
022165     MOVE 'PAYFEE01'  TO RCTLP-PRED-JOB-NAME.
022170     MOVE WS-RUN-DATE TO RCTLP-BUS-DATE.
022175     MOVE ZERO        TO RCTLP-RECORDS-PROCESSED.
022180     CALL 'PAYRCTL' USING RCTL-PARM.
022185
022190     IF RCTLP-PRED-NOT-DONE
022195         DISPLAY 'PAYCIF01 HELD - PAYFEE01 NOT COMPLETE FOR '
022200                 WS-RUN-DATE
022205         MOVE 16 TO RETURN-CODE
022210         GOBACK
048100     MOVE CIFD-ADDR-CITY       TO ECIF-ADDR-CITY.
048200     MOVE CIFD-ADDR-STATE      TO ECIF-ADDR-STATE.
048300     MOVE CIFD-ADDR-ZIP        TO ECIF-ADDR-ZIP.
048350     MOVE WS-RUN-DATE          TO ECIF-ACTIVE-SINCE-DATE.
048400
048500     WRITE ECIF-CUSTOMER-RECORD.
048600
055600     MOVE CIFD-ADDR-CITY       TO ECIF-ADDR-CITY.
055700     MOVE CIFD-ADDR-STATE      TO ECIF-ADDR-STATE.
055800     MOVE CIFD-ADDR-ZIP        TO ECIF-ADDR-ZIP.
055810
055820     IF CUST-STATUS-ACTIVE
055830     AND WS-OLD-STATUS NOT = 'A'
055840         MOVE WS-RUN-DATE TO ECIF-ACTIVE-SINCE-DATE
055850     END-IF.
055900
056000     REWRITE ECIF-CUSTOMER-RECORD.
056100     ADD 1 TO WS-CHANGED-COUNT.
