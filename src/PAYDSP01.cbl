002100*                   CREDIT.  THE OPERATOR ID IS VALIDATED         *
002200*                   AGAINST PAYOPER AND EVERY STEP GOES TO THE    *
002300*                   PAYDLOG AUDIT TRAIL - THE BINDER RETIRES.     *
002310*  2026-10-15  DM   THE AUDIT RECORD NOW SAYS WHETHER THE STEP    *
002320*                   MOVED THE ECIF BALANCE (DLOG-BALANCE-EFFECT - *
002330*                   'C' CREDIT POSTED, 'D' CREDIT REVERSED).  A   *
002340*                   RESOLUTION ON A CASE IN THE WRONG STATE, OR   *
002350*                   ON AN ACCOUNT NO LONGER ON ECIF, MOVES NO     *
002360*                   MONEY AND IS LOGGED WITH A SPACE, SO THE GL   *
002370*                   EXTRACT (PAYGLX01) BOOKS ONLY REAL MOVEMENT.  *
002375*  2026-10-15  DM   OPENING A CASE NOW SHOWS THE APPROVAL CODE OF *
002380*                   THE DISPUTED DECISION FROM THE KEYED JOURNAL  *
002385*                   AND KEEPS IT ON THE CASE (DSP-APPROVAL-CD);   *
002390*                   THE RESOLVE SCREEN SHOWS IT TOO, SO THE REP   *
002395*                   CAN QUOTE IT TO THE MERCHANT.                 *
002400*----------------------------------------------------------------*
002500
002600 ENVIRONMENT DIVISION.
011200 01  DISP-CONFIRM                 PIC X(01).
011300 01  DISP-LOG-ACTION              PIC X(01).
011400 01  DISP-LOG-OPER-ID             PIC X(08).
011450 01  DISP-LOG-EFFECT              PIC X(01).
011460 01  DISP-APPROVAL-CD             PIC X(06).
011500
011600 SCREEN SECTION.
011700 01  DISP-SELECT-SCREEN.
013800     05  LINE 05 COL 10
013900         VALUE 'TRANSACTION ID . . . . . . . . . . . .'.
014000     05  LINE 05 COL 48 PIC X(12) FROM DISP-TRAN-ID.
014010     05  LINE 06 COL 10
014020         VALUE 'APPROVAL CODE. . . . . . . . . . . . .'.
014030     05  LINE 06 COL 48 PIC X(06) FROM DISP-APPROVAL-CD.
014100     05  LINE 07 COL 10
014200         VALUE 'DISPUTED AMOUNT (9999999.99). . . . .'.
014300     05  LINE 07 COL 48 PIC 9(07)V99 USING DISP-AMOUNT.
016400     05  LINE 06 COL 10
016500         VALUE 'CASE STATUS. . . . . . . . . . . . . .'.
016600     05  LINE 06 COL 48 PIC X(01) FROM DSP-STATUS.
016610     05  LINE 07 COL 10
016620         VALUE 'APPROVAL CODE. . . . . . . . . . . . .'.
016630     05  LINE 07 COL 48 PIC X(06) FROM DSP-APPROVAL-CD.
016700     05  LINE 08 COL 10
016800         VALUE 'RESOLUTION (C=CARDHOLDER M=MERCHANT).'.
016900     05  LINE 08 COL 48 PIC X(01) USING DISP-RESOLUTION.
032000     MOVE SPACE            TO DSP-RESOLUTION-CD.
032100     MOVE ZERO             TO DSP-RESOLVE-DATE.
032200     MOVE SPACES           TO DSP-RESOLVE-OPER-ID.
032250     MOVE DISP-APPROVAL-CD TO DSP-APPROVAL-CD.
032300
032400     WRITE DSP-RECORD
032500         INVALID KEY
032800     END-WRITE.
032900
033000     MOVE 'O'              TO DISP-LOG-ACTION.
033050     MOVE SPACE            TO DISP-LOG-EFFECT.
033100     MOVE DISP-OPERATOR-ID TO DISP-LOG-OPER-ID.
033200     PERFORM 5000-WRITE-AUDIT-LOG
033300         THRU 5000-WRITE-AUDIT-LOG-EXIT.
034800
034900     MOVE 'N' TO WS-JKEY-MATCH-SWITCH.
035000     MOVE 'N' TO WS-JKEY-SCAN-DONE-SW.
035050     MOVE SPACES TO DISP-APPROVAL-CD.
035100
035200     MOVE DISP-ACCT-NO TO JKEY-ACCT-NO.
035300     MOVE ZERO         TO JKEY-TRAN-DATE.
038500
038600     IF JKEY-TRAN-ID = DISP-TRAN-ID
038700         SET WS-JKEY-MATCHED   TO TRUE
038750         MOVE JKEY-APPROVAL-CD TO DISP-APPROVAL-CD
038800         SET WS-JKEY-SCAN-DONE TO TRUE
038900     END-IF.
039000
043500     END-IF.
043600
043700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
043750     MOVE SPACE TO DISP-LOG-EFFECT.
043800
043900     IF DISP-RESOLUTION = 'C'
044000     AND DSP-STATUS-OPEN
048900
049000     ADD DSP-AMOUNT TO ECIF-ACCT-BALANCE.
049100     REWRITE ECIF-CUSTOMER-RECORD.
049150     MOVE 'C' TO DISP-LOG-EFFECT.
049200
049300 4500-POST-CREDIT-EXIT.
049400     EXIT.
051000
051100     SUBTRACT DSP-AMOUNT FROM ECIF-ACCT-BALANCE.
051200     REWRITE ECIF-CUSTOMER-RECORD.
051250     MOVE 'D' TO DISP-LOG-EFFECT.
051300
051400 4600-REVERSE-CREDIT-EXIT.
051500     EXIT.
053000     MOVE WS-TODAY-DATE    TO DLOG-CHANGE-DATE.
053100     MOVE WS-NOW-TIME      TO DLOG-CHANGE-TIME.
053200     MOVE DISP-LOG-OPER-ID TO DLOG-OPERATOR-ID.
053250     MOVE DISP-LOG-EFFECT  TO DLOG-BALANCE-EFFECT.
053300
053400     OPEN EXTEND DISPUTE-LOG-FILE.
053500     WRITE DLOG-RECORD.
