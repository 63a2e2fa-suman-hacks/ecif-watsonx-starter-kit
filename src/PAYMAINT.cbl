001504*                   DUAL CONTROL: A SECOND AUTHORIZED FRAUD-ROLE    *
001505*                   OPERATOR MUST CONFIRM, AND BOTH IDS GO ON THE   *
001506*                   PAYMLOG AUDIT RECORD.                           *
001507*  2026-10-15  DM   RETURNING AN ACCOUNT TO ACTIVE FROM ANY OTHER   *
001508*                   STATUS STAMPS ECIF-ACTIVE-SINCE-DATE, SO THE    *
001509*                   NIGHTLY DORMANCY SWEEP (PAYDRM01) DOES NOT PUT  *
001510*                   A JUST-REACTIVATED ACCOUNT STRAIGHT BACK TO     *
001511*                   DORMANT.                                        *
001512*----------------------------------------------------------------*
001600 
001700 ENVIRONMENT DIVISION.
001800 
014790     MOVE CUST-ACCT-STATUS TO MAINT-OLD-STATUS.
014900     MOVE MAINT-NEW-STATUS TO CUST-ACCT-STATUS.
014950     MOVE MAINT-HOLD-EXPIRE-DATE TO CUST-HOLD-EXPIRE-DATE.
014960     IF CUST-STATUS-ACTIVE
014970     AND MAINT-OLD-STATUS NOT = 'A'
014980         ACCEPT ECIF-ACTIVE-SINCE-DATE FROM DATE YYYYMMDD
014990     END-IF.
015000
015100     REWRITE ECIF-CUSTOMER-RECORD
015200         INVALID KEY
