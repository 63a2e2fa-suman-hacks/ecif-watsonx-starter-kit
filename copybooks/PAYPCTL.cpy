000100*----------------------------------------------------------------*
000200*  PAYPCTL - AUTHORIZATION RUN PARTITION CONTROL RECORD            *
000300*----------------------------------------------------------------*
000400*  COPYBOOK:  PAYPCTL                                              *
000500*  PURPOSE :  WRITTEN BY THE SPLIT STEP (PAYBSPL) ONCE THE DAILY   *
000600*             EXTRACT HAS PASSED CONTROL VALIDATION AND BEEN CUT   *
000700*             INTO PARTITIONS.  CARRIES THE ORIGINAL HEADER AND    *
000800*             TRAILER VALUES (BUSINESS DATE, FILE SEQUENCE NUMBER, *
000900*             RECORD COUNT, DOLLAR HASH TOTAL) AND, FOR EACH       *
001000*             PARTITION, ITS HIGH ACCOUNT AND THE DETAIL COUNT AND *
001100*             HASH WRITTEN TO IT.  THE MERGE STEP (PAYBMRG)        *
001200*             BALANCES THE PARTITION RUNS BACK TO THIS RECORD      *
001300*             BEFORE PAYBAT01 IS MARKED COMPLETE.                  *
001400*----------------------------------------------------------------*
001500*  MODIFICATION HISTORY                                            *
001600*  2026-10-15  DM   INITIAL VERSION.                               *
001700*----------------------------------------------------------------*
001800 01  PCTL-RECORD.
001900     05  PCTL-BUS-DATE                PIC 9(08).
002000     05  PCTL-FILE-SEQ-NO             PIC 9(06).
002100     05  PCTL-TRL-REC-COUNT           PIC 9(08).
002200     05  PCTL-TRL-HASH-AMT            PIC 9(13)V99.
002300     05  PCTL-PART-COUNT              PIC 9(01).
002400     05  PCTL-PART-ENTRY              OCCURS 8 TIMES.
002500         10  PCTL-PART-HIGH-ACCT-NO   PIC X(10).
002600         10  PCTL-PART-REC-COUNT      PIC 9(08).
002700         10  PCTL-PART-HASH-AMT       PIC S9(13)V99.
002800     05  FILLER                       PIC X(10).
