000100*----------------------------------------------------------------*
000200*  PAYPHST - POSTED-TRANSACTION HISTORY RECORD                    *
000300*----------------------------------------------------------------*
000400*  COPYBOOK:  PAYPHST                                             *
000500*  PURPOSE :  ONE RECORD PER SETTLEMENT ITEM PAYSETL APPLIES TO   *
000600*             THE ECIF BALANCE, APPENDED AS IT POSTS - UNTIL NOW  *
000700*             THE BALANCE WAS UPDATED IN PLACE AND NOTHING KEPT   *
000800*             WHAT WENT INTO IT.  CARRIES THE NETWORK'S POSTED    *
000900*             DATE, THE BUSINESS DATE THE BALANCE ACTUALLY MOVED  *
001000*             ON, AND THE BALANCE LEFT BEHIND, SO THE MONTHLY     *
001100*             STATEMENT (PAYSTM01) CAN WORK A BALANCE BACKWARD    *
001200*             TO ANY PERIOD.                                      *
001300*----------------------------------------------------------------*
001400*  MODIFICATION HISTORY                                           *
001500*  2026-10-15  DM   INITIAL VERSION.                              *
001510*  2026-10-15  DM   ADDED PHST-CURRENCY-CD AND PHST-ORIG-AMOUNT   *
001520*                   FROM FILLER SO THE STATEMENT CAN SHOW A       *
001530*                   FOREIGN ITEM IN THE CURRENCY IT WAS SPENT IN. *
001540*                   RECORD LENGTH UNCHANGED.                      *
001600*----------------------------------------------------------------*
001700 01  PHST-RECORD.
001800     05  PHST-ACCT-NO                 PIC X(10).
001900     05  PHST-TRAN-ID                 PIC X(12).
002000     05  PHST-POSTED-AMOUNT           PIC S9(07)V99.
002100     05  PHST-POSTED-DATE             PIC 9(08).
002200     05  PHST-APPLIED-DATE            PIC 9(08).
002300     05  PHST-BALANCE-AFTER           PIC S9(09)V99.
002400     05  PHST-CURRENCY-CD             PIC X(03).
002500     05  PHST-ORIG-AMOUNT             PIC S9(09)V99.
002600     05  FILLER                       PIC X(06).
