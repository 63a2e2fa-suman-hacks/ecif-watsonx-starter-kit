001100*----------------------------------------------------------------*
001200*  MODIFICATION HISTORY                                           *
001300*  2026-08-21  DM   INITIAL VERSION.                              *
001310*  2026-10-15  DM   THE TRAILING FILLER NOW CARRIES THE           *
001320*                   CROSS-BORDER RULE - LRQ-XB-ACTION ('B' BLOCK, *
001330*                   'C' CAP, SPACE NONE) AND                      *
001340*                   LRQ-XB-DAILY-CAP-AMT, THE CAP FOR A 'C' RULE. *
001350*                   RECORD LENGTH UNCHANGED.                      *
001400*----------------------------------------------------------------*
001500 01  LRQ-RECORD.
001600     05  LRQ-ACCT-NO                  PIC X(10).
001700     05  LRQ-DAILY-LIMIT-AMT          PIC 9(07)V99.
001800     05  LRQ-DAILY-COUNT-MAX          PIC 9(03).
001900     05  LRQ-XB-ACTION                PIC X(01).
002000     05  LRQ-XB-DAILY-CAP-AMT         PIC 9(07)V99.
