000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PAYAUT01.
000300 AUTHOR.         D MCALLISTER.
000400 INSTALLATION.   CONSUMER CARD SERVICES - AUTHORIZATIONS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  MODIFICATION HISTORY                                          *
000900*----------------------------------------------------------------*
001000*  2026-10-15  DM   INITIAL VERSION - REAL-TIME AUTHORIZATION     *
001100*                   TRANSACTION.  TAKES ONE NETWORK REQUEST       *
001200*                   (ACCOUNT, AMOUNT, TRANSACTION ID, TYPE, MCC,  *
001300*                   MERCHANT ID) IN THE PAYAREQ COMMAREA, EDITS   *
001400*                   IT, AND CALLS PAYVAL01 IN ONLINE MODE INSTEAD *
001500*                   OF LEAVING THE AUTHORIZATION TO WAIT FOR THE  *
001600*                   NIGHTLY EXTRACT.  HANDS BACK THE DECISION,    *
001700*                   THE DECLINE REASON, AND - ON AN APPROVE,      *
001800*                   PREAUTH, OR STANDIN DECISION - THE APPROVAL   *
001900*                   CODE PAYVAL01 ISSUED AND JOURNALED.  A        *
002000*                   REQUEST THAT FAILS THE EDITS NEVER REACHES    *
002100*                   PAYVAL01 AND DECLINES 'FRMT'.                 *
002110*  2026-10-15  DM   MULTI-CURRENCY.  THE REQUEST NOW CARRIES THE  *
002120*                   CURRENCY CODE AND ORIGINAL AMOUNT, EDITED AND *
002130*                   PASSED TO PAYVAL01, AND THE RESPONSE HANDS    *
002140*                   BACK THE ACCOUNT-CURRENCY AMOUNT AUTHORIZED   *
002150*                   AND THE EXCHANGE RATE APPLIED.                *
002160*  2026-10-15  DM   PASS PAYVAL01 THE ONLINE APPROVAL-CODE ISSUER *
002170*                   ('O'), SO ONLINE CODES COME FROM THEIR OWN    *
002180*                   RANGE AND NEVER CLASH WITH A BATCH            *
002190*                   PARTITION'S.                                  *
002200*----------------------------------------------------------------*
002300
002400 ENVIRONMENT DIVISION.
002500
002600 DATA DIVISION.
002700
002800 WORKING-STORAGE SECTION.
002900
003000 01  WS-SWITCHES.
003100     05  WS-REQUEST-OK-SWITCH      PIC X(01)      VALUE 'Y'.
003200         88  WS-REQUEST-OK                VALUE 'Y'.
003300
003400*    AN ONLINE REQUEST IS NOT PART OF A SEQUENCED EXTRACT - A
003500*    ZERO SEQUENCE NUMBER TELLS PAYVAL01 THERE IS NO RESTART
003600*    REPLAY TO GUARD AGAINST.
003700 01  WS-VAL-SEQ-NO               PIC 9(08)      VALUE ZERO.
003800 01  WS-VAL-RUN-MODE             PIC X(01)      VALUE 'O'.
003810*    ONLINE APPROVAL CODES COME FROM THE ONLINE ISSUER'S RANGE.
003820 01  WS-VAL-ISSUER-CD            PIC X(01)      VALUE 'O'.
003900
004000 COPY AUTHRES.
004100
004200 LINKAGE SECTION.
004300 COPY PAYAREQ.
004400
004500 PROCEDURE DIVISION USING AREQ-RECORD.
004600
004700*----------------------------------------------------------------*
004800*  0000-MAINLINE                                                 *
004900*----------------------------------------------------------------*
005000 0000-MAINLINE.
005100
005200     MOVE SPACES TO AREQ-RESPONSE.
005300     MOVE SPACES TO AUTH-RESULT-DETAIL.
005310     MOVE ZERO   TO AUTH-ACCT-AMOUNT
005320                    AUTH-FX-RATE.
005400
005500     PERFORM 1000-EDIT-REQUEST
005600         THRU 1000-EDIT-REQUEST-EXIT.
005700
005800     IF WS-REQUEST-OK
005900         PERFORM 2000-AUTHORIZE
006000             THRU 2000-AUTHORIZE-EXIT
006100     END-IF.
006200
006300     MOVE AUTH-RESULT              TO AREQ-AUTH-RESULT.
006400     MOVE AUTH-DECLINE-REASON-CD   TO AREQ-DECLINE-REASON-CD.
006500     MOVE AUTH-DECLINE-REASON-DESC TO AREQ-DECLINE-REASON-DESC.
006600     MOVE AUTH-APPROVAL-CD         TO AREQ-APPROVAL-CD.
006610     MOVE AUTH-ACCT-AMOUNT         TO AREQ-ACCT-AMOUNT.
006620     MOVE AUTH-FX-RATE             TO AREQ-FX-RATE.
006700
006800     GOBACK.
006900
007000*----------------------------------------------------------------*
007100*  1000-EDIT-REQUEST                                              *
007200*      A REQUEST WITH NO ACCOUNT OR TRANSACTION ID, AN AMOUNT     *
007300*      THAT IS NOT A POSITIVE NUMBER, OR A TRANSACTION TYPE       *
007400*      PAYVAL01 DOES NOT KNOW IS DECLINED HERE WITHOUT BEING      *
007500*      JOURNALED - THERE IS NOTHING VALID TO JOURNAL IT UNDER.    *
007600*      THE MCC AND MERCHANT ID ARE OPTIONAL, THE SAME AS ON THE   *
007700*      NIGHTLY EXTRACT.  A FOREIGN REQUEST (ANY CURRENCY CODE)    *
007710*      MUST ALSO CARRY A POSITIVE ORIGINAL AMOUNT.                *
007800*----------------------------------------------------------------*
007900 1000-EDIT-REQUEST.
008000
008100     MOVE 'Y' TO WS-REQUEST-OK-SWITCH.
008200
008300     IF AREQ-ACCT-NO = SPACES
008400     OR AREQ-TRAN-ID = SPACES
008500         MOVE 'N' TO WS-REQUEST-OK-SWITCH
008600         MOVE 'ACCOUNT OR TRANSACTION ID MISSING'
008700                          TO AUTH-DECLINE-REASON-DESC
008800         GO TO 1000-EDIT-REQUEST-NEXT
008900     END-IF.
009000
009100     IF AREQ-TRAN-AMOUNT NOT NUMERIC
009200         MOVE 'N' TO WS-REQUEST-OK-SWITCH
009300         MOVE 'TRANSACTION AMOUNT NOT NUMERIC'
009400                          TO AUTH-DECLINE-REASON-DESC
009500         GO TO 1000-EDIT-REQUEST-NEXT
009600     END-IF.
009700
009800     IF AREQ-TRAN-AMOUNT NOT > ZERO
009900         MOVE 'N' TO WS-REQUEST-OK-SWITCH
010000         MOVE 'TRANSACTION AMOUNT NOT POSITIVE'
010100                          TO AUTH-DECLINE-REASON-DESC
010200         GO TO 1000-EDIT-REQUEST-NEXT
010300     END-IF.
010400
010500     IF NOT AREQ-TYPE-VALID
010600         MOVE 'N' TO WS-REQUEST-OK-SWITCH
010700         MOVE 'UNKNOWN TRANSACTION TYPE'
010800                          TO AUTH-DECLINE-REASON-DESC
010850         GO TO 1000-EDIT-REQUEST-NEXT
010900     END-IF.
011000
011005     IF AREQ-CURRENCY-CD = SPACES
011010         GO TO 1000-EDIT-REQUEST-NEXT
011015     END-IF.
011020
011025     IF AREQ-ORIG-AMOUNT NOT NUMERIC
011030         MOVE 'N' TO WS-REQUEST-OK-SWITCH
011035         MOVE 'ORIGINAL AMOUNT NOT NUMERIC'
011040                          TO AUTH-DECLINE-REASON-DESC
011045         GO TO 1000-EDIT-REQUEST-NEXT
011050     END-IF.
011055
011060     IF AREQ-ORIG-AMOUNT NOT > ZERO
011065         MOVE 'N' TO WS-REQUEST-OK-SWITCH
011070         MOVE 'ORIGINAL AMOUNT NOT POSITIVE'
011075                          TO AUTH-DECLINE-REASON-DESC
011080     END-IF.
011090
011100 1000-EDIT-REQUEST-NEXT.
011200
011300     IF NOT WS-REQUEST-OK
011400         MOVE 'DECLINE ' TO AUTH-RESULT
011500         MOVE 'FRMT'     TO AUTH-DECLINE-REASON-CD
011600     END-IF.
011700
011800 1000-EDIT-REQUEST-EXIT.
011900     EXIT.
012000
012100*----------------------------------------------------------------*
012200*  2000-AUTHORIZE                                                 *
012300*      RUN THE REQUEST THROUGH THE SAME DECISION LOGIC THE        *
012400*      NIGHTLY RUN USES.  ONLINE MODE OPENS AND CLOSES EACH FILE  *
012500*      AROUND THE CALL, SO THE DECISION, THE PAYLIM AND PAYMCC    *
012600*      TOTALS, ANY HOLD, AND BOTH JOURNALS ARE ON DISK BEFORE     *
012700*      THE RESPONSE GOES BACK TO THE NETWORK.                     *
012800*----------------------------------------------------------------*
012900 2000-AUTHORIZE.
013000
013100     CALL 'PAYVAL01' USING AREQ-ACCT-NO
013200                            AREQ-TRAN-AMOUNT
013300                            AREQ-TRAN-ID
013400                            WS-VAL-SEQ-NO
013500                            AREQ-TRAN-TYPE
013600                            AREQ-MERCH-CAT-CD
013700                            AREQ-MERCHANT-ID
013710                            AREQ-CURRENCY-CD
013720                            AREQ-ORIG-AMOUNT
013800                            WS-VAL-RUN-MODE
013850                            WS-VAL-ISSUER-CD
013900                            AUTH-RESULT-DETAIL.
014000
014100 2000-AUTHORIZE-EXIT.
014200     EXIT.
