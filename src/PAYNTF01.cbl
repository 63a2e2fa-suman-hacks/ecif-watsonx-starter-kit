001996*                   DECLINES GET NO LETTER AT ALL - THEY SAY      *
001997*                   NOTHING ABOUT THE CARDHOLDER'S OWN STANDING   *
001998*                   - AND ARE COUNTED ON THE RUN REPORT INSTEAD.  *
002005*  2026-10-15  DM   LETTER TEXT FOR THE CROSS-BORDER 'XBDB' AND   *
002010*                   'XBDL' DECLINES.  'FXRT' DECLINES (NO CURRENT *
002015*                   EXCHANGE RATE ON FILE) ARE LIKE 'STIN' - THEY *
002020*                   SAY NOTHING ABOUT THE CARDHOLDER - AND ARE    *
002025*                   COUNTED ON THE RUN REPORT WITH NO LETTER.     *
002050*----------------------------------------------------------------*
002100
002200 ENVIRONMENT DIVISION.
002300
008200     05  WS-DUP-COUNT              PIC 9(07)      VALUE ZERO.
008300     05  WS-NOACCT-COUNT           PIC 9(07)      VALUE ZERO.
008350     05  WS-STIN-SKIPPED-COUNT     PIC 9(07)      VALUE ZERO.
008355     05  WS-FXRT-SKIPPED-COUNT     PIC 9(07)      VALUE ZERO.
008400
008500 01  WS-RPT-COUNT-ED              PIC ZZZ,ZZ9.
008520
014560         ADD 1 TO WS-STIN-SKIPPED-COUNT
014570         GO TO 2000-PROCESS-JRNL-NEXT
014580     END-IF.
014582
014584*    NEITHER DOES A FOREIGN PURCHASE DECLINED FOR WANT OF A
014586*    CURRENT EXCHANGE RATE ('FXRT') - THE GAP IS THE BANK'S.
014588     IF JRNL-DECLINE-REASON-CD = 'FXRT'
014590         ADD 1 TO WS-FXRT-SKIPPED-COUNT
014592         GO TO 2000-PROCESS-JRNL-NEXT
014594     END-IF.
014600
014700     ADD 1 TO WS-DECLINE-COUNT.
014800
027300         WHEN 'NOAC'
027400             MOVE 'ACCOUNT NOT FOUND ON ECIF'
027500                  TO NTFY-DECLINE-REASON-DESC
027510         WHEN 'XBDB'
027520             MOVE 'FOREIGN PURCHASES BLOCKED'
027530                  TO NTFY-DECLINE-REASON-DESC
027540         WHEN 'XBDL'
027550             MOVE 'FOREIGN PURCHASE LIMIT REACHED'
027560                  TO NTFY-DECLINE-REASON-DESC
027600         WHEN OTHER
027700             MOVE 'AUTHORIZATION DECLINED'
027800                  TO NTFY-DECLINE-REASON-DESC
032550             WS-RPT-COUNT-ED DELIMITED BY SIZE
032560         INTO RPT-LINE.
032570     WRITE RPT-LINE.
032572
032574     MOVE WS-FXRT-SKIPPED-COUNT TO WS-RPT-COUNT-ED.
032576     MOVE SPACES TO RPT-LINE.
032578     STRING 'NO FX RATE DECLINES - NO LETTER . ' DELIMITED BY SIZE
032580             WS-RPT-COUNT-ED DELIMITED BY SIZE
032582         INTO RPT-LINE.
032584     WRITE RPT-LINE.
032600
032700     CLOSE JRNL-FILE.
032800     CLOSE NTFY-FILE.
