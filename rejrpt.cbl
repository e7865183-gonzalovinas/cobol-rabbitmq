000307*  2026-09-03  JCV  SAME FOR THE NEW R010 (OVERDRAFT LIMIT
000308*                   EXCEEDED) SUSPENSE REASON AND THE NEW
000309*                   R011 (STALE EFFECTIVE DATE) REJECT.
000310*  2026-09-10  JCV  SAME FOR THE NEW REVERSAL SUSPENSE
000311*                   REASONS R012 (ORIGINAL POSTING NOT FOUND)
000312*                   AND R013 (ORIGINAL ALREADY REVERSED).
000313*  2026-10-02  JCV  SAME FOR THE NEW R014 (DEBIT TO A DORMANT
000314*                   ACCOUNT) SUSPENSE REASON.
000315*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000750 01  WS-REASON-SUB                   PIC 9(03) COMP VALUE ZERO.
000760 01  WS-REASON-FOUND-SUB             PIC 9(03) COMP VALUE ZERO.
000770 01  WS-REASON-TABLE.
000780     05  WS-REASON-ENTRY OCCURS 15 TIMES.
000790         10  WS-REASON-CODE          PIC X(04).
000800         10  WS-REASON-COUNT         PIC 9(07) COMP.
000810*----------------------------------------------------------*
002285     MOVE 'R009' TO WS-REASON-CODE(9).
002287     MOVE 'R010' TO WS-REASON-CODE(10).
002288     MOVE 'R011' TO WS-REASON-CODE(11).
002289     MOVE 'R012' TO WS-REASON-CODE(12).
002290     MOVE 'R013' TO WS-REASON-CODE(13).
002291     MOVE 'R014' TO WS-REASON-CODE(14).
002292     MOVE 'OTHR' TO WS-REASON-CODE(15).
002300     PERFORM RRPT001-ZERO-REASON
002310         VARYING WS-REASON-SUB FROM 1 BY 1
002320         UNTIL WS-REASON-SUB > 15.
002330     OPEN INPUT REJECT-FILE.
002340     OPEN OUTPUT REPORT-FILE.
002350     ACCEPT WH2-RUN-DATE FROM DATE YYYYMMDD.
002800*  COUNT IT.
002810*----------------------------------------------------------*
002820 RRPT001-COUNT-REASON.
002830     MOVE 15 TO WS-REASON-FOUND-SUB.
002840     PERFORM RRPT001-MATCH-REASON
002850         VARYING WS-REASON-SUB FROM 1 BY 1
002860         UNTIL WS-REASON-SUB > 14
002870            OR WS-REASON-FOUND-SUB < 15.
002880     ADD 1 TO WS-REASON-COUNT(WS-REASON-FOUND-SUB).
002890*----------------------------------------------------------*
002900*  RRPT001-MATCH-REASON - COMPARE ONE REASON SLOT TO THE
003650     WRITE REPORT-LINE FROM WS-SECTION-LINE.
003660     PERFORM RRPT001-WRITE-REASON
003670         VARYING WS-REASON-SUB FROM 1 BY 1
003680         UNTIL WS-REASON-SUB > 15.
003690     MOVE SPACES TO REPORT-LINE.
003700     WRITE REPORT-LINE.
003710     MOVE 'TOP OFFENDING ACCOUNTS' TO WS-SECTION-LINE.
004040*  CATCH-ALL SLOT ONLY PRINTS WHEN IT CAUGHT SOMETHING.
004050*----------------------------------------------------------*
004060 RRPT001-WRITE-REASON.
004070     IF WS-REASON-SUB < 15
004080         OR WS-REASON-COUNT(WS-REASON-SUB) > ZERO
004090         MOVE WS-REASON-CODE(WS-REASON-SUB)
004100             TO WRL-REASON-CODE
