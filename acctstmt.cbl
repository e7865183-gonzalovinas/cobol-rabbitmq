000384*                   THE FORWARD-ONLY SEQUENTIAL WALK IS
000386*                   REPLACED BY ONE KEYED READ PER
000388*                   STATEMENT ACCOUNT.
000389*  2026-09-10  JCV  REVERSAL PAIRS (SEE PHSTREC1) ARE FLAGGED
000390*                   ON THE DETAIL LINE AND EACH HALF PRINTS A
000391*                   MEMO LINE NAMING THE OTHER HALF'S CODE
000392*                   AND RUN DATE, SO THE ORIGINAL AND ITS
000393*                   REVERSAL READ TOGETHER WITHOUT DISTURBING
000394*                   THE RUNNING BALANCE'S POSTING ORDER.
000395*----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
001550     05  WDL-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99.
001560     05  FILLER                      PIC X(02) VALUE SPACES.
001570     05  WDL-BALANCE                 PIC ---,---,--9.99.
001571     05  FILLER                      PIC X(02) VALUE SPACES.
001572     05  WDL-REVERSAL-MARK           PIC X(08).
001573     05  FILLER                      PIC X(09) VALUE SPACES.
001574*----------------------------------------------------------*
001575*  REVERSAL MEMO LINE - PRINTED UNDER EITHER HALF OF A
001576*  REVERSAL PAIR, NAMING THE OTHER HALF.
001577*----------------------------------------------------------*
001578 01  WS-PAIR-LINE.
001579     05  FILLER                      PIC X(14) VALUE SPACES.
001580     05  WPL-TEXT                    PIC X(12).
001581     05  WPL-TRAN-CODE               PIC X(04).
001582     05  FILLER                      PIC X(13) VALUE
001583         ' ON RUN DATE '.
001584     05  WPL-RUN-DATE                PIC 9(08).
001585     05  FILLER                      PIC X(29) VALUE SPACES.
001590 01  WS-CLOSING-LINE.
001600     05  FILLER                      PIC X(28) VALUE
001610         '  CLOSING BALANCE.........: '.
003000*  ASTM001-STATEMENT-MOVEMENT - ONE IN-SCOPE MOVEMENT.  AN
003010*  ACCOUNT CHANGE CLOSES THE STATEMENT IN HAND AND OPENS A
003020*  NEW ONE; EVERY MOVEMENT THEN PRINTS A DETAIL LINE AND
003025*  ADVANCES THE RUNNING CLOSING BALANCE.  EITHER HALF OF A
003030*  REVERSAL PAIR IS MARKED AND FOLLOWED BY A MEMO LINE
003035*  NAMING THE OTHER HALF.
003040*----------------------------------------------------------*
003050 ASTM001-STATEMENT-MOVEMENT.
003060     IF PHS-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
003150     MOVE PHS-DIRECTION       TO WDL-DIRECTION.
003160     MOVE PHS-AMOUNT          TO WDL-AMOUNT.
003170     MOVE PHS-RESULTING-BALANCE TO WDL-BALANCE.
003171     EVALUATE TRUE
003172         WHEN PHS-REVERSED-ORIGINAL
003173             MOVE 'REVERSED' TO WDL-REVERSAL-MARK
003174             MOVE 'REVERSED BY ' TO WPL-TEXT
003175         WHEN PHS-REVERSAL-ENTRY
003176             MOVE 'REVERSAL' TO WDL-REVERSAL-MARK
003177             MOVE 'REVERSAL OF ' TO WPL-TEXT
003178         WHEN OTHER
003179             MOVE SPACES TO WDL-REVERSAL-MARK
003180     END-EVALUATE.
003181     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
003182     IF WDL-REVERSAL-MARK NOT = SPACES
003183         MOVE PHS-PAIR-TRAN-CODE TO WPL-TRAN-CODE
003184         MOVE PHS-PAIR-RUN-DATE  TO WPL-RUN-DATE
003185         WRITE REPORT-LINE FROM WS-PAIR-LINE
003186     END-IF.
003190     MOVE PHS-RESULTING-BALANCE TO WS-CLOSING-BALANCE.
003200     ADD 1 TO WS-MOVEMENT-COUNT.
003210     ADD 1 TO WS-TOTAL-MOVEMENTS.
