000520*                   OUT OF THE ACCEPTED TOTAL (LEG 1 READS
000530*                   IT TOO) - LEG 2'S EXPECTED SIDE ADDS
000540*                   THE TWO TOTALS EXPLICITLY INSTEAD.
000541*  2026-09-10  JCV  REVERSAL POSTINGS ARE TOTALLED APART ON
000542*                   POSTTOT (LRECL 96 TO 128) AND SHOWN ON
000543*                   THEIR OWN LINES: LEG 2'S POSTED SIDE ADDS
000544*                   THE REVERSAL CREDIT AND DEBIT TOTALS, LEG
000545*                   3 ADDS REVERSAL CREDITS AND TAKES OFF
000546*                   REVERSAL DEBITS.
000547*  2026-09-25  JCV  LEG 1 NOW ALSO COUNTS THE HOLDOUT
000548*                   LARGE-VALUE HOLDS (HELD, NOT ACCEPTED OR
000549*                   REJECTED) ON ITS ACTUAL SIDE.
000550*----------------------------------------------------------*
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000750                                ASSIGN TO FUTOUT
000760                                ORGANIZATION IS SEQUENTIAL
000770                                FILE STATUS IS WS-FUT-STATUS.
000772     SELECT OPTIONAL HOLD-FILE
000774                                ASSIGN TO HOLDOUT
000776                                ORGANIZATION IS SEQUENTIAL
000778                                FILE STATUS IS WS-HOLD-STATUS.
000780     SELECT OPTIONAL REPOST-FILE
000790                                ASSIGN TO REPOST
000800                                ORGANIZATION IS SEQUENTIAL
001060 FD  FUTURE-FILE
001070     RECORDING MODE IS F.
001080 01  HELD-FUTURE-RECORD              PIC X(56).
001082 FD  HOLD-FILE
001084     RECORDING MODE IS F.
001086 01  HELD-LARGE-RECORD               PIC X(56).
001090 FD  REPOST-FILE
001100     RECORDING MODE IS F.
001110 01  REPOSTED-RECORD                 PIC X(56).
001460 01  WS-FUT-STATUS                   PIC X(02) VALUE '00'.
001470     88  WS-FUT-OK                   VALUE '00'.
001480     88  WS-FUT-NOT-FOUND            VALUE '35'.
001482 01  WS-HOLD-STATUS                  PIC X(02) VALUE '00'.
001484     88  WS-HOLD-OK                  VALUE '00'.
001486     88  WS-HOLD-NOT-FOUND           VALUE '35'.
001490 01  WS-REPOST-STATUS                PIC X(02) VALUE '00'.
001500     88  WS-REPOST-OK                VALUE '00'.
001510     88  WS-REPOST-NOT-FOUND         VALUE '35'.
001890                                     VALUE ZERO.
001900 01  WS-HELD-FUTURE-AMOUNT           PIC S9(13)V99 COMP-3
001910                                     VALUE ZERO.
001913 01  WS-HELD-LARGE-AMOUNT            PIC S9(13)V99 COMP-3
001916                                     VALUE ZERO.
001920 01  WS-SUSPENSE-AMOUNT              PIC S9(13)V99 COMP-3
001930                                     VALUE ZERO.
001940 01  WS-CREDIT-TOTAL                 PIC S9(13)V99 COMP-3
001950                                     VALUE ZERO.
001960 01  WS-DEBIT-TOTAL                  PIC S9(13)V99 COMP-3
001962                                     VALUE ZERO.
001964 01  WS-REV-CREDIT-TOTAL             PIC S9(13)V99 COMP-3
001966                                     VALUE ZERO.
001968 01  WS-REV-DEBIT-TOTAL              PIC S9(13)V99 COMP-3
001970                                     VALUE ZERO.
001980 01  WS-MASTER-TOTAL                 PIC S9(13)V99 COMP-3
001990                                     VALUE ZERO.
002550     PERFORM RCON001-SUM-ACCEPTS.
002560     PERFORM RCON001-SUM-REJECTS.
002570     PERFORM RCON001-SUM-FUTURES.
002575     PERFORM RCON001-SUM-HOLDS.
002580     PERFORM RCON001-SUM-REPOSTS.
002590     PERFORM RCON001-SUM-SUSPENSE.
002600     PERFORM RCON001-READ-TOTALS.
005310                 WHEN PTT-RUN-DATE = WS-RUN-DATE
005320                     MOVE PTT-CREDIT-TOTAL TO WS-CREDIT-TOTAL
005330                     MOVE PTT-DEBIT-TOTAL  TO WS-DEBIT-TOTAL
005332                     MOVE PTT-REV-CREDIT-TOTAL
005334                         TO WS-REV-CREDIT-TOTAL
005336                     MOVE PTT-REV-DEBIT-TOTAL
005338                         TO WS-REV-DEBIT-TOTAL
005340                     MOVE PTT-MASTER-TOTAL TO WS-MASTER-TOTAL
005350                     MOVE 'Y' TO WS-PTOT-FOUND-SWITCH
005360                 WHEN PTT-RUN-DATE < WS-RUN-DATE
005430     END-READ.
005440*----------------------------------------------------------*
005450*  RCON001-JUDGE-LEG-1 - TRANSIN TRAILER AMOUNT = TRANOK
005460*  ACCEPTED + TRANREJ REJECTED + FUTOUT HELD-FUTURE +
005462*  HOLDOUT HELD-LARGE (A CLEAN POST-DATED OR OVER-LIMIT
005464*  ITEM IS IN THE TRAILER HASH BUT IS HELD).  NOT CHECKED
005466*  WHEN NO FEED TRAILER WAS SEEN (NOTHING TO TIE BACK TO).
005480*----------------------------------------------------------*
005490 RCON001-JUDGE-LEG-1.
005500     MOVE SPACES TO REPORT-LINE.
005632     MOVE 'FUTOUT HELD-FUTURE AMOUNT.:' TO WAL-LABEL.
005634     MOVE WS-HELD-FUTURE-AMOUNT TO WAL-AMOUNT.
005636     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
005637     MOVE 'HOLDOUT HELD-LARGE AMOUNT.:' TO WAL-LABEL.
005638     MOVE WS-HELD-LARGE-AMOUNT TO WAL-AMOUNT.
005639     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
005640     IF WS-FEED-TRAILER-SEEN
005650         MOVE WS-FEED-AMOUNT TO WS-LEG-EXPECTED
005660         COMPUTE WS-LEG-ACTUAL =
005670                 WS-ACCEPTED-AMOUNT + WS-REJECTED-AMOUNT
005672                 + WS-HELD-FUTURE-AMOUNT
005676                 + WS-HELD-LARGE-AMOUNT
005680         MOVE 'LEG1' TO WS-LEG-NAME
005690         PERFORM RCON001-VERDICT
005700     ELSE
005730*----------------------------------------------------------*
005740*  RCON001-JUDGE-LEG-2 - TRANOK ACCEPTED + SUSPMGR REPOST
005745*  = POSTED CREDITS +
005750*  POSTED DEBITS + REVERSAL CREDITS + REVERSAL DEBITS +
005755*  TRANSUS SUSPENSE.  NOT CHECKED WHEN NO
005760*  POSTTOT RECORD EXISTS FOR THE DATE (POSTING NEVER RAN OR
005770*  NEVER REGISTERED ITS TOTALS).
005780*----------------------------------------------------------*
005900     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
005910     MOVE 'POSTED DEBIT TOTAL........:' TO WAL-LABEL.
005920     MOVE WS-DEBIT-TOTAL TO WAL-AMOUNT.
005921     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
005922     MOVE 'REVERSAL CREDIT TOTAL.....:' TO WAL-LABEL.
005923     MOVE WS-REV-CREDIT-TOTAL TO WAL-AMOUNT.
005924     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
005925     MOVE 'REVERSAL DEBIT TOTAL......:' TO WAL-LABEL.
005926     MOVE WS-REV-DEBIT-TOTAL TO WAL-AMOUNT.
005930     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
005940     MOVE 'TRANSUS SUSPENSE AMOUNT...:' TO WAL-LABEL.
005950     MOVE WS-SUSPENSE-AMOUNT TO WAL-AMOUNT.
005982                 WS-ACCEPTED-AMOUNT + WS-REPOST-AMOUNT
005990         COMPUTE WS-LEG-ACTUAL = WS-CREDIT-TOTAL
006000                 + WS-DEBIT-TOTAL + WS-SUSPENSE-AMOUNT
006005                 + WS-REV-CREDIT-TOTAL + WS-REV-DEBIT-TOTAL
006010         MOVE 'LEG2' TO WS-LEG-NAME
006020         PERFORM RCON001-VERDICT
006030     ELSE
006050     END-IF.
006060*----------------------------------------------------------*
006070*  RCON001-JUDGE-LEG-3 - PRIOR MASTER TOTAL + CREDITS -
006076*  DEBITS + REVERSAL CREDITS - REVERSAL DEBITS = MASTER
006082*  TOTAL AS THIS RUN LEFT IT.  NOT CHECKED
006090*  ON THE FIRST REGISTERED RUN, WHICH HAS NO PRIOR RECORD.
006100*----------------------------------------------------------*
006110 RCON001-JUDGE-LEG-3.
006230     IF WS-PTOT-FOUND AND WS-PRIOR-FOUND
006240         COMPUTE WS-LEG-EXPECTED = WS-PRIOR-MASTER-TOTAL
006250                 + WS-CREDIT-TOTAL - WS-DEBIT-TOTAL
006255                 + WS-REV-CREDIT-TOTAL - WS-REV-DEBIT-TOTAL
006260         MOVE WS-MASTER-TOTAL TO WS-LEG-ACTUAL
006270         MOVE 'LEG3' TO WS-LEG-NAME
006280         PERFORM RCON001-VERDICT
007340     PERFORM RCON001-WRITE-AUDIT.
007350     DISPLAY 'TERMINATING PROGRAM'.
007360     MOVE WS-PROGRAM-RETURN-CODE TO RETURN-CODE.
007370*---------------------------------------------------------*
007380*  RCON001-SUM-HOLDS - SUM THE HOLDOUT LARGE-VALUE HOLDS
007390*  THE VALIDATION PASS CUT FOR THIS RUN.  LIKE A FUTURE-
007400*  DATED ITEM, A HELD ITEM IS IN THE FEED'S TRAILER HASH
007410*  BUT IN NEITHER TRANOK NOR TRANREJ; WHEN IT IS RELEASED
007420*  IT COMES BACK THROUGH A LATER FEED UNDER ITS OWN HDR/TRL
007430*  GROUP, SO IT IS NEVER COUNTED TWICE ON ONE DAY.
007440*---------------------------------------------------------*
007450 RCON001-SUM-HOLDS.
007460     MOVE 'N' TO WS-EOF-SWITCH.
007470     OPEN INPUT HOLD-FILE.
007480     IF WS-HOLD-OK
007490         PERFORM RCON001-ONE-HOLD-RECORD
007500             UNTIL WS-EOF
007510         CLOSE HOLD-FILE
007520     ELSE
007530         IF NOT WS-HOLD-NOT-FOUND
007540             MOVE 'HOLDOUT' TO WS-ERROR-DD-NAME
007550             MOVE WS-HOLD-STATUS
007560                 TO WS-ERROR-DD-STATUS
007570             PERFORM RCON001-INPUT-ERROR
007580         END-IF
007590     END-IF.
007600*---------------------------------------------------------*
007610*  RCON001-ONE-HOLD-RECORD - ROLL ONE LARGE-VALUE HOLD INTO
007620*  THE HELD-LARGE TOTAL.
007630*---------------------------------------------------------*
007640 RCON001-ONE-HOLD-RECORD.
007650     READ HOLD-FILE
007660         AT END
007670             MOVE 'Y' TO WS-EOF-SWITCH
007680         NOT AT END
007690             MOVE HELD-LARGE-RECORD TO TRANS-RECORD
007700             IF TRANS-RECORD(1:3) NOT = 'HDR'
007710                 AND TRANS-RECORD(1:3) NOT = 'TRL'
007720                 AND TRN-AMOUNT NUMERIC
007730                 MOVE TRN-AMOUNT TO WS-AMOUNT-X
007740                 ADD WS-AMOUNT-N TO WS-HELD-LARGE-AMOUNT
007750             END-IF
007760     END-READ.
