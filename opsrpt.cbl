000340*                   DISPATCH TABLE FALLS BACK.  THE DUTY
000350*                   OPERATOR GETS THE WHOLE NIGHT ON A PAGE
000360*                   INSTEAD OF PIECING IT FROM SIX SYSOUTS.
000361*  2026-09-18  JCV  COUNT THE QUEUE EVENTS PUBLISHERS PARKED
000362*                   ON THE RMQOUTB OUTBOX (SOURCE Q) AND FLAG
000363*                   THE NIGHT WHEN THERE ARE ANY, SO A BROKER
000364*                   OUTAGE THAT FAILED NO JOB IS STILL SEEN
000365*                   AND RMQRPLYJ GETS RUN.
000370*----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
001090 01  WS-ERROR-EVENT-COUNT            PIC 9(05) COMP VALUE ZERO.
001100 01  WS-SLA-EVENT-COUNT              PIC 9(05) COMP VALUE ZERO.
001110 01  WS-MAINT-EVENT-COUNT            PIC 9(05) COMP VALUE ZERO.
001115 01  WS-OUTBOX-EVENT-COUNT           PIC 9(05) COMP VALUE ZERO.
001120 01  WS-MISSING-JOB-COUNT            PIC 9(03) COMP VALUE ZERO.
001130*----------------------------------------------------------*
001140*  HHMMSSTT-TO-HUNDREDTHS CONVERSION WORK AREA - SAME
003510             ADD 1 TO WS-SLA-EVENT-COUNT
003520         WHEN AUD-SOURCE-MAINT
003530             ADD 1 TO WS-MAINT-EVENT-COUNT
003533         WHEN AUD-SOURCE-OUTBOX
003536             ADD 1 TO WS-OUTBOX-EVENT-COUNT
003540         WHEN OTHER
003550             CONTINUE
003560     END-EVALUATE.
004090     MOVE 'MAINTENANCE EVENTS (M)....' TO WCL-LABEL.
004100     MOVE WS-MAINT-EVENT-COUNT TO WCL-COUNT.
004110     WRITE REPORT-LINE FROM WS-COUNT-LINE.
004112     MOVE 'RMQ EVENTS PARKED (Q).....' TO WCL-LABEL.
004114     MOVE WS-OUTBOX-EVENT-COUNT TO WCL-COUNT.
004116     WRITE REPORT-LINE FROM WS-COUNT-LINE.
004120     IF WS-MISSING-JOB-COUNT > ZERO
004130         MOVE SPACES TO REPORT-LINE
004140         WRITE REPORT-LINE
004190             MOVE 4 TO WS-PROGRAM-RETURN-CODE
004200         END-IF
004210     END-IF.
004211     IF WS-OUTBOX-EVENT-COUNT > ZERO
004212         MOVE SPACES TO REPORT-LINE
004213         WRITE REPORT-LINE
004214         MOVE 'QUEUE EVENTS PARKED ON RMQOUTB - SEE RMQRPLYJ'
004215             TO WS-SECTION-LINE
004216         WRITE REPORT-LINE FROM WS-SECTION-LINE
004217     END-IF.
004220     CLOSE AUDIT-FILE.
004230     CLOSE REPORT-FILE.
004240     DISPLAY 'OPSRPT JOBS LISTED: ' WS-JOB-COUNT
