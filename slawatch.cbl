000382*                   RECORDS WERE WRITTEN, SO THE OPSRPT
000383*                   MORNING SUMMARY COULD NOT TELL A CLEAN
000384*                   SLAWATCH RUN FROM ONE THAT NEVER RAN.
000385*  2026-09-18  JCV  AN SLA-BREACH ALERT THE RMQPUB01 BRIDGE
000386*                   REFUSES IS NO LONGER LOST: IT IS PARKED
000387*                   WHOLE ON THE RMQOUTB OUTBOX (SEE RMQIF03)
000388*                   FOR RMQRPLY TO RESEND, AND THE MISS IS
000389*                   AUDITED (SOURCE Q) WITH THE HELD BREACH
000390*                   RECORDS.  A BROKER OUTAGE DOES NOT CHANGE
000391*                   THE RUN'S RETURN CODE.
000392*  2026-10-13  JCV  BUSINESS-DAY CALENDAR (SEE CALDREC1): A
000393*                   SCOPE DATE THE CALENDAR HAS CLOSED IS NOT
000394*                   JUDGED AT ALL - NO SLA CHECK RUNS FOR A DAY
000395*                   THE SCHEDULE NEVER RUNS.  ON A BUSINESS DAY
000396*                   A WATCHED JOB WITH AN *OVERALL ENTRY BUT NO
000397*                   START EVENT ON THE TRAIL NOW BREACHES AS A
000398*                   MISSING RUN.  A SLAWATCH RUN ON A CLOSED DAY
000399*                   IS WARNED AND AUDITED.
000400*----------------------------------------------------------*
000401 ENVIRONMENT DIVISION.
000402 INPUT-OUTPUT SECTION.
000403 FILE-CONTROL.
000410     SELECT OPTIONAL SLA-FILE  ASSIGN TO SLAFILE
000420                                ORGANIZATION IS SEQUENTIAL
000430                                FILE STATUS IS WS-SLA-STATUS.
000440     SELECT AUDIT-FILE         ASSIGN TO AUDITF
000450                                ORGANIZATION IS SEQUENTIAL
000460                                FILE STATUS IS WS-AUDIT-STATUS.
000462     SELECT OUTBOX-FILE        ASSIGN TO RMQOUTB
000464                                ORGANIZATION IS SEQUENTIAL
000466                                FILE STATUS IS WS-OUTBOX-STATUS.
000467     SELECT OPTIONAL CALENDAR-FILE
000468                                ASSIGN TO CALFILE
000469                                ORGANIZATION IS SEQUENTIAL
000470                                FILE STATUS IS WS-CALENDAR-STATUS.
000471 DATA DIVISION.
000480 FILE SECTION.
000490 FD  SLA-FILE
000500     RECORDING MODE IS F.
000520 FD  AUDIT-FILE
000530     RECORDING MODE IS F.
000540 COPY AUDTREC1.
000542 FD  OUTBOX-FILE
000544     RECORDING MODE IS F.
000546 COPY RMQIF03.
000547 FD  CALENDAR-FILE
000548     RECORDING MODE IS F.
000549 COPY CALDREC1.
000550 WORKING-STORAGE SECTION.
000560*----------------------------------------------------------*
000570*  JOB IDENTIFICATION AND RETURN-CODE TRACKING
000690 01  WS-AUDIT-STATUS                 PIC X(02) VALUE '00'.
000700     88  WS-AUDIT-OK                 VALUE '00'.
000710     88  WS-AUDIT-NOT-FOUND          VALUE '35'.
000712 01  WS-OUTBOX-STATUS                PIC X(02) VALUE '00'.
000714     88  WS-OUTBOX-OK                VALUE '00'.
000716     88  WS-OUTBOX-NOT-FOUND         VALUE '35'.
000718 01  WS-OUTBOX-COUNT                 PIC 9(07) COMP VALUE ZERO.
000720 01  WS-SLA-EOF-SWITCH               PIC X(01) VALUE 'N'.
000730     88  WS-SLA-EOF-REACHED          VALUE 'Y'.
000740 01  WS-AUDIT-EOF-SWITCH             PIC X(01) VALUE 'N'.
000780*  A RERUN AGAINST AN EARLIER DAY.
000790*----------------------------------------------------------*
000800 01  WS-SCOPE-DATE                   PIC 9(08) VALUE ZERO.
000801*----------------------------------------------------------*
000802*  SLAWATCH'S OWN RUN DATE, AND WHETHER THE SCOPE DATE IS A
000803*  BUSINESS DAY - A CLOSED SCOPE DATE SKIPS EVERY CHECK.
000804*----------------------------------------------------------*
000805 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
000806 01  WS-SCOPE-DAY-SWITCH             PIC X(01) VALUE 'Y'.
000807     88  WS-SCOPE-DAY-OPEN           VALUE 'Y'.
000808*----------------------------------------------------------*
000809*  BUSINESS-DAY CALENDAR - CALFILE IS LOADED INTO CALDTBL1
000810*  AT THE START OF THE RUN (SEE CALDREC1 FOR THE WEEKDAY
000811*  RULE).  WS-CAL-DATE IS THE DATE IN HAND FOR THE
000812*  BUSINESS-DAY TEST.
000813*----------------------------------------------------------*
000814 01  WS-CALENDAR-STATUS              PIC X(02) VALUE '00'.
000815     88  WS-CALENDAR-OK              VALUE '00'.
000816     88  WS-CALENDAR-NOT-FOUND       VALUE '35'.
000817 01  WS-CALENDAR-EOF-SWITCH          PIC X(01) VALUE 'N'.
000818     88  WS-CALENDAR-EOF-REACHED     VALUE 'Y'.
000819 COPY CALDTBL1.
000820 01  WS-CAL-SUB                      PIC 9(03) COMP VALUE ZERO.
000821 01  WS-CAL-DATE                     PIC 9(08) VALUE ZERO.
000822 01  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE.
000823     05  WS-CAL-YEAR                 PIC 9(04).
000824     05  WS-CAL-MONTH                PIC 9(02).
000825     05  WS-CAL-DAY                  PIC 9(02).
000826 01  WS-CAL-MONTH-MAX                PIC 9(02) VALUE ZERO.
000827 01  WS-CAL-YEAR-REM                 PIC 9(03) VALUE ZERO.
000828 01  WS-CAL-ROLL-COUNT               PIC 9(03) COMP VALUE ZERO.
000829 01  WS-CAL-DOW-YEAR                 PIC 9(04) VALUE ZERO.
000830 01  WS-CAL-DOW-QUOT                 PIC 9(04) VALUE ZERO.
000831 01  WS-CAL-DOW-SUM                  PIC 9(05) VALUE ZERO.
000832 01  WS-CAL-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
000833     88  WS-CAL-WEEKEND              VALUE 0 6.
000834 01  WS-CAL-DOW-OFFSET-TABLE.
000835     05  FILLER                      PIC X(12) VALUE
000836         '032503514624'.
000837 01  WS-CAL-DOW-OFFSETS REDEFINES WS-CAL-DOW-OFFSET-TABLE.
000838     05  WS-CAL-DOW-OFFSET OCCURS 12 TIMES
000839                                     PIC 9(01).
000840 01  WS-CAL-BUSINESS-SWITCH          PIC X(01) VALUE 'Y'.
000841     88  WS-CAL-BUSINESS-DAY         VALUE 'Y'.
000842     88  WS-CAL-CLOSED-DAY           VALUE 'N'.
000843*----------------------------------------------------------*
000844*  SLA THRESHOLD TABLE, LOADED FROM SLAFILE AT STARTUP.  AN
000845*  SLAFILE NOT ALLOCATED OR EMPTY MEANS NOTHING IS WATCHED
000846*  AND THE RUN ENDS QUIETLY CLEAN.
000850*----------------------------------------------------------*
000860 01  WS-SLA-SUB                      PIC 9(03) COMP VALUE ZERO.
000870 01  WS-SLA-FOUND-SUB                PIC 9(03) COMP VALUE ZERO.
001350                 DEPENDING ON WS-BREACH-COUNT.
001360         10  WS-BREACH-STEP          PIC X(08).
001370         10  WS-BREACH-TEXT          PIC X(40).
001375         10  WS-BREACH-RMQ-STATUS    PIC S9(04) COMP.
001380 01  WS-RAISE-STEP                   PIC X(08) VALUE SPACES.
001390 01  WS-RAISE-TEXT                   PIC X(40) VALUE SPACES.
001400*----------------------------------------------------------*
001540 SLAW001-MAINLINE.
001545     PERFORM SLAW001-JOB-START.
001550     PERFORM SLAW001-GET-SCOPE.
001555     PERFORM SLAW001-LOAD-CALENDAR.
001560     PERFORM SLAW001-CHECK-RUN-DAY.
001565     PERFORM SLAW001-LOAD-SLA-TABLE.
001570     PERFORM SLAW001-CHECK-SCOPE-DAY.
001575     IF WS-PROGRAM-RETURN-CODE = ZERO
001580         AND WS-SLA-TABLE-COUNT > ZERO
001585         AND WS-SCOPE-DAY-OPEN
001590         PERFORM SLAW001-SCAN-AUDIT
001600         PERFORM SLAW001-CHECK-OVERALL
001610         PERFORM SLAW001-AUDIT-BREACHES
003110     END-IF.
003120*----------------------------------------------------------*
003130*  SLAW001-CHECK-OVERALL - JUDGE THE WATCHED JOB ITSELF
003140*  AGAINST THE *OVERALL ENTRY: DID IT RUN AT ALL, DID IT
003150*  START INSIDE ITS WINDOW, AND DID START-TO-END RUN LONGER
003160*  THAN ALLOWED.  THE ELAPSED MATH CORRECTS FOR A RUN THAT
003170*  SPANS MIDNIGHT THE SAME WAY HELLO'S CALL TIMING DOES.
003172*  ONLY A BUSINESS-DAY SCOPE DATE GETS THIS FAR, SO A
003174*  MISSING START IS A MISSING RUN, NOT A DAY OFF.
003180*----------------------------------------------------------*
003190 SLAW001-CHECK-OVERALL.
003200     IF WS-SLA-OVERALL-SUB = ZERO
003220     ELSE
003230         IF WS-JOB-START-HELD
003240             PERFORM SLAW001-CHECK-START-WINDOW
003241         ELSE
003242             MOVE WS-WATCHED-JOB-NAME TO WS-RAISE-STEP
003243             MOVE 'NO RUN FOUND FOR SCOPE DATE'
003244                 TO WS-RAISE-TEXT
003245             PERFORM SLAW001-RAISE-BREACH
003250         END-IF
003260         IF WS-JOB-START-HELD AND WS-JOB-END-HELD
003270             AND WS-SLA-MAX-ELAPSED(WS-SLA-OVERALL-SUB)
004020     ACCEPT RMQ-EVENT-TIME FROM TIME.
004030     MOVE 4 TO RMQ-RETURN-CODE.
004040     CALL 'RMQPUB01' USING RMQ-MESSAGE-AREA RMQ-STATUS-CODE.
004042     IF NOT RMQ-PUBLISH-OK
004044         PERFORM SLAW001-WRITE-OUTBOX
004046     END-IF.
004050     IF WS-BREACH-COUNT < 20
004060         ADD 1 TO WS-BREACH-COUNT
004063         MOVE RMQ-STATUS-CODE
004066             TO WS-BREACH-RMQ-STATUS(WS-BREACH-COUNT)
004070         MOVE WS-RAISE-STEP
004080             TO WS-BREACH-STEP(WS-BREACH-COUNT)
004090         MOVE WS-RAISE-TEXT
004320     MOVE 4   TO AUD-RETURN-CODE.
004330     MOVE ZERO TO AUD-ELAPSED-TIME.
004340     PERFORM SLAW001-WRITE-AUDIT.
004341     IF WS-BREACH-RMQ-STATUS(WS-BREACH-SUB) NOT = ZERO
004342         MOVE 'SLAWATCH' TO AUD-STEP-NAME
004343         MOVE 'Q'        TO AUD-EVENT-SOURCE
004344         MOVE WS-BREACH-RMQ-STATUS(WS-BREACH-SUB)
004345             TO AUD-RETURN-CODE
004346         PERFORM SLAW001-WRITE-AUDIT
004347     END-IF.
004350*----------------------------------------------------------*
004360*  SLAW001-WRITE-AUDIT - APPEND ONE RECORD TO AUDIT-FILE,
004370*  SAME OPEN EXTEND / STATUS-35-FALLBACK RULE AS HELLO'S
004596*  NOT A FAILED RUN, AND AUDITS AS A SUCCESS.
004600*----------------------------------------------------------*
004610 SLAW001-TERMINATE.
004611     IF WS-OUTBOX-COUNT > ZERO
004612         DISPLAY 'WARNING - ' WS-OUTBOX-COUNT ' QUEUE EVENT(S) '
004613                 'PARKED ON RMQOUTB - RUN RMQRPLYJ ONCE THE '
004614                 'BROKER IS BACK'
004615     END-IF.
004620     DISPLAY 'SLAWATCH BREACHES FOUND: ' WS-BREACH-COUNT.
004621     MOVE 'SLAWATCH' TO AUD-STEP-NAME.
004622     MOVE 'E'        TO AUD-EVENT-TYPE.
005470*  NAME, SO WRITING OUR OWN EVENT FIRST CANNOT DISTURB IT.
005480*----------------------------------------------------------*
005490 SLAW001-JOB-START.
005495     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005500     MOVE 'SLAWATCH' TO AUD-STEP-NAME.
005510     MOVE 'S'        TO AUD-EVENT-TYPE.
005520     MOVE 'J'        TO AUD-EVENT-SOURCE.
005540     MOVE ZERO       TO AUD-RETURN-CODE.
005550     MOVE ZERO       TO AUD-ELAPSED-TIME.
005560     PERFORM SLAW001-WRITE-AUDIT.
005570*----------------------------------------------------------*
005580*  SLAW001-WRITE-OUTBOX - RMQPUB01 REFUSED THE MESSAGE IN
005590*  HAND.  PARK THE WHOLE MESSAGE AREA AND THE BRIDGE STATUS
005600*  ON THE RMQOUTB OUTBOX (SEE RMQIF03) FOR RMQRPLY TO RESEND
005610*  ONCE THE BROKER IS BACK.  THE AUDIT FILE MAY BE OPEN FOR
005620*  ITS INPUT PASS HERE, SO THE MISS IS AUDITED (SOURCE Q)
005630*  LATER, WITH THE HELD BREACH RECORDS.  A BROKER
005640*  OUTAGE NEVER FAILS THE JOB; AN OUTBOX THAT CANNOT BE
005650*  OPENED LOSES THE EVENT, SO IT IS SHOUTED ON SYSOUT.
005660*----------------------------------------------------------*
005670 SLAW001-WRITE-OUTBOX.
005680     MOVE SPACES          TO RMQ-OUTBOX-RECORD.
005690     ACCEPT RMQO-WRITTEN-DATE FROM DATE YYYYMMDD.
005700     ACCEPT RMQO-WRITTEN-TIME FROM TIME.
005710     MOVE WS-JOB-NAME      TO RMQO-SOURCE-JOB.
005720     MOVE RMQ-STATUS-CODE  TO RMQO-FAIL-STATUS.
005730     MOVE ZERO             TO RMQO-REPLAY-COUNT.
005740     MOVE RMQ-MESSAGE-AREA TO RMQO-MESSAGE-AREA.
005750     OPEN EXTEND OUTBOX-FILE.
005760     IF NOT WS-OUTBOX-OK AND WS-OUTBOX-NOT-FOUND
005770         OPEN OUTPUT OUTBOX-FILE
005780     END-IF.
005790     IF WS-OUTBOX-OK
005800         WRITE RMQ-OUTBOX-RECORD
005810         CLOSE OUTBOX-FILE
005820         ADD 1 TO WS-OUTBOX-COUNT
005830     ELSE
005840         DISPLAY 'ERROR - RMQOUTB OPEN FAILED, STATUS='
005850                 WS-OUTBOX-STATUS ' - ' RMQ-EVENT-TYPE
005860                 ' EVENT LOST'
005870     END-IF.
005880*----------------------------------------------------------*
005890*  SLAW001-CHECK-SCOPE-DAY - IS THE SCOPE DATE A DAY THE
005900*  SCHEDULE RUNS?  A WEEKEND OR BANK HOLIDAY HAS NO RUN TO
005910*  JUDGE, SO EVERY CHECK IS SKIPPED AND NOTHING BREACHES.
005920*----------------------------------------------------------*
005930 SLAW001-CHECK-SCOPE-DAY.
005940     MOVE WS-SCOPE-DATE TO WS-CAL-DATE.
005950     PERFORM SLAW001-CHECK-BUSINESS-DAY.
005960     MOVE WS-CAL-BUSINESS-SWITCH TO WS-SCOPE-DAY-SWITCH.
005970     IF NOT WS-SCOPE-DAY-OPEN
005980         DISPLAY 'SLAWATCH - SCOPE DATE ' WS-SCOPE-DATE
005990                 ' IS NOT A BUSINESS DAY, SLA CHECKS SKIPPED'
006000     END-IF.
006010*----------------------------------------------------------*
006020*  SLAW001-LOAD-CALENDAR - LOAD THE BUSINESS-DAY CALENDAR.
006030*  STATUS 35 OR AN EMPTY FILE LEAVES THE TABLE EMPTY, SO
006040*  ONLY SATURDAYS AND SUNDAYS ARE CLOSED; ANY OTHER OPEN
006050*  FAILURE, OR A FILE TOO BIG FOR THE TABLE, FAILS THE JOB
006060*  RATHER THAN AGE OR RELEASE BY A CALENDAR IT ONLY HALF
006070*  SEES.
006080*----------------------------------------------------------*
006090 SLAW001-LOAD-CALENDAR.
006100     MOVE ZERO TO CALENDAR-TABLE-COUNT.
006110     MOVE 'N'  TO WS-CALENDAR-EOF-SWITCH.
006120     OPEN INPUT CALENDAR-FILE.
006130     IF WS-CALENDAR-OK
006140         PERFORM SLAW001-LOAD-CAL-ENTRY
006150             UNTIL WS-CALENDAR-EOF-REACHED
006160                OR CALENDAR-TABLE-COUNT = 500
006170         CLOSE CALENDAR-FILE
006180         IF NOT WS-CALENDAR-EOF-REACHED
006190             DISPLAY 'ERROR - CALFILE HAS MORE THAN 500 '
006200                     'DATES - RUN FAILED'
006210             MOVE 16 TO WS-PROGRAM-RETURN-CODE
006220         END-IF
006230     ELSE
006240         IF WS-CALENDAR-NOT-FOUND
006250             DISPLAY 'SLAW001-LOAD-CALENDAR - CALFILE NOT '
006260                     'ALLOCATED, WEEKENDS ONLY ARE CLOSED'
006270         ELSE
006280             DISPLAY 'ERROR - CALFILE OPEN FAILED, STATUS='
006290                     WS-CALENDAR-STATUS
006300                     ' - JOB WILL BE FLAGGED AS FAILED'
006310             MOVE 16 TO WS-PROGRAM-RETURN-CODE
006320         END-IF
006330     END-IF.
006340*----------------------------------------------------------*
006350*  SLAW001-LOAD-CAL-ENTRY - READ ONE CALFILE RECORD INTO THE
006360*  TABLE.  PERFORMED REPEATEDLY BY SLAW001-LOAD-CALENDAR.
006370*----------------------------------------------------------*
006380 SLAW001-LOAD-CAL-ENTRY.
006390     READ CALENDAR-FILE
006400         AT END
006410             MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
006420         NOT AT END
006430             ADD 1 TO CALENDAR-TABLE-COUNT
006440             MOVE CAL-DATE
006450                 TO CLT-DATE(CALENDAR-TABLE-COUNT)
006460             MOVE CAL-DAY-TYPE
006470                 TO CLT-DAY-TYPE(CALENDAR-TABLE-COUNT)
006480             MOVE CAL-DESCRIPTION
006490                 TO CLT-DESCRIPTION(CALENDAR-TABLE-COUNT)
006500             MOVE CAL-ACTIVE-SWITCH
006510                 TO CLT-ACTIVE-SWITCH(CALENDAR-TABLE-COUNT)
006520     END-READ.
006530*----------------------------------------------------------*
006540*  SLAW001-CHECK-RUN-DAY - A RUN ON A DAY THE CALENDAR HAS
006550*  CLOSED STILL GOES AHEAD, BUT IS WARNED ON SYSOUT AND PUT
006560*  ON THE AUDIT TRAIL (SOURCE C, STEP CLOSEDAY, RC 4) SO
006570*  THE MORNING REVIEW SEES WHO RAN ON A HOLIDAY.  THE JOB'S
006580*  OWN RETURN CODE IS LEFT ALONE.
006590*----------------------------------------------------------*
006600 SLAW001-CHECK-RUN-DAY.
006610     MOVE WS-RUN-DATE TO WS-CAL-DATE.
006620     PERFORM SLAW001-CHECK-BUSINESS-DAY.
006630     IF WS-CAL-CLOSED-DAY
006640         DISPLAY 'WARNING - RUN DATE ' WS-RUN-DATE
006650                 ' IS NOT A BUSINESS DAY ON THE CALENDAR'
006660         MOVE 'CLOSEDAY' TO AUD-STEP-NAME
006670         MOVE 'E'        TO AUD-EVENT-TYPE
006680         MOVE 'C'        TO AUD-EVENT-SOURCE
006690         MOVE 'S'        TO AUD-OUTCOME-CODE
006700         MOVE 4          TO AUD-RETURN-CODE
006710         MOVE ZERO       TO AUD-ELAPSED-TIME
006720         PERFORM SLAW001-WRITE-AUDIT
006730     END-IF.
006740*----------------------------------------------------------*
006750*  SLAW001-CHECK-BUSINESS-DAY - IS WS-CAL-DATE A BUSINESS DAY?
006760*  THE WEEKDAY RULE FIRST - SATURDAY AND SUNDAY CLOSED -
006770*  THEN AN ACTIVE CALENDAR ENTRY FOR THE DATE OVERRIDES
006780*  IT.  THE DAY OF THE WEEK (0 = SUNDAY) IS THE YEAR PLUS
006790*  ITS LEAP DAYS TO DATE, A FIXED OFFSET PER MONTH AND THE
006800*  DAY, MODULO 7 - JANUARY AND FEBRUARY COUNT AS THE END OF
006810*  THE YEAR BEFORE SO THE LEAP DAY FALLS LAST.  A DATE WITH
006820*  NO VALID MONTH IS LEFT OPEN FOR THE EDITS TO DEAL WITH.
006830*----------------------------------------------------------*
006840 SLAW001-CHECK-BUSINESS-DAY.
006850     MOVE 'Y' TO WS-CAL-BUSINESS-SWITCH.
006860     IF WS-CAL-MONTH >= 01 AND WS-CAL-MONTH <= 12
006870         MOVE WS-CAL-YEAR TO WS-CAL-DOW-YEAR
006880         IF WS-CAL-MONTH < 03
006890             SUBTRACT 1 FROM WS-CAL-DOW-YEAR
006900         END-IF
006910         MOVE WS-CAL-DOW-YEAR TO WS-CAL-DOW-SUM
006920         DIVIDE WS-CAL-DOW-YEAR BY 4 GIVING WS-CAL-DOW-QUOT
006930         ADD WS-CAL-DOW-QUOT TO WS-CAL-DOW-SUM
006940         DIVIDE WS-CAL-DOW-YEAR BY 100 GIVING WS-CAL-DOW-QUOT
006950         SUBTRACT WS-CAL-DOW-QUOT FROM WS-CAL-DOW-SUM
006960         DIVIDE WS-CAL-DOW-YEAR BY 400 GIVING WS-CAL-DOW-QUOT
006970         ADD WS-CAL-DOW-QUOT TO WS-CAL-DOW-SUM
006980         ADD WS-CAL-DOW-OFFSET(WS-CAL-MONTH) TO WS-CAL-DOW-SUM
006990         ADD WS-CAL-DAY TO WS-CAL-DOW-SUM
007000         DIVIDE WS-CAL-DOW-SUM BY 7 GIVING WS-CAL-DOW-QUOT
007010             REMAINDER WS-CAL-DAY-OF-WEEK
007020         IF WS-CAL-WEEKEND
007030             MOVE 'N' TO WS-CAL-BUSINESS-SWITCH
007040         END-IF
007050         PERFORM SLAW001-MATCH-CAL-ENTRY
007060             VARYING WS-CAL-SUB FROM 1 BY 1
007070             UNTIL WS-CAL-SUB > CALENDAR-TABLE-COUNT
007080     END-IF.
007090*----------------------------------------------------------*
007100*  SLAW001-MATCH-CAL-ENTRY - APPLY ONE CALENDAR ENTRY TO THE
007110*  DATE IN HAND: H CLOSES IT, W OPENS IT.
007120*----------------------------------------------------------*
007130 SLAW001-MATCH-CAL-ENTRY.
007140     IF CLT-DATE(WS-CAL-SUB) = WS-CAL-DATE
007150         AND CLT-ENTRY-ACTIVE(WS-CAL-SUB)
007160         IF CLT-DAY-CLOSED(WS-CAL-SUB)
007170             MOVE 'N' TO WS-CAL-BUSINESS-SWITCH
007180         END-IF
007190         IF CLT-DAY-OPEN(WS-CAL-SUB)
007200             MOVE 'Y' TO WS-CAL-BUSINESS-SWITCH
007210         END-IF
007220     END-IF.
