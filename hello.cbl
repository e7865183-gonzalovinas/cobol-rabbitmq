002130*                   SO A GROWING MASTER CAN NO LONGER
002140*                   REFUSE THE VALIDATION RUN.  STATUS 35
002150*                   STILL SKIPS THE LOOKUP AS BEFORE.
002151*  2026-09-10  JCV  A REVERSAL (A TCODFILE CODE WITH
002152*                   DIRECTION R) CARRIES THE EFFECTIVE DATE
002153*                   OF THE POSTING IT BACKS OUT, SO IT IS
002154*                   EXEMPT FROM THE R011 STALE-DATE TEST -
002155*                   TRANPOST MATCHES IT TO TRANHIST AND
002156*                   SUSPENDS IT (R012/R013) IF THE ORIGINAL
002157*                   CANNOT BE REVERSED.
002158*  2026-09-18  JCV  A QUEUE EVENT THE RMQPUB01 BRIDGE REFUSES
002159*                   (JOB-START/END, DEADLETTER, TRAN-NAK) IS NO
002160*                   LONGER LOST: IT IS PARKED WHOLE ON THE
002161*                   RMQOUTB OUTBOX (SEE RMQIF03) WITH AN AUDIT
002162*                   RECORD (SOURCE Q) FOR RMQRPLY TO RESEND.
002163*                   A BROKER OUTAGE DOES NOT FAIL THE RUN.
002164*  2026-09-25  JCV  LARGE-VALUE HOLD: A CLEAN, CURRENT-DATED
002165*                   TRANSACTION WHOSE AMOUNT IS ABOVE ITS
002166*                   CODE'S TCD-HOLD-THRESHOLD (OR, WHEN THE
002167*                   CODE HAS NONE, THE CFG-HOLD-DEFAULT ON
002168*                   CFGFILE) NO LONGER GOES STRAIGHT TO
002169*                   TRANOK - IT IS DIVERTED TO THE NEW
002170*                   HOLDOUT FEED FOR HOLDMGR'S DUAL-CONTROL
002171*                   RELEASE, AND A QUEUE-CHANNEL ITEM
002172*                   PUBLISHES TRAN-HELD SO ITS SENDER KNOWS
002173*                   IT IS PENDING.  AN ITEM HOLDMGR RELEASED
002174*                   (TRN-HOLD-RELEASED) IS NOT HELD AGAIN.
002175*  2026-10-13  JCV  BUSINESS-DAY CALENDAR (SEE CALDREC1): THE
002176*                   R011 STALE TEST AND THE FUTURE-DATE TEST
002177*                   NOW JUDGE THE EFFECTIVE DATE ROLLED TO THE
002178*                   NEXT BUSINESS DAY, AND THE STALE CUTOFF IS
002179*                   THE FIRST BUSINESS DAY OF THE PRIOR MONTH,
002180*                   SO A SUNDAY-DATED ITEM IS WAREHOUSED FOR
002181*                   MONDAY RATHER THAN ACCEPTED ON SUNDAY.  THE
002182*                   RECORD ITSELF KEEPS THE DATE AS SENT.  A
002183*                   RUN ON A CLOSED DAY IS WARNED AND AUDITED.
002184*----------------------------------------------------------*
002185 ENVIRONMENT DIVISION.
002186 INPUT-OUTPUT SECTION.
002190 FILE-CONTROL.
002200     SELECT CHECKPOINT-FILE    ASSIGN TO CHKPT
002210                                ORGANIZATION IS SEQUENTIAL
002540     SELECT FUTURE-FILE        ASSIGN TO FUTOUT
002550                                ORGANIZATION IS SEQUENTIAL
002560                                FILE STATUS IS WS-FUTURE-STATUS.
002562     SELECT HOLD-FILE          ASSIGN TO HOLDOUT
002564                                ORGANIZATION IS SEQUENTIAL
002566                                FILE STATUS IS WS-HOLD-STATUS.
002570     SELECT OPTIONAL TRANCODE-FILE
002580                                ASSIGN TO TCODFILE
002590                                ORGANIZATION IS SEQUENTIAL
002600                                FILE STATUS IS WS-TCODE-STATUS.
002602     SELECT OUTBOX-FILE        ASSIGN TO RMQOUTB
002604                                ORGANIZATION IS SEQUENTIAL
002606                                FILE STATUS IS WS-OUTBOX-STATUS.
002607     SELECT OPTIONAL CALENDAR-FILE
002608                                ASSIGN TO CALFILE
002609                                ORGANIZATION IS SEQUENTIAL
002610                                FILE STATUS IS WS-CALENDAR-STATUS.
002611 DATA DIVISION.
002620 FILE SECTION.
002630 FD  CHECKPOINT-FILE
002640     RECORDING MODE IS F.
002900 FD  FUTURE-FILE
002910     RECORDING MODE IS F.
002920 01  FUTURE-RECORD                   PIC X(56).
002922 FD  HOLD-FILE
002924     RECORDING MODE IS F.
002926 01  HELD-RECORD                     PIC X(56).
002930 FD  TRANCODE-FILE
002940     RECORDING MODE IS F.
002950 COPY TCODREC1.
002952 FD  OUTBOX-FILE
002954     RECORDING MODE IS F.
002956 COPY RMQIF03.
002957 FD  CALENDAR-FILE
002958     RECORDING MODE IS F.
002959 COPY CALDREC1.
002960 WORKING-STORAGE SECTION.
002970*----------------------------------------------------------*
002980*  JOB IDENTIFICATION AND RETURN-CODE TRACKING
003250 01  WS-AUDIT-STATUS                 PIC X(02) VALUE '00'.
003260     88  WS-AUDIT-OK                 VALUE '00'.
003270     88  WS-AUDIT-NOT-FOUND          VALUE '35'.
003272 01  WS-OUTBOX-STATUS                PIC X(02) VALUE '00'.
003274     88  WS-OUTBOX-OK                VALUE '00'.
003276     88  WS-OUTBOX-NOT-FOUND         VALUE '35'.
003278 01  WS-OUTBOX-COUNT                 PIC 9(07) COMP VALUE ZERO.
003280*----------------------------------------------------------*
003290*  TRANSACTION VALIDATION CONTROL
003300*----------------------------------------------------------*
003420 01  WS-TRANS-FUTURE-COUNT           PIC 9(07) COMP VALUE ZERO.
003430 01  WS-FUTURE-STATUS                PIC X(02) VALUE '00'.
003440     88  WS-FUTURE-OK                VALUE '00'.
003441*----------------------------------------------------------*
003442*  LARGE-VALUE HOLD CONTROL - HELL001-CHECK-HOLD JUDGES A
003443*  CLEAN, CURRENT-DATED TRANSACTION AGAINST ITS CODE'S
003444*  TCD-HOLD-THRESHOLD (PICKED UP BY HELL001-MATCH-TRANCODE)
003445*  OR, WHEN THE CODE HAS NONE, THE CFG-HOLD-DEFAULT LOADED
003446*  BY HELL001-READ-CONFIG.  AN AMOUNT ABOVE THE LIMIT GOES
003447*  TO HOLDOUT FOR HOLDMGR'S DUAL-CONTROL RELEASE INSTEAD
003448*  OF TRANOK.  A ZERO LIMIT HOLDS NOTHING.
003449*----------------------------------------------------------*
003450 01  WS-HOLD-STATUS                  PIC X(02) VALUE '00'.
003451     88  WS-HOLD-OK                  VALUE '00'.
003452 01  WS-TRANS-HELD-COUNT             PIC 9(07) COMP VALUE ZERO.
003453 01  WS-HOLD-DEFAULT                 PIC 9(09)V99 VALUE ZERO.
003454 01  WS-TCODE-HOLD-LIMIT             PIC 9(09)V99 VALUE ZERO.
003455 01  WS-HOLD-LIMIT                   PIC 9(09)V99 VALUE ZERO.
003456 01  WS-HOLD-AMOUNT-X                PIC X(11) VALUE ZEROS.
003457 01  WS-HOLD-AMOUNT-N REDEFINES WS-HOLD-AMOUNT-X
003458                                     PIC 9(09)V99.
003459 01  WS-HOLD-SWITCH                  PIC X(01) VALUE 'N'.
003460     88  WS-TRAN-HELD                VALUE 'Y'.
003461*----------------------------------------------------------*
003462*  EFFECTIVE-DATE EDIT WORK AREA - HELL001-CHECK-EFF-DATE
003470*  BREAKS THE (ALREADY-NUMERIC) DATE APART AND JUDGES IT A
003480*  GENUINE CALENDAR DATE, LEAP YEARS INCLUDED.  THE STALE
003490*  CUTOFF IS THE FIRST DAY OF THE MONTH BEFORE THE RUN
003720     05  WS-STALE-YEAR               PIC 9(04).
003730     05  WS-STALE-MONTH              PIC 9(02).
003740     05  WS-STALE-DAY                PIC 9(02).
003741*----------------------------------------------------------*
003742*  WS-BUSINESS-EFF-DATE - THE TRANSACTION'S EFFECTIVE DATE
003743*  ROLLED TO THE NEXT BUSINESS DAY, SET BY HELL001-CHECK-
003744*  EFF-DATE FOR A VALID DATE.  THE STALE AND FUTURE-DATE
003745*  TESTS JUDGE THIS DATE; THE RECORD KEEPS ITS OWN.
003746*----------------------------------------------------------*
003747 01  WS-BUSINESS-EFF-DATE            PIC 9(08) VALUE ZERO.
003748*----------------------------------------------------------*
003749*  BUSINESS-DAY CALENDAR - CALFILE IS LOADED INTO CALDTBL1
003750*  AT THE START OF THE RUN (SEE CALDREC1 FOR THE WEEKDAY
003751*  RULE).  WS-CAL-DATE IS THE DATE IN HAND FOR THE
003752*  BUSINESS-DAY TEST AND THE ROLL TO THE NEXT BUSINESS DAY.
003753*----------------------------------------------------------*
003754 01  WS-CALENDAR-STATUS              PIC X(02) VALUE '00'.
003755     88  WS-CALENDAR-OK              VALUE '00'.
003756     88  WS-CALENDAR-NOT-FOUND       VALUE '35'.
003757 01  WS-CALENDAR-EOF-SWITCH          PIC X(01) VALUE 'N'.
003758     88  WS-CALENDAR-EOF-REACHED     VALUE 'Y'.
003759 COPY CALDTBL1.
003760 01  WS-CAL-SUB                      PIC 9(03) COMP VALUE ZERO.
003761 01  WS-CAL-DATE                     PIC 9(08) VALUE ZERO.
003762 01  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE.
003763     05  WS-CAL-YEAR                 PIC 9(04).
003764     05  WS-CAL-MONTH                PIC 9(02).
003765     05  WS-CAL-DAY                  PIC 9(02).
003766 01  WS-CAL-MONTH-MAX                PIC 9(02) VALUE ZERO.
003767 01  WS-CAL-YEAR-REM                 PIC 9(03) VALUE ZERO.
003768 01  WS-CAL-ROLL-COUNT               PIC 9(03) COMP VALUE ZERO.
003769 01  WS-CAL-DOW-YEAR                 PIC 9(04) VALUE ZERO.
003770 01  WS-CAL-DOW-QUOT                 PIC 9(04) VALUE ZERO.
003771 01  WS-CAL-DOW-SUM                  PIC 9(05) VALUE ZERO.
003772 01  WS-CAL-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
003773     88  WS-CAL-WEEKEND              VALUE 0 6.
003774 01  WS-CAL-DOW-OFFSET-TABLE.
003775     05  FILLER                      PIC X(12) VALUE
003776         '032503514624'.
003777 01  WS-CAL-DOW-OFFSETS REDEFINES WS-CAL-DOW-OFFSET-TABLE.
003778     05  WS-CAL-DOW-OFFSET OCCURS 12 TIMES
003779                                     PIC 9(01).
003780 01  WS-CAL-BUSINESS-SWITCH          PIC X(01) VALUE 'Y'.
003781     88  WS-CAL-BUSINESS-DAY         VALUE 'Y'.
003782     88  WS-CAL-CLOSED-DAY           VALUE 'N'.
003783*----------------------------------------------------------*
003784*  TRANSIN HEADER/TRAILER CONTROL-TOTAL RECONCILIATION.
003785*  THE DETAIL COUNT AND AMOUNT SUM ACCUMULATE BETWEEN A
003786*  HEADER AND ITS TRAILER AND ARE CHECKED AGAINST THE
003790*  TRAILER'S TOTALS - SEE HELL001-CONTROL-RECORD.  ONLY
003800*  NUMERIC TRN-AMOUNT VALUES ENTER THE SUM; A FIELD
003810*  CORRUPTED IN TRANSIT THEREFORE SURFACES AS A HASH
004320     88  WS-TCODE-VALID              VALUE 'F'.
004330     88  WS-TCODE-NOT-VALID          VALUE 'N'.
004340     88  WS-TCODE-SKIP-LOOKUP        VALUE 'S'.
004343 01  WS-TCODE-REVERSAL-SWITCH        PIC X(01) VALUE 'N'.
004346     88  WS-TCODE-IS-REVERSAL        VALUE 'Y'.
004350 01  WS-TCODE-SUB                    PIC 9(03) COMP VALUE ZERO.
004360 COPY TCODTBL1.
004370*----------------------------------------------------------*
006340*  ALREADY IN WORKING-STORAGE; ANY OTHER OPEN FAILURE IS
006350*  DISPLAYED AS A WARNING BUT DOES NOT FAIL THE JOB - A BAD
006360*  BANNER IS NOT WORTH ABENDING THE RUN OVER.
006362*  THE SAME RECORD CARRIES THE OVERALL LARGE-VALUE HOLD
006364*  DEFAULT; WITH NO USABLE RECORD THERE IS NO DEFAULT LIMIT
006366*  AND ONLY CODES WITH A TCODFILE LIMIT OF THEIR OWN HOLD.
006370*----------------------------------------------------------*
006380 HELL001-READ-CONFIG.
006390     OPEN INPUT CONFIG-FILE.
006460                 MOVE CFG-COMPANY-NAME   TO WS-CFG-COMPANY-NAME
006470                 MOVE CFG-COPYRIGHT-YEAR TO WS-CFG-COPYRIGHT-YEAR
006480                 MOVE CFG-BUILD-VERSION  TO WS-CFG-BUILD-VERSION
006481                 IF CFG-HOLD-DEFAULT IS NUMERIC
006482                     MOVE CFG-HOLD-DEFAULT TO WS-HOLD-DEFAULT
006483                 ELSE
006484                     DISPLAY 'HELL001-READ-CONFIG - HOLD DEFAULT '
006485                             'NOT NUMERIC, NO DEFAULT HOLD LIMIT'
006486                 END-IF
006490         END-READ
006500         CLOSE CONFIG-FILE
006510     ELSE
006850*  HELL001-HELP LOOKING LIKE A CLEAN RUN.  RECORDS THAT PASS
006860*  VALIDATION ARE WRITTEN TO ACCEPT-FILE (TRANOK) FOR THE
006870*  TRANPOST POSTING STEP THAT FOLLOWS THIS JOB.
006872*  A CLEAN, CURRENT-DATED RECORD ABOVE ITS LARGE-VALUE
006874*  HOLD LIMIT GOES TO HOLD-FILE (HOLDOUT) INSTEAD, AND A
006876*  HOLDOUT OPEN FAILURE FAILS THE JOB LIKE FUTOUT'S DOES.
006880*  TRAN-DONE IS ONLY CHECKPOINTED WHEN THE
006890*  RETURN CODE IS STILL ZERO, SO A RESTART AFTER A FAILED
006900*  VALIDATION PASS RE-ENTERS THIS PARAGRAPH INSTEAD OF BEING
006940     MOVE ZERO TO WS-TRANS-ACCEPTED-COUNT.
006950     MOVE ZERO TO WS-TRANS-REJECTED-COUNT.
006960     MOVE ZERO TO WS-TRANS-FUTURE-COUNT.
006965     MOVE ZERO TO WS-TRANS-HELD-COUNT.
006970     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
006975     PERFORM HELL001-LOAD-CALENDAR.
006980     PERFORM HELL001-CHECK-RUN-DAY.
006985     PERFORM HELL001-SET-STALE-CUTOFF.
006990     MOVE 'N'  TO WS-TRANS-EOF-SWITCH.
007000     MOVE 'N'  TO WS-CTL-FAILED-SWITCH.
007010     MOVE 'N'  TO WS-CTL-HEADER-SWITCH.
007120                 OPEN OUTPUT ACCEPT-FILE
007130                 IF WS-ACCEPT-OK
007140                     OPEN OUTPUT FUTURE-FILE
007142                     IF WS-FUTURE-OK
007144                         OPEN OUTPUT HOLD-FILE
007146                     END-IF
007150                 END-IF
007160                 IF WS-ACCEPT-OK AND WS-FUTURE-OK AND WS-HOLD-OK
007170                     PERFORM HELL001-VALIDATE-TRAN
007180                         UNTIL WS-TRANS-EOF-REACHED
007190                            OR WS-CTL-FAILED
007260                     END-IF
007270                     CLOSE ACCEPT-FILE
007280                     CLOSE FUTURE-FILE
007285                     CLOSE HOLD-FILE
007290                     IF WS-CTL-FAILED
007300                         PERFORM HELL001-TRUNCATE-ACCEPTS
007310                     END-IF
007320                 ELSE
007326                     EVALUATE TRUE
007332                         WHEN NOT WS-ACCEPT-OK
007338                             PERFORM HELL001-ACCEPT-ERROR
007344                         WHEN NOT WS-FUTURE-OK
007350                             CLOSE ACCEPT-FILE
007356                             PERFORM HELL001-FUTURE-ERROR
007362                         WHEN OTHER
007368                             CLOSE ACCEPT-FILE
007374                             CLOSE FUTURE-FILE
007380                             PERFORM HELL001-HOLD-ERROR
007386                     END-EVALUATE
007392                     PERFORM HELL001-EMPTY-ACCEPT-OUTPUT
007398                     PERFORM HELL001-EMPTY-FUTURE-OUTPUT
007404                     PERFORM HELL001-EMPTY-HOLD-OUTPUT
007410                 END-IF
007420                 CLOSE REJECT-FILE
007430             ELSE
007630     END-IF.
007640     DISPLAY 'TRANSACTIONS ACCEPTED: ' WS-TRANS-ACCEPTED-COUNT
007650             ' REJECTED: ' WS-TRANS-REJECTED-COUNT
007660             ' HELD FUTURE: ' WS-TRANS-FUTURE-COUNT
007665             ' HELD LARGE: ' WS-TRANS-HELD-COUNT.
007670     IF WS-PROGRAM-RETURN-CODE = ZERO
007680         MOVE 'TRAN-DONE' TO CKP-LAST-STEP
007690         PERFORM HELL001-WRITE-CHECKPOINT
008430*  HELL001-CHECK-TRAN - VALIDATE REQUIRED CODES AND NUMERIC
008440*  FIELDS; ROUTE FAILURES TO REJECT-FILE WITH A REASON CODE
008450*  AND PASSES TO ACCEPT-FILE FOR THE TRANPOST POSTING STEP.
008452*  A PASS ABOVE ITS LARGE-VALUE HOLD LIMIT GOES TO
008454*  HOLD-FILE INSTEAD (SEE HELL001-CHECK-HOLD); A QUEUE-
008456*  CHANNEL ITEM SO HELD PUBLISHES TRAN-HELD.
008460*----------------------------------------------------------*
008470 HELL001-CHECK-TRAN.
008480     MOVE SPACES TO REJ-REASON-CODE.
008800             MOVE 'R004' TO REJ-REASON-CODE
008810             MOVE 'INVALID EFFECTIVE DATE'
008820                 TO REJ-REASON-TEXT
008827         WHEN WS-BUSINESS-EFF-DATE < WS-STALE-CUTOFF
008835           AND NOT WS-TCODE-IS-REVERSAL
008840             MOVE 'R011' TO REJ-REASON-CODE
008850             MOVE 'STALE EFFECTIVE DATE'
008860                 TO REJ-REASON-TEXT
008880             CONTINUE
008890     END-EVALUATE.
008900     IF REJ-REASON-CODE = SPACES
008910         IF WS-BUSINESS-EFF-DATE > WS-TODAY-DATE
008920             WRITE FUTURE-RECORD FROM TRANS-RECORD
008930             ADD 1 TO WS-TRANS-FUTURE-COUNT
008940         ELSE
008942             PERFORM HELL001-CHECK-HOLD
008944             IF WS-TRAN-HELD
008946                 WRITE HELD-RECORD FROM TRANS-RECORD
008948                 ADD 1 TO WS-TRANS-HELD-COUNT
008950                 IF TRN-MESSAGE-ID NOT = SPACES
008952                     PERFORM HELL001-PUBLISH-TRAN-HELD
008954                 END-IF
008956             ELSE
008958                 WRITE ACCEPTED-RECORD FROM TRANS-RECORD
008960                 ADD 1 TO WS-TRANS-ACCEPTED-COUNT
008962             END-IF
008970         END-IF
008980     ELSE
008990         MOVE TRN-ACCOUNT-NUMBER   TO REJ-ACCOUNT-NUMBER
012140     ELSE
012150         PERFORM HELL001-PUBLISH-DEADLETTER
012160     END-IF.
012161     IF WS-OUTBOX-COUNT > ZERO
012162         DISPLAY 'WARNING - ' WS-OUTBOX-COUNT ' QUEUE EVENT(S) '
012163                 'PARKED ON RMQOUTB - RUN RMQRPLYJ ONCE THE '
012164                 'BROKER IS BACK'
012165     END-IF.
012170     DISPLAY 'TERMINATING PROGRAM'.
012180     MOVE WS-PROGRAM-RETURN-CODE TO RETURN-CODE.
012190*----------------------------------------------------------*
012380     ACCEPT RMQ-EVENT-TIME FROM TIME.
012390     MOVE WS-PROGRAM-RETURN-CODE TO RMQ-RETURN-CODE.
012400     CALL 'RMQPUB01' USING RMQ-MESSAGE-AREA RMQ-STATUS-CODE.
012402     IF NOT RMQ-PUBLISH-OK
012404         PERFORM HELL001-WRITE-OUTBOX
012406     END-IF.
012410*----------------------------------------------------------*
012420*  HELL001-PUBLISH-DEADLETTER - THE JOB IS ENDING WITH A
012430*  NON-ZERO RETURN CODE.  NOTIFY THE batch.job.deadletter
016240         DISPLAY 'ERROR - FUTURE-FILE TRUNCATE FAILED, '
016250                 'STATUS=' WS-FUTURE-STATUS
016260     END-IF.
016261     OPEN OUTPUT HOLD-FILE.
016262     IF WS-HOLD-OK
016263         CLOSE HOLD-FILE
016264         DISPLAY 'HOLD-FILE EMPTIED - CONTROL FAILURE, '
016265                 'NOTHING LEFT FOR THE HOLD QUEUE'
016266     ELSE
016267         DISPLAY 'ERROR - HOLD-FILE TRUNCATE FAILED, '
016268                 'STATUS=' WS-HOLD-STATUS
016269     END-IF.
016270*----------------------------------------------------------*
016280*  HELL001-EMPTY-TRAN-OUTPUTS - THIS RUN PRODUCED NO
016290*  VALIDATION OUTPUT (A RESTART RESUMING PAST VALIDATION, A
016440     PERFORM HELL001-EMPTY-ACCEPT-OUTPUT.
016450     PERFORM HELL001-EMPTY-REJECT-OUTPUT.
016460     PERFORM HELL001-EMPTY-FUTURE-OUTPUT.
016465     PERFORM HELL001-EMPTY-HOLD-OUTPUT.
016470     DISPLAY 'TRANOK/TRANREJ/FUTOUT/HOLDOUT CLOSED EMPTY - '
016480             'NO VALIDATION OUTPUT THIS RUN'.
016490*----------------------------------------------------------*
016500*  HELL001-EMPTY-ACCEPT-OUTPUT / HELL001-EMPTY-REJECT-
016510*  OUTPUT - CLOSE ONE OUTPUT GENERATION EMPTY.  AN OPEN
017200                 TO TCT-DIRECTION(TCODE-TABLE-COUNT)
017210             MOVE TCD-ACTIVE-SWITCH
017220                 TO TCT-ACTIVE-SWITCH(TCODE-TABLE-COUNT)
017221             IF TCD-HOLD-THRESHOLD IS NUMERIC
017222                 MOVE TCD-HOLD-THRESHOLD
017223                     TO TCT-HOLD-THRESHOLD(TCODE-TABLE-COUNT)
017224             ELSE
017225                 MOVE ZERO
017226                     TO TCT-HOLD-THRESHOLD(TCODE-TABLE-COUNT)
017227             END-IF
017230     END-READ.
017240*----------------------------------------------------------*
017250*  HELL001-TCODE-OVERFLOW - THE LOAD LOOP STOPPED AT THE
017570*  THE TRANSACTION IN HAND.  THE LOOKUP IS SKIPPED WHEN NO
017580*  TABLE IS LOADED OR WHEN THE CODE IS BLANK - A BLANK CODE
017590*  ALREADY FAILS THE R002 EDIT, WHICH OUTRANKS R009 IN
017600*  HELL001-CHECK-TRAN'S EVALUATE ORDER.  A MATCH ON A
017603*  REVERSAL CODE ALSO SETS THE REVERSAL SWITCH, WHICH
017606*  EXEMPTS THE TRANSACTION FROM THE R011 STALE-DATE TEST.
017607*  A MATCH ALSO PICKS UP THE CODE'S OWN LARGE-VALUE HOLD
017608*  LIMIT FOR HELL001-CHECK-HOLD.
017610*----------------------------------------------------------*
017620 HELL001-LOOKUP-TRANCODE.
017625     MOVE 'N' TO WS-TCODE-REVERSAL-SWITCH.
017627     MOVE ZERO TO WS-TCODE-HOLD-LIMIT.
017630     IF NOT WS-TCODE-LOOKUP-ON
017640         OR TRN-TRANSACTION-CODE = SPACES
017650         MOVE 'S' TO WS-TCODE-FOUND-SWITCH
017800     IF TCT-TRAN-CODE(WS-TCODE-SUB) = TRN-TRANSACTION-CODE
017810         AND TCT-ENTRY-ACTIVE(WS-TCODE-SUB)
017820         MOVE 'F' TO WS-TCODE-FOUND-SWITCH
017822         IF TCT-DIR-REVERSAL(WS-TCODE-SUB)
017824             MOVE 'Y' TO WS-TCODE-REVERSAL-SWITCH
017826         END-IF
017827         MOVE TCT-HOLD-THRESHOLD(WS-TCODE-SUB)
017828             TO WS-TCODE-HOLD-LIMIT
017830     END-IF.
017840*----------------------------------------------------------*
017850*  HELL001-SET-STALE-CUTOFF - BUILD THE STALE-DATE CUTOFF
017860*  FOR THIS RUN: THE FIRST BUSINESS DAY OF THE MONTH BEFORE
017870*  THE RUN DATE.  AN EFFECTIVE DATE (ROLLED TO ITS BUSINESS
017880*  DAY) EARLIER THAN THIS REJECTS AS R011 - OLD ENOUGH THAT
017890*  POSTING IT QUIETLY WOULD RESTATE A STATEMENT PERIOD
017895*  ALREADY CLOSED.
017900*----------------------------------------------------------*
017910 HELL001-SET-STALE-CUTOFF.
017920     MOVE WS-TODAY-DATE TO WS-STALE-CUTOFF.
017970         SUBTRACT 1 FROM WS-STALE-MONTH
017980     END-IF.
017990     MOVE 01 TO WS-STALE-DAY.
017992     MOVE WS-STALE-CUTOFF TO WS-CAL-DATE.
017994     PERFORM HELL001-NEXT-BUSINESS-DAY.
017996     MOVE WS-CAL-DATE TO WS-STALE-CUTOFF.
018000*----------------------------------------------------------*
018010*  HELL001-CHECK-EFF-DATE - SET THE DATE-VALID SWITCH FOR
018020*  THE TRANSACTION IN HAND.  A NON-NUMERIC DATE IS SIMPLY
018030*  NOT VALID (R004 ALREADY COVERS IT); A NUMERIC ONE MUST
018040*  BE A GENUINE CALENDAR DATE - MONTH 1-12, DAY WITHIN THE
018050*  MONTH, 29 FEBRUARY ONLY IN A LEAP YEAR - SO 20269999 NO
018056*  LONGER SAILS THROUGH TO POSTING.  A VALID DATE IS ALSO
018062*  ROLLED TO THE NEXT BUSINESS DAY INTO WS-BUSINESS-EFF-
018068*  DATE FOR THE STALE AND FUTURE-DATE TESTS.
018074*----------------------------------------------------------*
018080 HELL001-CHECK-EFF-DATE.
018086     MOVE 'N' TO WS-DATE-VALID-SWITCH.
018092     MOVE ZERO TO WS-BUSINESS-EFF-DATE.
018100     IF TRN-EFFECTIVE-DATE IS NUMERIC
018110         MOVE TRN-EFFECTIVE-DATE TO WS-EDIT-DATE
018120         IF WS-EDIT-YEAR > 1900
018240             END-IF
018250         END-IF
018260     END-IF.
018261     IF WS-DATE-VALID
018262         MOVE TRN-EFFECTIVE-DATE TO WS-CAL-DATE
018263         PERFORM HELL001-NEXT-BUSINESS-DAY
018264         MOVE WS-CAL-DATE TO WS-BUSINESS-EFF-DATE
018265     END-IF.
018270*----------------------------------------------------------*
018280*  HELL001-CHECK-LEAP-YEAR - 29 FEBRUARY IS ONLY VALID IN
018290*  A LEAP YEAR: DIVISIBLE BY FOUR, EXCEPT A CENTURY YEAR
018960            REJ-REASON-TEXT      DELIMITED BY SIZE
018970            INTO RMQ-REASON-TEXT.
018980     PERFORM HELL001-PUBLISH-EVENT.
018990*----------------------------------------------------------*
019000*  HELL001-WRITE-OUTBOX - RMQPUB01 REFUSED THE MESSAGE IN
019010*  HAND.  PARK THE WHOLE MESSAGE AREA AND THE BRIDGE STATUS
019020*  ON THE RMQOUTB OUTBOX (SEE RMQIF03) FOR RMQRPLY TO RESEND
019030*  ONCE THE BROKER IS BACK, AND AUDIT THE MISS (SOURCE Q,
019040*  BRIDGE STATUS AS THE RETURN CODE).  A BROKER
019050*  OUTAGE NEVER FAILS THE JOB; AN OUTBOX THAT CANNOT BE
019060*  OPENED LOSES THE EVENT, SO IT IS SHOUTED ON SYSOUT.
019070*----------------------------------------------------------*
019080 HELL001-WRITE-OUTBOX.
019090     MOVE SPACES          TO RMQ-OUTBOX-RECORD.
019100     ACCEPT RMQO-WRITTEN-DATE FROM DATE YYYYMMDD.
019110     ACCEPT RMQO-WRITTEN-TIME FROM TIME.
019120     MOVE WS-JOB-NAME      TO RMQO-SOURCE-JOB.
019130     MOVE RMQ-STATUS-CODE  TO RMQO-FAIL-STATUS.
019140     MOVE ZERO             TO RMQO-REPLAY-COUNT.
019150     MOVE RMQ-MESSAGE-AREA TO RMQO-MESSAGE-AREA.
019160     OPEN EXTEND OUTBOX-FILE.
019170     IF NOT WS-OUTBOX-OK AND WS-OUTBOX-NOT-FOUND
019180         OPEN OUTPUT OUTBOX-FILE
019190     END-IF.
019200     IF WS-OUTBOX-OK
019210         WRITE RMQ-OUTBOX-RECORD
019220         CLOSE OUTBOX-FILE
019230         ADD 1 TO WS-OUTBOX-COUNT
019240     ELSE
019250         DISPLAY 'ERROR - RMQOUTB OPEN FAILED, STATUS='
019260                 WS-OUTBOX-STATUS ' - ' RMQ-EVENT-TYPE
019270                 ' EVENT LOST'
019280     END-IF.
019290     MOVE WS-JOB-NAME     TO AUD-STEP-NAME.
019300     MOVE 'E'             TO AUD-EVENT-TYPE.
019310     MOVE 'Q'             TO AUD-EVENT-SOURCE.
019320     MOVE 'F'             TO AUD-OUTCOME-CODE.
019330     MOVE RMQ-STATUS-CODE TO AUD-RETURN-CODE.
019340     MOVE ZERO            TO AUD-ELAPSED-TIME.
019350     PERFORM HELL001-WRITE-AUDIT.
019360*----------------------------------------------------------*
019370*  HELL001-HOLD-ERROR - HOLD-FILE COULD NOT BE OPENED.  FAIL
019380*  THE JOB RATHER THAN VALIDATE WITH NO HOME FOR THE LARGE-
019390*  VALUE ITEMS - LETTING THEM THROUGH TO TRANOK WOULD POST
019400*  THEM WITHOUT THE SECOND PAIR OF EYES THE HOLD EXISTS FOR.
019410*----------------------------------------------------------*
019420 HELL001-HOLD-ERROR.
019430     DISPLAY 'ERROR - HOLD-FILE OPEN FAILED, STATUS='
019440         WS-HOLD-STATUS ' - JOB WILL BE FLAGGED AS FAILED'.
019450     MOVE 16 TO WS-PROGRAM-RETURN-CODE.
019460     MOVE 'HOLDOUT' TO AUD-STEP-NAME.
019470     MOVE 'E'       TO AUD-EVENT-TYPE.
019480     MOVE 'X'       TO AUD-EVENT-SOURCE.
019490     MOVE 'F'       TO AUD-OUTCOME-CODE.
019500     MOVE WS-PROGRAM-RETURN-CODE TO AUD-RETURN-CODE.
019510     MOVE ZERO      TO AUD-ELAPSED-TIME.
019520     PERFORM HELL001-WRITE-AUDIT.
019530*----------------------------------------------------------*
019540*  HELL001-EMPTY-HOLD-OUTPUT - CLOSE THE HOLDOUT OUTPUT
019550*  GENERATION EMPTY ON A NO-OUTPUT RUN, AS THE OTHER
019560*  VALIDATION OUTPUTS ALREADY DO.
019570*----------------------------------------------------------*
019580 HELL001-EMPTY-HOLD-OUTPUT.
019590     OPEN OUTPUT HOLD-FILE.
019600     IF WS-HOLD-OK
019610         CLOSE HOLD-FILE
019620     END-IF.
019630*----------------------------------------------------------*
019640*  HELL001-CHECK-HOLD - DECIDE WHETHER THE CLEAN, CURRENT-
019650*  DATED TRANSACTION IN HAND IS A LARGE-VALUE ITEM.  THE
019660*  CODE'S OWN LIMIT WINS; A CODE WITH NONE FALLS BACK TO THE
019670*  CFGFILE DEFAULT; A ZERO LIMIT HOLDS NOTHING.  AN AMOUNT
019680*  EQUAL TO THE LIMIT IS NOT HELD.  AN ITEM HOLDMGR HAS
019690*  ALREADY RELEASED UNDER DUAL CONTROL IS NEVER HELD AGAIN.
019700*----------------------------------------------------------*
019710 HELL001-CHECK-HOLD.
019720     MOVE 'N' TO WS-HOLD-SWITCH.
019730     IF NOT TRN-HOLD-RELEASED
019740         IF WS-TCODE-HOLD-LIMIT > ZERO
019750             MOVE WS-TCODE-HOLD-LIMIT TO WS-HOLD-LIMIT
019760         ELSE
019770             MOVE WS-HOLD-DEFAULT     TO WS-HOLD-LIMIT
019780         END-IF
019790         IF WS-HOLD-LIMIT > ZERO
019800             MOVE TRN-AMOUNT TO WS-HOLD-AMOUNT-X
019810             IF WS-HOLD-AMOUNT-N > WS-HOLD-LIMIT
019820                 MOVE 'Y' TO WS-HOLD-SWITCH
019830             END-IF
019840         END-IF
019850     END-IF.
019860*----------------------------------------------------------*
019870*  HELL001-PUBLISH-TRAN-HELD - THE QUEUE-CHANNEL TRANSACTION
019880*  IN HAND HAS JUST BEEN DIVERTED TO THE LARGE-VALUE HOLD.
019890*  TELL ITS PUBLISHER ON batch.tran.outcome THAT IT IS
019900*  PENDING RELEASE RATHER THAN POSTED; HOLDMGR PUBLISHES A
019910*  TRAN-NAK IF THE ITEM IS LATER REJECTED OR EXPIRES, AND A
019920*  RELEASED ITEM COMES BACK THROUGH THIS PASS.  A BATCH THAT
019930*  FAILS CONTROL AFTER THIS POINT HAS ITS HOLDOUT EMPTIED,
019940*  AND THE RERUN PUBLISHES THE EVENT AGAIN.
019950*----------------------------------------------------------*
019960 HELL001-PUBLISH-TRAN-HELD.
019970     MOVE WS-OUTCOME-QUEUE TO RMQ-QUEUE-NAME.
019980     MOVE 'TRAN-HELD'      TO RMQ-EVENT-TYPE.
019990     MOVE SPACES           TO RMQ-REASON-TEXT.
020000     STRING TRN-MESSAGE-ID       DELIMITED BY SIZE
020010            ' LARGE-VALUE HOLD - AWAITING RELEASE'
020020                                 DELIMITED BY SIZE
020030            INTO RMQ-REASON-TEXT.
020040     PERFORM HELL001-PUBLISH-EVENT.
020050*----------------------------------------------------------*
020060*  HELL001-LOAD-CALENDAR - LOAD THE BUSINESS-DAY CALENDAR.
020070*  STATUS 35 OR AN EMPTY FILE LEAVES THE TABLE EMPTY, SO
020080*  ONLY SATURDAYS AND SUNDAYS ARE CLOSED; ANY OTHER OPEN
020090*  FAILURE, OR A FILE TOO BIG FOR THE TABLE, FAILS THE JOB
020100*  LIKE A TCODFILE FAILURE DOES - JUDGING DATES BY A
020110*  CALENDAR IT ONLY HALF SEES WOULD ACCEPT ON A HOLIDAY.
020120*----------------------------------------------------------*
020130 HELL001-LOAD-CALENDAR.
020140     MOVE ZERO TO CALENDAR-TABLE-COUNT.
020150     MOVE 'N'  TO WS-CALENDAR-EOF-SWITCH.
020160     OPEN INPUT CALENDAR-FILE.
020170     IF WS-CALENDAR-OK
020180         PERFORM HELL001-LOAD-CAL-ENTRY
020190             UNTIL WS-CALENDAR-EOF-REACHED
020200                OR CALENDAR-TABLE-COUNT = 500
020210         CLOSE CALENDAR-FILE
020220         IF NOT WS-CALENDAR-EOF-REACHED
020230             DISPLAY 'ERROR - CALFILE HAS MORE THAN 500 '
020240                     'DATES - DATES PAST 500 WERE NOT LOADED'
020250             DISPLAY 'ERROR - JOB WILL BE FLAGGED AS FAILED'
020260             MOVE 16 TO WS-PROGRAM-RETURN-CODE
020270         ELSE
020280             DISPLAY 'CALENDAR DATES LOADED: '
020290                     CALENDAR-TABLE-COUNT ' DATES'
020300         END-IF
020310     ELSE
020320         IF WS-CALENDAR-NOT-FOUND
020330             DISPLAY 'HELL001-LOAD-CALENDAR - CALFILE NOT '
020340                     'ALLOCATED, WEEKENDS ONLY ARE CLOSED'
020350         ELSE
020360             PERFORM HELL001-CAL-ERROR
020370         END-IF
020380     END-IF.
020390*----------------------------------------------------------*
020400*  HELL001-CAL-ERROR - CALFILE COULD NOT BE OPENED FOR A
020410*  REASON OTHER THAN "DOES NOT EXIST YET".  FAIL THE JOB
020420*  AND AUDIT THE FAILURE THE SAME WAY THE OTHER FILE-OPEN
020430*  ERRORS DO.
020440*----------------------------------------------------------*
020450 HELL001-CAL-ERROR.
020460     DISPLAY 'ERROR - CALFILE OPEN FAILED, STATUS='
020470             WS-CALENDAR-STATUS
020480             ' - JOB WILL BE FLAGGED AS FAILED'.
020490     MOVE 16 TO WS-PROGRAM-RETURN-CODE.
020500     MOVE 'CALFILE'  TO AUD-STEP-NAME.
020510     MOVE 'E'        TO AUD-EVENT-TYPE.
020520     MOVE 'X'        TO AUD-EVENT-SOURCE.
020530     MOVE 'F'        TO AUD-OUTCOME-CODE.
020540     MOVE WS-PROGRAM-RETURN-CODE TO AUD-RETURN-CODE.
020550     MOVE ZERO       TO AUD-ELAPSED-TIME.
020560     PERFORM HELL001-WRITE-AUDIT.
020570*----------------------------------------------------------*
020580*  HELL001-LOAD-CAL-ENTRY - READ ONE CALFILE RECORD INTO THE
020590*  TABLE.  PERFORMED REPEATEDLY BY HELL001-LOAD-CALENDAR.
020600*----------------------------------------------------------*
020610 HELL001-LOAD-CAL-ENTRY.
020620     READ CALENDAR-FILE
020630         AT END
020640             MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
020650         NOT AT END
020660             ADD 1 TO CALENDAR-TABLE-COUNT
020670             MOVE CAL-DATE
020680                 TO CLT-DATE(CALENDAR-TABLE-COUNT)
020690             MOVE CAL-DAY-TYPE
020700                 TO CLT-DAY-TYPE(CALENDAR-TABLE-COUNT)
020710             MOVE CAL-DESCRIPTION
020720                 TO CLT-DESCRIPTION(CALENDAR-TABLE-COUNT)
020730             MOVE CAL-ACTIVE-SWITCH
020740                 TO CLT-ACTIVE-SWITCH(CALENDAR-TABLE-COUNT)
020750     END-READ.
020760*----------------------------------------------------------*
020770*  HELL001-CHECK-RUN-DAY - A RUN ON A DAY THE CALENDAR HAS
020780*  CLOSED STILL GOES AHEAD, BUT IS WARNED ON SYSOUT AND PUT
020790*  ON THE AUDIT TRAIL (SOURCE C, STEP CLOSEDAY, RC 4) SO
020800*  THE MORNING REVIEW SEES WHO RAN ON A HOLIDAY.  THE JOB'S
020810*  OWN RETURN CODE IS LEFT ALONE.
020820*----------------------------------------------------------*
020830 HELL001-CHECK-RUN-DAY.
020840     MOVE WS-TODAY-DATE TO WS-CAL-DATE.
020850     PERFORM HELL001-CHECK-BUSINESS-DAY.
020860     IF WS-CAL-CLOSED-DAY
020870         DISPLAY 'WARNING - RUN DATE ' WS-TODAY-DATE
020880                 ' IS NOT A BUSINESS DAY ON THE CALENDAR'
020890         MOVE 'CLOSEDAY' TO AUD-STEP-NAME
020900         MOVE 'E'        TO AUD-EVENT-TYPE
020910         MOVE 'C'        TO AUD-EVENT-SOURCE
020920         MOVE 'S'        TO AUD-OUTCOME-CODE
020930         MOVE 4          TO AUD-RETURN-CODE
020940         MOVE ZERO       TO AUD-ELAPSED-TIME
020950         PERFORM HELL001-WRITE-AUDIT
020960     END-IF.
020970*----------------------------------------------------------*
020980*  HELL001-CHECK-BUSINESS-DAY - IS WS-CAL-DATE A BUSINESS DAY?
020990*  THE WEEKDAY RULE FIRST - SATURDAY AND SUNDAY CLOSED -
021000*  THEN AN ACTIVE CALENDAR ENTRY FOR THE DATE OVERRIDES
021010*  IT.  THE DAY OF THE WEEK (0 = SUNDAY) IS THE YEAR PLUS
021020*  ITS LEAP DAYS TO DATE, A FIXED OFFSET PER MONTH AND THE
021030*  DAY, MODULO 7 - JANUARY AND FEBRUARY COUNT AS THE END OF
021040*  THE YEAR BEFORE SO THE LEAP DAY FALLS LAST.  A DATE WITH
021050*  NO VALID MONTH IS LEFT OPEN FOR THE EDITS TO DEAL WITH.
021060*----------------------------------------------------------*
021070 HELL001-CHECK-BUSINESS-DAY.
021080     MOVE 'Y' TO WS-CAL-BUSINESS-SWITCH.
021090     IF WS-CAL-MONTH >= 01 AND WS-CAL-MONTH <= 12
021100         MOVE WS-CAL-YEAR TO WS-CAL-DOW-YEAR
021110         IF WS-CAL-MONTH < 03
021120             SUBTRACT 1 FROM WS-CAL-DOW-YEAR
021130         END-IF
021140         MOVE WS-CAL-DOW-YEAR TO WS-CAL-DOW-SUM
021150         DIVIDE WS-CAL-DOW-YEAR BY 4 GIVING WS-CAL-DOW-QUOT
021160         ADD WS-CAL-DOW-QUOT TO WS-CAL-DOW-SUM
021170         DIVIDE WS-CAL-DOW-YEAR BY 100 GIVING WS-CAL-DOW-QUOT
021180         SUBTRACT WS-CAL-DOW-QUOT FROM WS-CAL-DOW-SUM
021190         DIVIDE WS-CAL-DOW-YEAR BY 400 GIVING WS-CAL-DOW-QUOT
021200         ADD WS-CAL-DOW-QUOT TO WS-CAL-DOW-SUM
021210         ADD WS-CAL-DOW-OFFSET(WS-CAL-MONTH) TO WS-CAL-DOW-SUM
021220         ADD WS-CAL-DAY TO WS-CAL-DOW-SUM
021230         DIVIDE WS-CAL-DOW-SUM BY 7 GIVING WS-CAL-DOW-QUOT
021240             REMAINDER WS-CAL-DAY-OF-WEEK
021250         IF WS-CAL-WEEKEND
021260             MOVE 'N' TO WS-CAL-BUSINESS-SWITCH
021270         END-IF
021280         PERFORM HELL001-MATCH-CAL-ENTRY
021290             VARYING WS-CAL-SUB FROM 1 BY 1
021300             UNTIL WS-CAL-SUB > CALENDAR-TABLE-COUNT
021310     END-IF.
021320*----------------------------------------------------------*
021330*  HELL001-MATCH-CAL-ENTRY - APPLY ONE CALENDAR ENTRY TO THE
021340*  DATE IN HAND: H CLOSES IT, W OPENS IT.
021350*----------------------------------------------------------*
021360 HELL001-MATCH-CAL-ENTRY.
021370     IF CLT-DATE(WS-CAL-SUB) = WS-CAL-DATE
021380         AND CLT-ENTRY-ACTIVE(WS-CAL-SUB)
021390         IF CLT-DAY-CLOSED(WS-CAL-SUB)
021400             MOVE 'N' TO WS-CAL-BUSINESS-SWITCH
021410         END-IF
021420         IF CLT-DAY-OPEN(WS-CAL-SUB)
021430             MOVE 'Y' TO WS-CAL-BUSINESS-SWITCH
021440         END-IF
021450     END-IF.
021460*----------------------------------------------------------*
021470*  HELL001-NEXT-BUSINESS-DAY - ROLL WS-CAL-DATE FORWARD TO THE
021480*  FIRST BUSINESS DAY ON OR AFTER IT.  A MONTH OF CLOSED
021490*  DAYS IN A ROW MEANS THE CALENDAR IS WRONG, NOT THAT THE
021500*  BANK IS SHUT, SO THE ROLL STOPS THERE RATHER THAN LOOP.
021510*----------------------------------------------------------*
021520 HELL001-NEXT-BUSINESS-DAY.
021530     MOVE ZERO TO WS-CAL-ROLL-COUNT.
021540     PERFORM HELL001-CHECK-BUSINESS-DAY.
021550     PERFORM HELL001-CAL-ROLL-ONE-DAY
021560         UNTIL WS-CAL-BUSINESS-DAY
021570            OR WS-CAL-ROLL-COUNT = 31.
021580*----------------------------------------------------------*
021590*  HELL001-CAL-ROLL-ONE-DAY - STEP WS-CAL-DATE ON BY ONE DAY,
021600*  INTO THE NEXT MONTH OR YEAR AS NEEDED, AND TEST IT.
021610*----------------------------------------------------------*
021620 HELL001-CAL-ROLL-ONE-DAY.
021630     ADD 1 TO WS-CAL-ROLL-COUNT.
021640     PERFORM HELL001-CAL-SET-MONTH-MAX.
021650     IF WS-CAL-DAY < WS-CAL-MONTH-MAX
021660         ADD 1 TO WS-CAL-DAY
021670     ELSE
021680         MOVE 01 TO WS-CAL-DAY
021690         IF WS-CAL-MONTH = 12
021700             MOVE 01 TO WS-CAL-MONTH
021710             ADD 1 TO WS-CAL-YEAR
021720         ELSE
021730             ADD 1 TO WS-CAL-MONTH
021740         END-IF
021750     END-IF.
021760     PERFORM HELL001-CHECK-BUSINESS-DAY.
021770*----------------------------------------------------------*
021780*  HELL001-CAL-SET-MONTH-MAX - THE NUMBER OF DAYS IN WS-CAL-
021790*  DATE'S MONTH, 29 FOR FEBRUARY IN A LEAP YEAR: DIVISIBLE
021800*  BY FOUR, EXCEPT A CENTURY YEAR MUST DIVIDE BY FOUR
021810*  HUNDRED.
021820*----------------------------------------------------------*
021830 HELL001-CAL-SET-MONTH-MAX.
021840     MOVE WS-MONTH-DAY-MAX(WS-CAL-MONTH) TO WS-CAL-MONTH-MAX.
021850     IF WS-CAL-MONTH = 02
021860         DIVIDE WS-CAL-YEAR BY 4 GIVING WS-CAL-DOW-QUOT
021870             REMAINDER WS-CAL-YEAR-REM
021880         IF WS-CAL-YEAR-REM = ZERO
021890             MOVE 29 TO WS-CAL-MONTH-MAX
021900             DIVIDE WS-CAL-YEAR BY 100 GIVING WS-CAL-DOW-QUOT
021910                 REMAINDER WS-CAL-YEAR-REM
021920             IF WS-CAL-YEAR-REM = ZERO
021930                 DIVIDE WS-CAL-YEAR BY 400 GIVING WS-CAL-DOW-QUOT
021940                     REMAINDER WS-CAL-YEAR-REM
021950                 IF WS-CAL-YEAR-REM NOT = ZERO
021960                     MOVE 28 TO WS-CAL-MONTH-MAX
021970                 END-IF
021980             END-IF
021990         END-IF
022000     END-IF.
