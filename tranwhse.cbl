000330*                   THE FULL FIELD/ACCOUNT/CODE EDITS AGAIN
000340*                   ON ITS DAY - THE MASTER MAY HAVE
000350*                   CHANGED WHILE IT WAITED.
000351*  2026-10-13  JCV  BUSINESS-DAY CALENDAR (SEE CALDREC1): AN
000352*                   ITEM'S EFFECTIVE DATE IS ROLLED TO THE
000353*                   NEXT BUSINESS DAY BEFORE IT IS JUDGED, SO
000354*                   A SUNDAY OR BANK-HOLIDAY DATE RELEASES ON
000355*                   THE FOLLOWING BUSINESS DAY CARRYING THAT
000356*                   DATE, NOT ON THE CLOSED DAY ITSELF.  A RUN
000357*                   ON A CLOSED DAY IS WARNED AND AUDITED.
000360*----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000540     SELECT AUDIT-FILE         ASSIGN TO AUDITF
000550                                ORGANIZATION IS SEQUENTIAL
000560                                FILE STATUS IS WS-AUDIT-STATUS.
000562     SELECT OPTIONAL CALENDAR-FILE
000564                                ASSIGN TO CALFILE
000566                                ORGANIZATION IS SEQUENTIAL
000568                                FILE STATUS IS WS-CALENDAR-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  FUTURE-IN-FILE
000710 FD  AUDIT-FILE
000720     RECORDING MODE IS F.
000730 COPY AUDTREC1.
000732 FD  CALENDAR-FILE
000734     RECORDING MODE IS F.
000736 COPY CALDREC1.
000740 WORKING-STORAGE SECTION.
000750*----------------------------------------------------------*
000760*  JOB IDENTIFICATION AND RETURN-CODE TRACKING
001240 01  WS-RELEASED-COUNT               PIC 9(07) COMP VALUE ZERO.
001250 01  WS-HELD-FWD-COUNT               PIC 9(07) COMP VALUE ZERO.
001260 01  WS-DROPPED-CTL-COUNT            PIC 9(07) COMP VALUE ZERO.
001261 01  WS-ROLLED-COUNT                 PIC 9(07) COMP VALUE ZERO.
001262*----------------------------------------------------------*
001263*  BUSINESS-DAY CALENDAR - CALFILE IS LOADED INTO CALDTBL1
001264*  AT THE START OF THE RUN (SEE CALDREC1 FOR THE WEEKDAY
001265*  RULE).  WS-CAL-DATE IS THE DATE IN HAND FOR THE
001266*  BUSINESS-DAY TEST AND THE ROLL TO THE NEXT BUSINESS DAY.
001267*----------------------------------------------------------*
001268 01  WS-CALENDAR-STATUS              PIC X(02) VALUE '00'.
001269     88  WS-CALENDAR-OK              VALUE '00'.
001270     88  WS-CALENDAR-NOT-FOUND       VALUE '35'.
001271 01  WS-CALENDAR-EOF-SWITCH          PIC X(01) VALUE 'N'.
001272     88  WS-CALENDAR-EOF-REACHED     VALUE 'Y'.
001273 COPY CALDTBL1.
001274 01  WS-CAL-SUB                      PIC 9(03) COMP VALUE ZERO.
001275 01  WS-CAL-DATE                     PIC 9(08) VALUE ZERO.
001276 01  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE.
001277     05  WS-CAL-YEAR                 PIC 9(04).
001278     05  WS-CAL-MONTH                PIC 9(02).
001279     05  WS-CAL-DAY                  PIC 9(02).
001280 01  WS-CAL-MONTH-MAX                PIC 9(02) VALUE ZERO.
001281 01  WS-CAL-YEAR-REM                 PIC 9(03) VALUE ZERO.
001282 01  WS-CAL-ROLL-COUNT               PIC 9(03) COMP VALUE ZERO.
001283 01  WS-CAL-DOW-YEAR                 PIC 9(04) VALUE ZERO.
001284 01  WS-CAL-DOW-QUOT                 PIC 9(04) VALUE ZERO.
001285 01  WS-CAL-DOW-SUM                  PIC 9(05) VALUE ZERO.
001286 01  WS-CAL-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
001287     88  WS-CAL-WEEKEND              VALUE 0 6.
001288 01  WS-CAL-DOW-OFFSET-TABLE.
001289     05  FILLER                      PIC X(12) VALUE
001290         '032503514624'.
001291 01  WS-CAL-DOW-OFFSETS REDEFINES WS-CAL-DOW-OFFSET-TABLE.
001292     05  WS-CAL-DOW-OFFSET OCCURS 12 TIMES
001293                                     PIC 9(01).
001294 01  WS-CAL-BUSINESS-SWITCH          PIC X(01) VALUE 'Y'.
001295     88  WS-CAL-BUSINESS-DAY         VALUE 'Y'.
001296     88  WS-CAL-CLOSED-DAY           VALUE 'N'.
001297 01  WS-MONTH-DAYS-TABLE.
001298     05  FILLER                      PIC X(24) VALUE
001299         '312831303130313130313031'.
001300 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
001301     05  WS-MONTH-DAY-MAX OCCURS 12 TIMES
001302                                     PIC 9(02).
001303 PROCEDURE DIVISION.
001304*----------------------------------------------------------*
001305*  TWHS001-MAINLINE - PROGRAM ENTRY POINT.  THE TWO INPUT
001306*  STREAMS (YESTERDAY'S NEW FUTURE HOLDS, THEN THE ITEMS
001310*  CARRIED ON THE WAREHOUSE GDG) EACH FLOW THROUGH
001320*  TWHS001-WORK-RECORD, WHICH RELEASES OR CARRIES FORWARD.
001330*----------------------------------------------------------*
001590     MOVE ZERO       TO AUD-RETURN-CODE.
001600     MOVE ZERO       TO AUD-ELAPSED-TIME.
001610     PERFORM TWHS001-WRITE-AUDIT.
001613     PERFORM TWHS001-LOAD-CALENDAR.
001616     PERFORM TWHS001-CHECK-RUN-DAY.
001620     OPEN INPUT FUTURE-IN-FILE.
001630     EVALUATE TRUE
001640         WHEN WS-FUTIN-OK
002390*  SOMEHOW GONE NON-NUMERIC IN THE WAREHOUSE - LET THE
002400*  VALIDATION PASS REJECT IT PROPERLY RATHER THAN HOLD IT
002410*  FOREVER) RELEASES TO THE NEXT VALIDATION PASS; A DATE
002414*  STILL IN THE FUTURE CARRIES FORWARD.  "ARRIVED" IS
002418*  JUDGED ON THE DATE ROLLED TO THE NEXT BUSINESS DAY, AND
002422*  A RELEASED ITEM WHOSE DATE ROLLED GOES OUT CARRYING THE
002426*  ROLLED DATE.  A CARRIED ITEM KEEPS ITS OWN DATE AND IS
002430*  ROLLED AFRESH EACH RUN, SO A HOLIDAY ADDED WHILE IT
002434*  WAITS STILL COUNTS.
002438*----------------------------------------------------------*
002442 TWHS001-WORK-RECORD.
002446     IF TRN-EFFECTIVE-DATE IS NUMERIC
002450         MOVE TRN-EFFECTIVE-DATE TO WS-CAL-DATE
002454         PERFORM TWHS001-NEXT-BUSINESS-DAY
002458         IF WS-CAL-DATE > WS-RUN-DATE
002462             WRITE WAREHOUSE-OUT-RECORD FROM TRANS-RECORD
002466             ADD 1 TO WS-HELD-FWD-COUNT
002470         ELSE
002474             IF WS-CAL-DATE NOT = TRN-EFFECTIVE-DATE
002478                 MOVE WS-CAL-DATE TO TRN-EFFECTIVE-DATE
002482                 ADD 1 TO WS-ROLLED-COUNT
002486             END-IF
002490             PERFORM TWHS001-WRITE-RELEASE
002494         END-IF
002498     ELSE
002502         PERFORM TWHS001-WRITE-RELEASE
002506     END-IF.
002520*----------------------------------------------------------*
002530*  TWHS001-WRITE-RELEASE - WRITE ONE DUE TRANSACTION TO THE
002540*  RELEASE FILE INSIDE ITS HDR/TRL CONTROL GROUP, ROLLING
003200     DISPLAY '  CARRIED IN...........: ' WS-CARRIED-IN-COUNT.
003210     DISPLAY '  RELEASED TO FEED.....: ' WS-RELEASED-COUNT.
003220     DISPLAY '  HELD FORWARD.........: ' WS-HELD-FWD-COUNT.
003225     DISPLAY '  RELEASES DATE-ROLLED.: ' WS-ROLLED-COUNT.
003230     DISPLAY '  CONTROL RECS DROPPED.: ' WS-DROPPED-CTL-COUNT.
003240     MOVE 'TRANWHSE' TO AUD-STEP-NAME.
003250     MOVE 'E'        TO AUD-EVENT-TYPE.
003340     PERFORM TWHS001-WRITE-AUDIT.
003350     DISPLAY 'TERMINATING PROGRAM'.
003360     MOVE WS-PROGRAM-RETURN-CODE TO RETURN-CODE.
003370*----------------------------------------------------------*
003380*  TWHS001-LOAD-CALENDAR - LOAD THE BUSINESS-DAY CALENDAR.
003390*  STATUS 35 OR AN EMPTY FILE LEAVES THE TABLE EMPTY, SO
003400*  ONLY SATURDAYS AND SUNDAYS ARE CLOSED; ANY OTHER OPEN
003410*  FAILURE, OR A FILE TOO BIG FOR THE TABLE, FAILS THE JOB
003420*  RATHER THAN AGE OR RELEASE BY A CALENDAR IT ONLY HALF
003430*  SEES.
003440*----------------------------------------------------------*
003450 TWHS001-LOAD-CALENDAR.
003460     MOVE ZERO TO CALENDAR-TABLE-COUNT.
003470     MOVE 'N'  TO WS-CALENDAR-EOF-SWITCH.
003480     OPEN INPUT CALENDAR-FILE.
003490     IF WS-CALENDAR-OK
003500         PERFORM TWHS001-LOAD-CAL-ENTRY
003510             UNTIL WS-CALENDAR-EOF-REACHED
003520                OR CALENDAR-TABLE-COUNT = 500
003530         CLOSE CALENDAR-FILE
003540         IF NOT WS-CALENDAR-EOF-REACHED
003550             DISPLAY 'ERROR - CALFILE HAS MORE THAN 500 '
003560                     'DATES - RUN FAILED'
003570             MOVE 16 TO WS-PROGRAM-RETURN-CODE
003580         END-IF
003590     ELSE
003600         IF WS-CALENDAR-NOT-FOUND
003610             DISPLAY 'TWHS001-LOAD-CALENDAR - CALFILE NOT '
003620                     'ALLOCATED, WEEKENDS ONLY ARE CLOSED'
003630         ELSE
003640             DISPLAY 'ERROR - CALFILE OPEN FAILED, STATUS='
003650                     WS-CALENDAR-STATUS
003660                     ' - JOB WILL BE FLAGGED AS FAILED'
003670             MOVE 16 TO WS-PROGRAM-RETURN-CODE
003680         END-IF
003690     END-IF.
003700*----------------------------------------------------------*
003710*  TWHS001-LOAD-CAL-ENTRY - READ ONE CALFILE RECORD INTO THE
003720*  TABLE.  PERFORMED REPEATEDLY BY TWHS001-LOAD-CALENDAR.
003730*----------------------------------------------------------*
003740 TWHS001-LOAD-CAL-ENTRY.
003750     READ CALENDAR-FILE
003760         AT END
003770             MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
003780         NOT AT END
003790             ADD 1 TO CALENDAR-TABLE-COUNT
003800             MOVE CAL-DATE
003810                 TO CLT-DATE(CALENDAR-TABLE-COUNT)
003820             MOVE CAL-DAY-TYPE
003830                 TO CLT-DAY-TYPE(CALENDAR-TABLE-COUNT)
003840             MOVE CAL-DESCRIPTION
003850                 TO CLT-DESCRIPTION(CALENDAR-TABLE-COUNT)
003860             MOVE CAL-ACTIVE-SWITCH
003870                 TO CLT-ACTIVE-SWITCH(CALENDAR-TABLE-COUNT)
003880     END-READ.
003890*----------------------------------------------------------*
003900*  TWHS001-CHECK-RUN-DAY - A RUN ON A DAY THE CALENDAR HAS
003910*  CLOSED STILL GOES AHEAD, BUT IS WARNED ON SYSOUT AND PUT
003920*  ON THE AUDIT TRAIL (SOURCE C, STEP CLOSEDAY, RC 4) SO
003930*  THE MORNING REVIEW SEES WHO RAN ON A HOLIDAY.  THE JOB'S
003940*  OWN RETURN CODE IS LEFT ALONE.
003950*----------------------------------------------------------*
003960 TWHS001-CHECK-RUN-DAY.
003970     MOVE WS-RUN-DATE TO WS-CAL-DATE.
003980     PERFORM TWHS001-CHECK-BUSINESS-DAY.
003990     IF WS-CAL-CLOSED-DAY
004000         DISPLAY 'WARNING - RUN DATE ' WS-RUN-DATE
004010                 ' IS NOT A BUSINESS DAY ON THE CALENDAR'
004020         MOVE 'CLOSEDAY' TO AUD-STEP-NAME
004030         MOVE 'E'        TO AUD-EVENT-TYPE
004040         MOVE 'C'        TO AUD-EVENT-SOURCE
004050         MOVE 'S'        TO AUD-OUTCOME-CODE
004060         MOVE 4          TO AUD-RETURN-CODE
004070         MOVE ZERO       TO AUD-ELAPSED-TIME
004080         PERFORM TWHS001-WRITE-AUDIT
004090     END-IF.
004100*----------------------------------------------------------*
004110*  TWHS001-CHECK-BUSINESS-DAY - IS WS-CAL-DATE A BUSINESS DAY?
004120*  THE WEEKDAY RULE FIRST - SATURDAY AND SUNDAY CLOSED -
004130*  THEN AN ACTIVE CALENDAR ENTRY FOR THE DATE OVERRIDES
004140*  IT.  THE DAY OF THE WEEK (0 = SUNDAY) IS THE YEAR PLUS
004150*  ITS LEAP DAYS TO DATE, A FIXED OFFSET PER MONTH AND THE
004160*  DAY, MODULO 7 - JANUARY AND FEBRUARY COUNT AS THE END OF
004170*  THE YEAR BEFORE SO THE LEAP DAY FALLS LAST.  A DATE WITH
004180*  NO VALID MONTH IS LEFT OPEN FOR THE EDITS TO DEAL WITH.
004190*----------------------------------------------------------*
004200 TWHS001-CHECK-BUSINESS-DAY.
004210     MOVE 'Y' TO WS-CAL-BUSINESS-SWITCH.
004220     IF WS-CAL-MONTH >= 01 AND WS-CAL-MONTH <= 12
004230         MOVE WS-CAL-YEAR TO WS-CAL-DOW-YEAR
004240         IF WS-CAL-MONTH < 03
004250             SUBTRACT 1 FROM WS-CAL-DOW-YEAR
004260         END-IF
004270         MOVE WS-CAL-DOW-YEAR TO WS-CAL-DOW-SUM
004280         DIVIDE WS-CAL-DOW-YEAR BY 4 GIVING WS-CAL-DOW-QUOT
004290         ADD WS-CAL-DOW-QUOT TO WS-CAL-DOW-SUM
004300         DIVIDE WS-CAL-DOW-YEAR BY 100 GIVING WS-CAL-DOW-QUOT
004310         SUBTRACT WS-CAL-DOW-QUOT FROM WS-CAL-DOW-SUM
004320         DIVIDE WS-CAL-DOW-YEAR BY 400 GIVING WS-CAL-DOW-QUOT
004330         ADD WS-CAL-DOW-QUOT TO WS-CAL-DOW-SUM
004340         ADD WS-CAL-DOW-OFFSET(WS-CAL-MONTH) TO WS-CAL-DOW-SUM
004350         ADD WS-CAL-DAY TO WS-CAL-DOW-SUM
004360         DIVIDE WS-CAL-DOW-SUM BY 7 GIVING WS-CAL-DOW-QUOT
004370             REMAINDER WS-CAL-DAY-OF-WEEK
004380         IF WS-CAL-WEEKEND
004390             MOVE 'N' TO WS-CAL-BUSINESS-SWITCH
004400         END-IF
004410         PERFORM TWHS001-MATCH-CAL-ENTRY
004420             VARYING WS-CAL-SUB FROM 1 BY 1
004430             UNTIL WS-CAL-SUB > CALENDAR-TABLE-COUNT
004440     END-IF.
004450*----------------------------------------------------------*
004460*  TWHS001-MATCH-CAL-ENTRY - APPLY ONE CALENDAR ENTRY TO THE
004470*  DATE IN HAND: H CLOSES IT, W OPENS IT.
004480*----------------------------------------------------------*
004490 TWHS001-MATCH-CAL-ENTRY.
004500     IF CLT-DATE(WS-CAL-SUB) = WS-CAL-DATE
004510         AND CLT-ENTRY-ACTIVE(WS-CAL-SUB)
004520         IF CLT-DAY-CLOSED(WS-CAL-SUB)
004530             MOVE 'N' TO WS-CAL-BUSINESS-SWITCH
004540         END-IF
004550         IF CLT-DAY-OPEN(WS-CAL-SUB)
004560             MOVE 'Y' TO WS-CAL-BUSINESS-SWITCH
004570         END-IF
004580     END-IF.
004590*----------------------------------------------------------*
004600*  TWHS001-NEXT-BUSINESS-DAY - ROLL WS-CAL-DATE FORWARD TO THE
004610*  FIRST BUSINESS DAY ON OR AFTER IT.  A MONTH OF CLOSED
004620*  DAYS IN A ROW MEANS THE CALENDAR IS WRONG, NOT THAT THE
004630*  BANK IS SHUT, SO THE ROLL STOPS THERE RATHER THAN LOOP.
004640*----------------------------------------------------------*
004650 TWHS001-NEXT-BUSINESS-DAY.
004660     MOVE ZERO TO WS-CAL-ROLL-COUNT.
004670     PERFORM TWHS001-CHECK-BUSINESS-DAY.
004680     PERFORM TWHS001-CAL-ROLL-ONE-DAY
004690         UNTIL WS-CAL-BUSINESS-DAY
004700            OR WS-CAL-ROLL-COUNT = 31.
004710*----------------------------------------------------------*
004720*  TWHS001-CAL-ROLL-ONE-DAY - STEP WS-CAL-DATE ON BY ONE DAY,
004730*  INTO THE NEXT MONTH OR YEAR AS NEEDED, AND TEST IT.
004740*----------------------------------------------------------*
004750 TWHS001-CAL-ROLL-ONE-DAY.
004760     ADD 1 TO WS-CAL-ROLL-COUNT.
004770     PERFORM TWHS001-CAL-SET-MONTH-MAX.
004780     IF WS-CAL-DAY < WS-CAL-MONTH-MAX
004790         ADD 1 TO WS-CAL-DAY
004800     ELSE
004810         MOVE 01 TO WS-CAL-DAY
004820         IF WS-CAL-MONTH = 12
004830             MOVE 01 TO WS-CAL-MONTH
004840             ADD 1 TO WS-CAL-YEAR
004850         ELSE
004860             ADD 1 TO WS-CAL-MONTH
004870         END-IF
004880     END-IF.
004890     PERFORM TWHS001-CHECK-BUSINESS-DAY.
004900*----------------------------------------------------------*
004910*  TWHS001-CAL-SET-MONTH-MAX - THE NUMBER OF DAYS IN WS-CAL-
004920*  DATE'S MONTH, 29 FOR FEBRUARY IN A LEAP YEAR: DIVISIBLE
004930*  BY FOUR, EXCEPT A CENTURY YEAR MUST DIVIDE BY FOUR
004940*  HUNDRED.
004950*----------------------------------------------------------*
004960 TWHS001-CAL-SET-MONTH-MAX.
004970     MOVE WS-MONTH-DAY-MAX(WS-CAL-MONTH) TO WS-CAL-MONTH-MAX.
004980     IF WS-CAL-MONTH = 02
004990         DIVIDE WS-CAL-YEAR BY 4 GIVING WS-CAL-DOW-QUOT
005000             REMAINDER WS-CAL-YEAR-REM
005010         IF WS-CAL-YEAR-REM = ZERO
005020             MOVE 29 TO WS-CAL-MONTH-MAX
005030             DIVIDE WS-CAL-YEAR BY 100 GIVING WS-CAL-DOW-QUOT
005040                 REMAINDER WS-CAL-YEAR-REM
005050             IF WS-CAL-YEAR-REM = ZERO
005060                 DIVIDE WS-CAL-YEAR BY 400 GIVING WS-CAL-DOW-QUOT
005070                     REMAINDER WS-CAL-YEAR-REM
005080                 IF WS-CAL-YEAR-REM NOT = ZERO
005090                     MOVE 28 TO WS-CAL-MONTH-MAX
005100                 END-IF
005110             END-IF
005120         END-IF
005130     END-IF.
