000290*                   CARRIES THE REST FORWARD TO THE NEXT
000300*                   GENERATION.  BATCH-LEVEL R008 CONTROL
000310*                   REJECTS ARE NOT MONEY AND ARE DROPPED.
000311*  2026-10-13  JCV  BUSINESS-DAY CALENDAR (SEE CALDREC1): A
000312*                   CARRIED RECORD AGES ONLY ON A RUN DATED ON
000313*                   A BUSINESS DAY, SO THE RETENTION LIMIT
000314*                   COUNTS BUSINESS DAYS AND A WEEKEND OR BANK
000315*                   HOLIDAY NO LONGER EXPIRES A RECORD EARLY.
000316*                   A RUN ON A CLOSED DAY IS WARNED AND
000317*                   AUDITED.
000320*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000540     SELECT AUDIT-FILE         ASSIGN TO AUDITF
000550                                ORGANIZATION IS SEQUENTIAL
000560                                FILE STATUS IS WS-AUDIT-STATUS.
000562     SELECT OPTIONAL CALENDAR-FILE
000564                                ASSIGN TO CALFILE
000566                                ORGANIZATION IS SEQUENTIAL
000568                                FILE STATUS IS WS-CALENDAR-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  REJECT-FILE
000790 FD  AUDIT-FILE
000800     RECORDING MODE IS F.
000810 COPY AUDTREC1.
000812 FD  CALENDAR-FILE
000814     RECORDING MODE IS F.
000816 COPY CALDREC1.
000820 WORKING-STORAGE SECTION.
000830*----------------------------------------------------------*
000840*  JOB IDENTIFICATION AND RETURN-CODE TRACKING
000890 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
000900*----------------------------------------------------------*
000910*  RETENTION LIMIT - A PENDING RECORD THAT HAS BEEN CARRIED
000911*  MORE THAN THIS MANY BUSINESS DAYS IS EXPIRED.  SET FROM
000912*  THE EXEC JCL PARM (THREE DIGITS); DEFAULTS TO FIVE
000913*  BUSINESS DAYS.
000914*----------------------------------------------------------*
000915 01  WS-RETENTION-DAYS               PIC 9(03) VALUE 5.
000916*----------------------------------------------------------*
000917*  RUN-DAY SWITCH - SET FROM THE CALENDAR AT STARTUP.  AGE
000918*  IS COUNTED IN BUSINESS DAYS: A RUN ON A CLOSED DAY DOES
000919*  NOT AGE ANYTHING, SO NOTHING EXPIRES EARLY FOR A WEEKEND
000920*  OR BANK HOLIDAY.
000921*----------------------------------------------------------*
000922 01  WS-RUN-DAY-SWITCH               PIC X(01) VALUE 'Y'.
000923     88  WS-RUN-DAY-OPEN             VALUE 'Y'.
000924*----------------------------------------------------------*
000925*  BUSINESS-DAY CALENDAR - CALFILE IS LOADED INTO CALDTBL1
000926*  AT THE START OF THE RUN (SEE CALDREC1 FOR THE WEEKDAY
000927*  RULE).  WS-CAL-DATE IS THE DATE IN HAND FOR THE
000928*  BUSINESS-DAY TEST.
000929*----------------------------------------------------------*
000930 01  WS-CALENDAR-STATUS              PIC X(02) VALUE '00'.
000931     88  WS-CALENDAR-OK              VALUE '00'.
000932     88  WS-CALENDAR-NOT-FOUND       VALUE '35'.
000933 01  WS-CALENDAR-EOF-SWITCH          PIC X(01) VALUE 'N'.
000934     88  WS-CALENDAR-EOF-REACHED     VALUE 'Y'.
000935 COPY CALDTBL1.
000936 01  WS-CAL-SUB                      PIC 9(03) COMP VALUE ZERO.
000937 01  WS-CAL-DATE                     PIC 9(08) VALUE ZERO.
000938 01  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE.
000939     05  WS-CAL-YEAR                 PIC 9(04).
000940     05  WS-CAL-MONTH                PIC 9(02).
000941     05  WS-CAL-DAY                  PIC 9(02).
000945 01  WS-CAL-DOW-YEAR                 PIC 9(04) VALUE ZERO.
000946 01  WS-CAL-DOW-QUOT                 PIC 9(04) VALUE ZERO.
000947 01  WS-CAL-DOW-SUM                  PIC 9(05) VALUE ZERO.
000948 01  WS-CAL-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
000949     88  WS-CAL-WEEKEND              VALUE 0 6.
000950 01  WS-CAL-DOW-OFFSET-TABLE.
000951     05  FILLER                      PIC X(12) VALUE
000952         '032503514624'.
000953 01  WS-CAL-DOW-OFFSETS REDEFINES WS-CAL-DOW-OFFSET-TABLE.
000954     05  WS-CAL-DOW-OFFSET OCCURS 12 TIMES
000955                                     PIC 9(01).
000956 01  WS-CAL-BUSINESS-SWITCH          PIC X(01) VALUE 'Y'.
000957     88  WS-CAL-BUSINESS-DAY         VALUE 'Y'.
000958     88  WS-CAL-CLOSED-DAY           VALUE 'N'.
000960*----------------------------------------------------------*
000970*  FILE STATUS AND END-OF-FILE CONTROL
000980*----------------------------------------------------------*
001940*----------------------------------------------------------*
001950*  TRCY001-GET-RETENTION - DECODE THE EXEC JCL PARM.  THREE
001960*  LEADING DIGITS OVERRIDE THE DEFAULT RETENTION OF FIVE
001970*  BUSINESS DAYS; ANYTHING ELSE (OR NO PARM) KEEPS THE
001980*  DEFAULT.
001990*----------------------------------------------------------*
002000 TRCY001-GET-RETENTION.
002020         AND LK-PARM-TEXT(1:3) IS NUMERIC
002030         MOVE LK-PARM-TEXT(1:3) TO WS-RETENTION-DAYS
002040     END-IF.
002046     DISPLAY 'TRANRCYC RETENTION: ' WS-RETENTION-DAYS
002052             ' BUSINESS DAYS'.
002060*----------------------------------------------------------*
002070*  TRCY001-INITIALIZE - OPEN ALL FILES AND WRITE THE JOB-
002080*  START AUDIT EVENT.  REJIN/RECYCIN/CORRIN MAY EACH BE
002200     MOVE ZERO       TO AUD-RETURN-CODE.
002210     MOVE ZERO       TO AUD-ELAPSED-TIME.
002220     PERFORM TRCY001-WRITE-AUDIT.
002223     PERFORM TRCY001-LOAD-CALENDAR.
002226     PERFORM TRCY001-CHECK-RUN-DAY.
002230     OPEN INPUT REJECT-FILE.
002240     EVALUATE TRUE
002250         WHEN WS-REJECT-OK
003590*  THE PRIOR GENERATION.  ONLY PENDING RECORDS ARE STILL
003600*  ALIVE - REPAIRED AND EXPIRED RECORDS IN THE OLD
003610*  GENERATION ARE HISTORY AND ARE NOT CARRIED AGAIN.  EACH
003617*  CARRY ON A BUSINESS DAY AGES THE RECORD BY ONE DAY; A
003624*  CARRY ON A CLOSED DAY LEAVES ITS AGE ALONE.
003631*----------------------------------------------------------*
003638 TRCY001-CARRIED-RECORD.
003645     READ RECYCLE-IN-FILE
003652         AT END
003659             MOVE 'Y' TO WS-RCYIN-EOF-SWITCH
003666         NOT AT END
003673             IF RCY-DISP-PENDING
003680                 ADD 1 TO WS-CARRIED-IN-COUNT
003687                 IF WS-RUN-DAY-OPEN
003694                     ADD 1 TO RCY-AGE-DAYS
003701                 END-IF
003720                 PERFORM TRCY001-WORK-RECORD
003730             END-IF
003740     END-READ.
005590     PERFORM TRCY001-WRITE-AUDIT.
005600     DISPLAY 'TERMINATING PROGRAM'.
005610     MOVE WS-PROGRAM-RETURN-CODE TO RETURN-CODE.
005620*----------------------------------------------------------*
005630*  TRCY001-LOAD-CALENDAR - LOAD THE BUSINESS-DAY CALENDAR.
005640*  STATUS 35 OR AN EMPTY FILE LEAVES THE TABLE EMPTY, SO
005650*  ONLY SATURDAYS AND SUNDAYS ARE CLOSED; ANY OTHER OPEN
005660*  FAILURE, OR A FILE TOO BIG FOR THE TABLE, FAILS THE JOB
005670*  RATHER THAN AGE OR RELEASE BY A CALENDAR IT ONLY HALF
005680*  SEES.
005690*----------------------------------------------------------*
005700 TRCY001-LOAD-CALENDAR.
005710     MOVE ZERO TO CALENDAR-TABLE-COUNT.
005720     MOVE 'N'  TO WS-CALENDAR-EOF-SWITCH.
005730     OPEN INPUT CALENDAR-FILE.
005740     IF WS-CALENDAR-OK
005750         PERFORM TRCY001-LOAD-CAL-ENTRY
005760             UNTIL WS-CALENDAR-EOF-REACHED
005770                OR CALENDAR-TABLE-COUNT = 500
005780         CLOSE CALENDAR-FILE
005790         IF NOT WS-CALENDAR-EOF-REACHED
005800             DISPLAY 'ERROR - CALFILE HAS MORE THAN 500 '
005810                     'DATES - RUN FAILED'
005820             MOVE 16 TO WS-PROGRAM-RETURN-CODE
005830         END-IF
005840     ELSE
005850         IF WS-CALENDAR-NOT-FOUND
005860             DISPLAY 'TRCY001-LOAD-CALENDAR - CALFILE NOT '
005870                     'ALLOCATED, WEEKENDS ONLY ARE CLOSED'
005880         ELSE
005890             DISPLAY 'ERROR - CALFILE OPEN FAILED, STATUS='
005900                     WS-CALENDAR-STATUS
005910                     ' - JOB WILL BE FLAGGED AS FAILED'
005920             MOVE 16 TO WS-PROGRAM-RETURN-CODE
005930         END-IF
005940     END-IF.
005950*----------------------------------------------------------*
005960*  TRCY001-LOAD-CAL-ENTRY - READ ONE CALFILE RECORD INTO THE
005970*  TABLE.  PERFORMED REPEATEDLY BY TRCY001-LOAD-CALENDAR.
005980*----------------------------------------------------------*
005990 TRCY001-LOAD-CAL-ENTRY.
006000     READ CALENDAR-FILE
006010         AT END
006020             MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
006030         NOT AT END
006040             ADD 1 TO CALENDAR-TABLE-COUNT
006050             MOVE CAL-DATE
006060                 TO CLT-DATE(CALENDAR-TABLE-COUNT)
006070             MOVE CAL-DAY-TYPE
006080                 TO CLT-DAY-TYPE(CALENDAR-TABLE-COUNT)
006090             MOVE CAL-DESCRIPTION
006100                 TO CLT-DESCRIPTION(CALENDAR-TABLE-COUNT)
006110             MOVE CAL-ACTIVE-SWITCH
006120                 TO CLT-ACTIVE-SWITCH(CALENDAR-TABLE-COUNT)
006130     END-READ.
006140*----------------------------------------------------------*
006150*  TRCY001-CHECK-RUN-DAY - A RUN ON A DAY THE CALENDAR HAS
006160*  CLOSED STILL GOES AHEAD, BUT IS WARNED ON SYSOUT AND PUT
006170*  ON THE AUDIT TRAIL (SOURCE C, STEP CLOSEDAY, RC 4) SO
006180*  THE MORNING REVIEW SEES WHO RAN ON A HOLIDAY.  THE JOB'S
006190*  OWN RETURN CODE IS LEFT ALONE.
006200*----------------------------------------------------------*
006210 TRCY001-CHECK-RUN-DAY.
006220     MOVE WS-RUN-DATE TO WS-CAL-DATE.
006230     PERFORM TRCY001-CHECK-BUSINESS-DAY.
006240     MOVE WS-CAL-BUSINESS-SWITCH TO WS-RUN-DAY-SWITCH.
006250     IF WS-CAL-CLOSED-DAY
006260         DISPLAY 'WARNING - RUN DATE ' WS-RUN-DATE
006270                 ' IS NOT A BUSINESS DAY ON THE CALENDAR'
006280         MOVE 'CLOSEDAY' TO AUD-STEP-NAME
006290         MOVE 'E'        TO AUD-EVENT-TYPE
006300         MOVE 'C'        TO AUD-EVENT-SOURCE
006310         MOVE 'S'        TO AUD-OUTCOME-CODE
006320         MOVE 4          TO AUD-RETURN-CODE
006330         MOVE ZERO       TO AUD-ELAPSED-TIME
006340         PERFORM TRCY001-WRITE-AUDIT
006350     END-IF.
006360*----------------------------------------------------------*
006370*  TRCY001-CHECK-BUSINESS-DAY - IS WS-CAL-DATE A BUSINESS DAY?
006380*  THE WEEKDAY RULE FIRST - SATURDAY AND SUNDAY CLOSED -
006390*  THEN AN ACTIVE CALENDAR ENTRY FOR THE DATE OVERRIDES
006400*  IT.  THE DAY OF THE WEEK (0 = SUNDAY) IS THE YEAR PLUS
006410*  ITS LEAP DAYS TO DATE, A FIXED OFFSET PER MONTH AND THE
006420*  DAY, MODULO 7 - JANUARY AND FEBRUARY COUNT AS THE END OF
006430*  THE YEAR BEFORE SO THE LEAP DAY FALLS LAST.  A DATE WITH
006440*  NO VALID MONTH IS LEFT OPEN FOR THE EDITS TO DEAL WITH.
006450*----------------------------------------------------------*
006460 TRCY001-CHECK-BUSINESS-DAY.
006470     MOVE 'Y' TO WS-CAL-BUSINESS-SWITCH.
006480     IF WS-CAL-MONTH >= 01 AND WS-CAL-MONTH <= 12
006490         MOVE WS-CAL-YEAR TO WS-CAL-DOW-YEAR
006500         IF WS-CAL-MONTH < 03
006510             SUBTRACT 1 FROM WS-CAL-DOW-YEAR
006520         END-IF
006530         MOVE WS-CAL-DOW-YEAR TO WS-CAL-DOW-SUM
006540         DIVIDE WS-CAL-DOW-YEAR BY 4 GIVING WS-CAL-DOW-QUOT
006550         ADD WS-CAL-DOW-QUOT TO WS-CAL-DOW-SUM
006560         DIVIDE WS-CAL-DOW-YEAR BY 100 GIVING WS-CAL-DOW-QUOT
006570         SUBTRACT WS-CAL-DOW-QUOT FROM WS-CAL-DOW-SUM
006580         DIVIDE WS-CAL-DOW-YEAR BY 400 GIVING WS-CAL-DOW-QUOT
006590         ADD WS-CAL-DOW-QUOT TO WS-CAL-DOW-SUM
006600         ADD WS-CAL-DOW-OFFSET(WS-CAL-MONTH) TO WS-CAL-DOW-SUM
006610         ADD WS-CAL-DAY TO WS-CAL-DOW-SUM
006620         DIVIDE WS-CAL-DOW-SUM BY 7 GIVING WS-CAL-DOW-QUOT
006630             REMAINDER WS-CAL-DAY-OF-WEEK
006640         IF WS-CAL-WEEKEND
006650             MOVE 'N' TO WS-CAL-BUSINESS-SWITCH
006660         END-IF
006670         PERFORM TRCY001-MATCH-CAL-ENTRY
006680             VARYING WS-CAL-SUB FROM 1 BY 1
006690             UNTIL WS-CAL-SUB > CALENDAR-TABLE-COUNT
006700     END-IF.
006710*----------------------------------------------------------*
006720*  TRCY001-MATCH-CAL-ENTRY - APPLY ONE CALENDAR ENTRY TO THE
006730*  DATE IN HAND: H CLOSES IT, W OPENS IT.
006740*----------------------------------------------------------*
006750 TRCY001-MATCH-CAL-ENTRY.
006760     IF CLT-DATE(WS-CAL-SUB) = WS-CAL-DATE
006770         AND CLT-ENTRY-ACTIVE(WS-CAL-SUB)
006780         IF CLT-DAY-CLOSED(WS-CAL-SUB)
006790             MOVE 'N' TO WS-CAL-BUSINESS-SWITCH
006800         END-IF
006810         IF CLT-DAY-OPEN(WS-CAL-SUB)
006820             MOVE 'Y' TO WS-CAL-BUSINESS-SWITCH
006830         END-IF
006840     END-IF.
