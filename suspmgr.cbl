000370*                   IS ESCALATED INSTEAD: CLOSED TO THE
000380*                   AUDIT TRAIL AND PUBLISHED ON THE
000390*                   DEADLETTER QUEUE FOR OPERATIONS.
000391*  2026-09-18  JCV  A DEADLETTER EVENT THE RMQPUB01 BRIDGE
000392*                   REFUSES IS NO LONGER LOST: IT IS PARKED
000393*                   WHOLE ON THE RMQOUTB OUTBOX (SEE RMQIF03)
000394*                   WITH AN AUDIT RECORD (SOURCE Q) FOR RMQRPLY
000395*                   TO RESEND.  A BROKER OUTAGE DOES NOT FAIL
000396*                   THE RUN.
000397*  2026-10-13  JCV  BUSINESS-DAY CALENDAR (SEE CALDREC1): AN
000398*                   ITEM AGES ONLY ON A RUN DATED ON A BUSINESS
000399*                   DAY, SO THE RETENTION LIMIT COUNTS BUSINESS
000400*                   DAYS AND A WEEKEND OR BANK HOLIDAY NO
000401*                   LONGER ESCALATES AN ITEM EARLY.  A RUN ON A
000402*                   CLOSED DAY IS WARNED AND AUDITED.
000403*----------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000580     SELECT AUDIT-FILE         ASSIGN TO AUDITF
000590                                ORGANIZATION IS SEQUENTIAL
000600                                FILE STATUS IS WS-AUDIT-STATUS.
000602     SELECT OUTBOX-FILE        ASSIGN TO RMQOUTB
000604                                ORGANIZATION IS SEQUENTIAL
000606                                FILE STATUS IS WS-OUTBOX-STATUS.
000607     SELECT OPTIONAL CALENDAR-FILE
000608                                ASSIGN TO CALFILE
000609                                ORGANIZATION IS SEQUENTIAL
000610                                FILE STATUS IS WS-CALENDAR-STATUS.
000611 DATA DIVISION.
000620 FILE SECTION.
000630 FD  SUSPENSE-FILE
000640     RECORDING MODE IS F.
000750 FD  AUDIT-FILE
000760     RECORDING MODE IS F.
000770 COPY AUDTREC1.
000772 FD  OUTBOX-FILE
000774     RECORDING MODE IS F.
000776 COPY RMQIF03.
000777 FD  CALENDAR-FILE
000778     RECORDING MODE IS F.
000779 COPY CALDREC1.
000780 WORKING-STORAGE SECTION.
000790*----------------------------------------------------------*
000800*  JOB IDENTIFICATION AND RETURN-CODE TRACKING
000850 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
000860*----------------------------------------------------------*
000870*  RETENTION LIMIT - A PENDING ITEM RE-PRESENTED MORE THAN
000871*  THIS MANY BUSINESS DAYS WITHOUT POSTING IS ESCALATED.
000872*  SET FROM THE EXEC JCL PARM (THREE DIGITS); DEFAULTS TO
000873*  TEN BUSINESS DAYS.
000874*----------------------------------------------------------*
000875 01  WS-RETENTION-DAYS               PIC 9(03) VALUE 10.
000876*----------------------------------------------------------*
000877*  RUN-DAY SWITCH - SET FROM THE CALENDAR AT STARTUP.  AGE
000878*  IS COUNTED IN BUSINESS DAYS: A RUN ON A CLOSED DAY DOES
000879*  NOT AGE ANYTHING, SO NOTHING ESCALATES EARLY FOR A WEEKEND
000880*  OR BANK HOLIDAY.
000881*----------------------------------------------------------*
000882 01  WS-RUN-DAY-SWITCH               PIC X(01) VALUE 'Y'.
000883     88  WS-RUN-DAY-OPEN             VALUE 'Y'.
000884*----------------------------------------------------------*
000885*  BUSINESS-DAY CALENDAR - CALFILE IS LOADED INTO CALDTBL1
000886*  AT THE START OF THE RUN (SEE CALDREC1 FOR THE WEEKDAY
000887*  RULE).  WS-CAL-DATE IS THE DATE IN HAND FOR THE
000888*  BUSINESS-DAY TEST.
000889*----------------------------------------------------------*
000890 01  WS-CALENDAR-STATUS              PIC X(02) VALUE '00'.
000891     88  WS-CALENDAR-OK              VALUE '00'.
000892     88  WS-CALENDAR-NOT-FOUND       VALUE '35'.
000893 01  WS-CALENDAR-EOF-SWITCH          PIC X(01) VALUE 'N'.
000894     88  WS-CALENDAR-EOF-REACHED     VALUE 'Y'.
000895 COPY CALDTBL1.
000896 01  WS-CAL-SUB                      PIC 9(03) COMP VALUE ZERO.
000897 01  WS-CAL-DATE                     PIC 9(08) VALUE ZERO.
000898 01  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE.
000899     05  WS-CAL-YEAR                 PIC 9(04).
000900     05  WS-CAL-MONTH                PIC 9(02).
000901     05  WS-CAL-DAY                  PIC 9(02).
000905 01  WS-CAL-DOW-YEAR                 PIC 9(04) VALUE ZERO.
000906 01  WS-CAL-DOW-QUOT                 PIC 9(04) VALUE ZERO.
000907 01  WS-CAL-DOW-SUM                  PIC 9(05) VALUE ZERO.
000908 01  WS-CAL-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
000909     88  WS-CAL-WEEKEND              VALUE 0 6.
000910 01  WS-CAL-DOW-OFFSET-TABLE.
000911     05  FILLER                      PIC X(12) VALUE
000912         '032503514624'.
000913 01  WS-CAL-DOW-OFFSETS REDEFINES WS-CAL-DOW-OFFSET-TABLE.
000914     05  WS-CAL-DOW-OFFSET OCCURS 12 TIMES
000915                                     PIC 9(01).
000916 01  WS-CAL-BUSINESS-SWITCH          PIC X(01) VALUE 'Y'.
000917     88  WS-CAL-BUSINESS-DAY         VALUE 'Y'.
000918     88  WS-CAL-CLOSED-DAY           VALUE 'N'.
000920*----------------------------------------------------------*
000930*  FILE STATUS AND END-OF-FILE CONTROL
000940*----------------------------------------------------------*
001050 01  WS-AUDIT-STATUS                 PIC X(02) VALUE '00'.
001060     88  WS-AUDIT-OK                 VALUE '00'.
001070     88  WS-AUDIT-NOT-FOUND          VALUE '35'.
001072 01  WS-OUTBOX-STATUS                PIC X(02) VALUE '00'.
001074     88  WS-OUTBOX-OK                VALUE '00'.
001076     88  WS-OUTBOX-NOT-FOUND         VALUE '35'.
001078 01  WS-OUTBOX-COUNT                 PIC 9(07) COMP VALUE ZERO.
001080 01  WS-SUSP-EOF-SWITCH              PIC X(01) VALUE 'N'.
001090     88  WS-SUSP-EOF-REACHED         VALUE 'Y'.
001100 01  WS-CYIN-EOF-SWITCH              PIC X(01) VALUE 'N'.
001790*----------------------------------------------------------*
001800*  SMGR001-GET-RETENTION - DECODE THE EXEC JCL PARM.  THREE
001810*  LEADING DIGITS OVERRIDE THE DEFAULT RETENTION OF TEN
001820*  BUSINESS DAYS; ANYTHING ELSE KEEPS THE DEFAULT.
001830*----------------------------------------------------------*
001840 SMGR001-GET-RETENTION.
001850     IF LK-PARM-LENGTH >= 3
001860         AND LK-PARM-TEXT(1:3) IS NUMERIC
001870         MOVE LK-PARM-TEXT(1:3) TO WS-RETENTION-DAYS
001880     END-IF.
001886     DISPLAY 'SUSPMGR RETENTION: ' WS-RETENTION-DAYS
001892             ' BUSINESS DAYS'.
001900*----------------------------------------------------------*
001910*  SMGR001-INITIALIZE - OPEN ALL FILES AND WRITE THE JOB-
001920*  START AUDIT EVENT.  SUSPIN/SUSPCIN MAY EACH BE ABSENT
002050     MOVE ZERO      TO AUD-RETURN-CODE.
002060     MOVE ZERO      TO AUD-ELAPSED-TIME.
002070     PERFORM SMGR001-WRITE-AUDIT.
002073     PERFORM SMGR001-LOAD-CALENDAR.
002076     PERFORM SMGR001-CHECK-RUN-DAY.
002080     OPEN INPUT SUSPENSE-FILE.
002090     EVALUATE TRUE
002100         WHEN WS-SUSP-OK
003230             TO WS-CRY-CLAIMED-SWITCH(WS-CARRY-FOUND-SUB)
003240         MOVE WS-CRY-FIRST-DATE(WS-CARRY-FOUND-SUB)
003250             TO SUS-FIRST-SUSP-DATE
003255         MOVE WS-CRY-AGE-DAYS(WS-CARRY-FOUND-SUB)
003260             TO SUS-AGE-DAYS
003265         IF WS-RUN-DAY-OPEN
003270             ADD 1 TO SUS-AGE-DAYS
003275         END-IF
003280     ELSE
003290         ADD 1 TO WS-NEW-SUSP-COUNT
003300         IF SUS-REJECT-DATE IS NUMERIC
004800     ACCEPT RMQ-EVENT-TIME FROM TIME.
004810     MOVE WS-PROGRAM-RETURN-CODE TO RMQ-RETURN-CODE.
004820     CALL 'RMQPUB01' USING RMQ-MESSAGE-AREA RMQ-STATUS-CODE.
004822     IF NOT RMQ-PUBLISH-OK
004824         PERFORM SMGR001-WRITE-OUTBOX
004826     END-IF.
004830*----------------------------------------------------------*
004840*  SMGR001-WRITE-AUDIT - APPEND ONE RECORD TO AUDIT-FILE,
004850*  SAME OPEN EXTEND / STATUS-35-FALLBACK RULE AS HELLO'S
005190     DISPLAY '  CLEARED (POSTED).....: ' WS-CLEARED-COUNT.
005200     DISPLAY '  RE-PRESENTED.........: ' WS-REPOSTED-COUNT.
005210     DISPLAY '  ESCALATED............: ' WS-ESCALATED-COUNT.
005211     IF WS-OUTBOX-COUNT > ZERO
005212         DISPLAY 'WARNING - ' WS-OUTBOX-COUNT ' QUEUE EVENT(S) '
005213                 'PARKED ON RMQOUTB - RUN RMQRPLYJ ONCE THE '
005214                 'BROKER IS BACK'
005215     END-IF.
005220     MOVE 'SUSPMGR' TO AUD-STEP-NAME.
005230     MOVE 'E'       TO AUD-EVENT-TYPE.
005240     MOVE 'J'       TO AUD-EVENT-SOURCE.
005320     PERFORM SMGR001-WRITE-AUDIT.
005330     DISPLAY 'TERMINATING PROGRAM'.
005340     MOVE WS-PROGRAM-RETURN-CODE TO RETURN-CODE.
005350*----------------------------------------------------------*
005360*  SMGR001-WRITE-OUTBOX - RMQPUB01 REFUSED THE MESSAGE IN
005370*  HAND.  PARK THE WHOLE MESSAGE AREA AND THE BRIDGE STATUS
005380*  ON THE RMQOUTB OUTBOX (SEE RMQIF03) FOR RMQRPLY TO RESEND
005390*  ONCE THE BROKER IS BACK, AND AUDIT THE MISS (SOURCE Q,
005400*  BRIDGE STATUS AS THE RETURN CODE).  A BROKER
005410*  OUTAGE NEVER FAILS THE JOB; AN OUTBOX THAT CANNOT BE
005420*  OPENED LOSES THE EVENT, SO IT IS SHOUTED ON SYSOUT.
005430*----------------------------------------------------------*
005440 SMGR001-WRITE-OUTBOX.
005450     MOVE SPACES          TO RMQ-OUTBOX-RECORD.
005460     ACCEPT RMQO-WRITTEN-DATE FROM DATE YYYYMMDD.
005470     ACCEPT RMQO-WRITTEN-TIME FROM TIME.
005480     MOVE WS-JOB-NAME      TO RMQO-SOURCE-JOB.
005490     MOVE RMQ-STATUS-CODE  TO RMQO-FAIL-STATUS.
005500     MOVE ZERO             TO RMQO-REPLAY-COUNT.
005510     MOVE RMQ-MESSAGE-AREA TO RMQO-MESSAGE-AREA.
005520     OPEN EXTEND OUTBOX-FILE.
005530     IF NOT WS-OUTBOX-OK AND WS-OUTBOX-NOT-FOUND
005540         OPEN OUTPUT OUTBOX-FILE
005550     END-IF.
005560     IF WS-OUTBOX-OK
005570         WRITE RMQ-OUTBOX-RECORD
005580         CLOSE OUTBOX-FILE
005590         ADD 1 TO WS-OUTBOX-COUNT
005600     ELSE
005610         DISPLAY 'ERROR - RMQOUTB OPEN FAILED, STATUS='
005620                 WS-OUTBOX-STATUS ' - ' RMQ-EVENT-TYPE
005630                 ' EVENT LOST'
005640     END-IF.
005650     MOVE WS-JOB-NAME     TO AUD-STEP-NAME.
005660     MOVE 'E'             TO AUD-EVENT-TYPE.
005670     MOVE 'Q'             TO AUD-EVENT-SOURCE.
005680     MOVE 'F'             TO AUD-OUTCOME-CODE.
005690     MOVE RMQ-STATUS-CODE TO AUD-RETURN-CODE.
005700     MOVE ZERO            TO AUD-ELAPSED-TIME.
005710     PERFORM SMGR001-WRITE-AUDIT.
005720*----------------------------------------------------------*
005730*  SMGR001-LOAD-CALENDAR - LOAD THE BUSINESS-DAY CALENDAR.
005740*  STATUS 35 OR AN EMPTY FILE LEAVES THE TABLE EMPTY, SO
005750*  ONLY SATURDAYS AND SUNDAYS ARE CLOSED; ANY OTHER OPEN
005760*  FAILURE, OR A FILE TOO BIG FOR THE TABLE, FAILS THE JOB
005770*  RATHER THAN AGE OR RELEASE BY A CALENDAR IT ONLY HALF
005780*  SEES.
005790*----------------------------------------------------------*
005800 SMGR001-LOAD-CALENDAR.
005810     MOVE ZERO TO CALENDAR-TABLE-COUNT.
005820     MOVE 'N'  TO WS-CALENDAR-EOF-SWITCH.
005830     OPEN INPUT CALENDAR-FILE.
005840     IF WS-CALENDAR-OK
005850         PERFORM SMGR001-LOAD-CAL-ENTRY
005860             UNTIL WS-CALENDAR-EOF-REACHED
005870                OR CALENDAR-TABLE-COUNT = 500
005880         CLOSE CALENDAR-FILE
005890         IF NOT WS-CALENDAR-EOF-REACHED
005900             DISPLAY 'ERROR - CALFILE HAS MORE THAN 500 '
005910                     'DATES - RUN FAILED'
005920             MOVE 16 TO WS-PROGRAM-RETURN-CODE
005930         END-IF
005940     ELSE
005950         IF WS-CALENDAR-NOT-FOUND
005960             DISPLAY 'SMGR001-LOAD-CALENDAR - CALFILE NOT '
005970                     'ALLOCATED, WEEKENDS ONLY ARE CLOSED'
005980         ELSE
005990             DISPLAY 'ERROR - CALFILE OPEN FAILED, STATUS='
006000                     WS-CALENDAR-STATUS
006010                     ' - JOB WILL BE FLAGGED AS FAILED'
006020             MOVE 16 TO WS-PROGRAM-RETURN-CODE
006030         END-IF
006040     END-IF.
006050*----------------------------------------------------------*
006060*  SMGR001-LOAD-CAL-ENTRY - READ ONE CALFILE RECORD INTO THE
006070*  TABLE.  PERFORMED REPEATEDLY BY SMGR001-LOAD-CALENDAR.
006080*----------------------------------------------------------*
006090 SMGR001-LOAD-CAL-ENTRY.
006100     READ CALENDAR-FILE
006110         AT END
006120             MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
006130         NOT AT END
006140             ADD 1 TO CALENDAR-TABLE-COUNT
006150             MOVE CAL-DATE
006160                 TO CLT-DATE(CALENDAR-TABLE-COUNT)
006170             MOVE CAL-DAY-TYPE
006180                 TO CLT-DAY-TYPE(CALENDAR-TABLE-COUNT)
006190             MOVE CAL-DESCRIPTION
006200                 TO CLT-DESCRIPTION(CALENDAR-TABLE-COUNT)
006210             MOVE CAL-ACTIVE-SWITCH
006220                 TO CLT-ACTIVE-SWITCH(CALENDAR-TABLE-COUNT)
006230     END-READ.
006240*----------------------------------------------------------*
006250*  SMGR001-CHECK-RUN-DAY - A RUN ON A DAY THE CALENDAR HAS
006260*  CLOSED STILL GOES AHEAD, BUT IS WARNED ON SYSOUT AND PUT
006270*  ON THE AUDIT TRAIL (SOURCE C, STEP CLOSEDAY, RC 4) SO
006280*  THE MORNING REVIEW SEES WHO RAN ON A HOLIDAY.  THE JOB'S
006290*  OWN RETURN CODE IS LEFT ALONE.
006300*----------------------------------------------------------*
006310 SMGR001-CHECK-RUN-DAY.
006320     MOVE WS-RUN-DATE TO WS-CAL-DATE.
006330     PERFORM SMGR001-CHECK-BUSINESS-DAY.
006340     MOVE WS-CAL-BUSINESS-SWITCH TO WS-RUN-DAY-SWITCH.
006350     IF WS-CAL-CLOSED-DAY
006360         DISPLAY 'WARNING - RUN DATE ' WS-RUN-DATE
006370                 ' IS NOT A BUSINESS DAY ON THE CALENDAR'
006380         MOVE 'CLOSEDAY' TO AUD-STEP-NAME
006390         MOVE 'E'        TO AUD-EVENT-TYPE
006400         MOVE 'C'        TO AUD-EVENT-SOURCE
006410         MOVE 'S'        TO AUD-OUTCOME-CODE
006420         MOVE 4          TO AUD-RETURN-CODE
006430         MOVE ZERO       TO AUD-ELAPSED-TIME
006440         PERFORM SMGR001-WRITE-AUDIT
006450     END-IF.
006460*----------------------------------------------------------*
006470*  SMGR001-CHECK-BUSINESS-DAY - IS WS-CAL-DATE A BUSINESS DAY?
006480*  THE WEEKDAY RULE FIRST - SATURDAY AND SUNDAY CLOSED -
006490*  THEN AN ACTIVE CALENDAR ENTRY FOR THE DATE OVERRIDES
006500*  IT.  THE DAY OF THE WEEK (0 = SUNDAY) IS THE YEAR PLUS
006510*  ITS LEAP DAYS TO DATE, A FIXED OFFSET PER MONTH AND THE
006520*  DAY, MODULO 7 - JANUARY AND FEBRUARY COUNT AS THE END OF
006530*  THE YEAR BEFORE SO THE LEAP DAY FALLS LAST.  A DATE WITH
006540*  NO VALID MONTH IS LEFT OPEN FOR THE EDITS TO DEAL WITH.
006550*----------------------------------------------------------*
006560 SMGR001-CHECK-BUSINESS-DAY.
006570     MOVE 'Y' TO WS-CAL-BUSINESS-SWITCH.
006580     IF WS-CAL-MONTH >= 01 AND WS-CAL-MONTH <= 12
006590         MOVE WS-CAL-YEAR TO WS-CAL-DOW-YEAR
006600         IF WS-CAL-MONTH < 03
006610             SUBTRACT 1 FROM WS-CAL-DOW-YEAR
006620         END-IF
006630         MOVE WS-CAL-DOW-YEAR TO WS-CAL-DOW-SUM
006640         DIVIDE WS-CAL-DOW-YEAR BY 4 GIVING WS-CAL-DOW-QUOT
006650         ADD WS-CAL-DOW-QUOT TO WS-CAL-DOW-SUM
006660         DIVIDE WS-CAL-DOW-YEAR BY 100 GIVING WS-CAL-DOW-QUOT
006670         SUBTRACT WS-CAL-DOW-QUOT FROM WS-CAL-DOW-SUM
006680         DIVIDE WS-CAL-DOW-YEAR BY 400 GIVING WS-CAL-DOW-QUOT
006690         ADD WS-CAL-DOW-QUOT TO WS-CAL-DOW-SUM
006700         ADD WS-CAL-DOW-OFFSET(WS-CAL-MONTH) TO WS-CAL-DOW-SUM
006710         ADD WS-CAL-DAY TO WS-CAL-DOW-SUM
006720         DIVIDE WS-CAL-DOW-SUM BY 7 GIVING WS-CAL-DOW-QUOT
006730             REMAINDER WS-CAL-DAY-OF-WEEK
006740         IF WS-CAL-WEEKEND
006750             MOVE 'N' TO WS-CAL-BUSINESS-SWITCH
006760         END-IF
006770         PERFORM SMGR001-MATCH-CAL-ENTRY
006780             VARYING WS-CAL-SUB FROM 1 BY 1
006790             UNTIL WS-CAL-SUB > CALENDAR-TABLE-COUNT
006800     END-IF.
006810*----------------------------------------------------------*
006820*  SMGR001-MATCH-CAL-ENTRY - APPLY ONE CALENDAR ENTRY TO THE
006830*  DATE IN HAND: H CLOSES IT, W OPENS IT.
006840*----------------------------------------------------------*
006850 SMGR001-MATCH-CAL-ENTRY.
006860     IF CLT-DATE(WS-CAL-SUB) = WS-CAL-DATE
006870         AND CLT-ENTRY-ACTIVE(WS-CAL-SUB)
006880         IF CLT-DAY-CLOSED(WS-CAL-SUB)
006890             MOVE 'N' TO WS-CAL-BUSINESS-SWITCH
006900         END-IF
006910         IF CLT-DAY-OPEN(WS-CAL-SUB)
006920             MOVE 'Y' TO WS-CAL-BUSINESS-SWITCH
006930         END-IF
006940     END-IF.
