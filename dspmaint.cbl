000400*                   TRANSTG VALIDATE TRANSACTION CODES
000410*                   AGAINST IT AND TRANPOST TAKES ITS
000420*                   POSTING DIRECTION FROM IT.
000422*  2026-09-10  JCV  TCD CARDS NOW ALSO TAKE DIRECTION R FOR
000424*                   A REVERSAL CODE - TRANPOST BACKS OUT THE
000426*                   ORIGINAL TRANHIST POSTING A TRANSACTION
000428*                   ON SUCH A CODE NAMES.
000429*  2026-09-25  JCV  LARGE-VALUE HOLD LIMITS: TCD CARDS TAKE
000430*                   THE CODE'S HOLD LIMIT (COLS 58-68) AND
000431*                   THE CFG CARD THE OVERALL DEFAULT LIMIT
000432*                   (COLS 63-73), ELEVEN DIGITS WITH TWO
000433*                   IMPLIED DECIMALS.  BLANK ON AN ADD MEANS
000434*                   NO LIMIT; BLANK ON A CHG KEEPS THE
000435*                   CURRENT ONE.  TCODFILE AND CFGFILE BOTH
000436*                   GROW TO LRECL 60.
000437*  2026-09-29  JCV  NEW GLM TARGET MAINTAINS THE GLMAP GL
000438*                   ACCOUNT MAPPING (SEE GLMPREC1).
000439*  2026-10-13  JCV  NEW CAL TARGET MAINTAINS THE CALFILE
000440*                   BUSINESS-DAY CALENDAR (SEE CALDREC1) - DATE,
000441*                   DAY TYPE H (HOLIDAY, CLOSED) OR W (WORKING,
000442*                   OPEN), DESCRIPTION AND ACTIVE SWITCH.  THE
000443*                   DATE MUST BE A REAL CALENDAR DATE.  EVERY
000444*                   CARD IS AUDITED UNDER STEP CALFILE.
000445*----------------------------------------------------------*
000446 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CARD-FILE          ASSIGN TO CARDIN
000590                                ASSIGN TO TCODFILE
000600                                ORGANIZATION IS SEQUENTIAL
000610                                FILE STATUS IS WS-TCODE-STATUS.
000612     SELECT OPTIONAL GLMAP-FILE
000614                                ASSIGN TO GLMAP
000616                                ORGANIZATION IS SEQUENTIAL
000618                                FILE STATUS IS WS-GLMAP-STATUS.
000619     SELECT OPTIONAL CALENDAR-FILE
000620                                ASSIGN TO CALFILE
000621                                ORGANIZATION IS SEQUENTIAL
000622                                FILE STATUS IS WS-CALENDAR-STATUS.
000623     SELECT AUDIT-FILE         ASSIGN TO AUDITF
000630                                ORGANIZATION IS SEQUENTIAL
000640                                FILE STATUS IS WS-AUDIT-STATUS.
000650 DATA DIVISION.
000760         88  DMC-TARGET-DISPATCH     VALUE 'DSP'.
000770         88  DMC-TARGET-CONFIG       VALUE 'CFG'.
000780         88  DMC-TARGET-TRANCODE     VALUE 'TCD'.
000785         88  DMC-TARGET-GLMAP        VALUE 'GLM'.
000787         88  DMC-TARGET-CALENDAR     VALUE 'CAL'.
000790     05  FILLER                      PIC X(01).
000800     05  DMC-OPERATOR-ID             PIC X(08).
000810     05  FILLER                      PIC X(01).
000870         10  FILLER                  PIC X(01).
000880         10  DMC-DSP-ACTIVE          PIC X(01).
000890         10  FILLER                  PIC X(45).
000891     05  DMC-GLM-DETAIL REDEFINES DMC-DETAIL.
000892         10  DMC-GLM-CODE            PIC X(04).
000893*        GL ACCOUNTS 1 DR, 2 CR, 3 SUSPENSE DR, 4 SUSPENSE CR
000894         10  DMC-GLM-ACCOUNT-SLOT OCCURS 4 TIMES.
000895             15  FILLER              PIC X(01).
000896             15  DMC-GLM-ACCOUNT     PIC X(12).
000897         10  FILLER                  PIC X(01).
000898         10  DMC-GLM-ACTIVE          PIC X(01).
000899         10  FILLER                  PIC X(02).
000900     05  DMC-CFG-DETAIL REDEFINES DMC-DETAIL.
000910         10  DMC-CFG-COMPANY-NAME    PIC X(30).
000920         10  FILLER                  PIC X(01).
000930         10  DMC-CFG-YEAR            PIC X(04).
000940         10  FILLER                  PIC X(01).
000950         10  DMC-CFG-VERSION         PIC X(08).
000960         10  FILLER                  PIC X(01).
000962         10  DMC-CFG-HOLD-DEFAULT    PIC X(11).
000964         10  DMC-CFG-HOLD-DEFAULT-N REDEFINES DMC-CFG-HOLD-DEFAULT
000966                                     PIC 9(09)V99.
000968         10  FILLER                  PIC X(04).
000970     05  DMC-TCD-DETAIL REDEFINES DMC-DETAIL.
000980         10  DMC-TCD-CODE            PIC X(04).
000990         10  FILLER                  PIC X(01).
001020         10  DMC-TCD-DIRECTION       PIC X(01).
001030         10  FILLER                  PIC X(01).
001040         10  DMC-TCD-ACTIVE          PIC X(01).
001050         10  FILLER                  PIC X(01).
001052         10  DMC-TCD-HOLD-LIMIT      PIC X(11).
001054         10  DMC-TCD-HOLD-LIMIT-N REDEFINES DMC-TCD-HOLD-LIMIT
001056                                     PIC 9(09)V99.
001058         10  FILLER                  PIC X(09).
001059     05  DMC-CAL-DETAIL REDEFINES DMC-DETAIL.
001060         10  DMC-CAL-DATE            PIC X(08).
001061         10  FILLER                  PIC X(01).
001062         10  DMC-CAL-DAY-TYPE        PIC X(01).
001063         10  FILLER                  PIC X(01).
001064         10  DMC-CAL-DESCRIPTION     PIC X(30).
001065         10  FILLER                  PIC X(01).
001066         10  DMC-CAL-ACTIVE          PIC X(01).
001067         10  FILLER                  PIC X(17).
001068     05  FILLER                      PIC X(03).
001070 FD  DISPATCH-FILE
001080     RECORDING MODE IS F.
001090 COPY DSPREC01.
001130 FD  TRANCODE-FILE
001140     RECORDING MODE IS F.
001150 COPY TCODREC1.
001152 FD  GLMAP-FILE
001154     RECORDING MODE IS F.
001156 COPY GLMPREC1.
001157 FD  CALENDAR-FILE
001158     RECORDING MODE IS F.
001159 COPY CALDREC1.
001160 FD  AUDIT-FILE
001170     RECORDING MODE IS F.
001180 COPY AUDTREC1.
001460     88  WS-TCODE-NOT-FOUND          VALUE '35'.
001470 01  WS-TCODE-EOF-SWITCH             PIC X(01) VALUE 'N'.
001480     88  WS-TCODE-EOF-REACHED        VALUE 'Y'.
001481 01  WS-GLMAP-STATUS                 PIC X(02) VALUE '00'.
001482     88  WS-GLMAP-OK                 VALUE '00'.
001483     88  WS-GLMAP-NOT-FOUND          VALUE '35'.
001484 01  WS-GLMAP-EOF-SWITCH             PIC X(01) VALUE 'N'.
001485     88  WS-GLMAP-EOF-REACHED        VALUE 'Y'.
001486 01  WS-CALENDAR-STATUS              PIC X(02) VALUE '00'.
001487     88  WS-CALENDAR-OK              VALUE '00'.
001488     88  WS-CALENDAR-NOT-FOUND       VALUE '35'.
001489 01  WS-CALENDAR-EOF-SWITCH          PIC X(01) VALUE 'N'.
001490     88  WS-CALENDAR-EOF-REACHED     VALUE 'Y'.
001491*----------------------------------------------------------*
001500*  THE DISPATCH TABLE UNDER MAINTENANCE - SAME DSPTBL01
001510*  TABLE HELLO LOADS AT RUN TIME, HERE LOADED FROM DSPFILE,
001520*  UPDATED BY THE CARDS AND REWRITTEN.
001670 01  WS-TCD-FOUND-SUB                PIC 9(03) COMP VALUE ZERO.
001680 01  WS-TCD-CHANGED-SWITCH           PIC X(01) VALUE 'N'.
001690     88  WS-TCD-CHANGED              VALUE 'Y'.
001691*----------------------------------------------------------*
001692*  THE GL MAPPING TABLE UNDER MAINTENANCE - SAME GLMPTBL1
001693*  TABLE GLEXTRCT LOADS, HERE LOADED FROM GLMAP.
001694*----------------------------------------------------------*
001695 COPY GLMPTBL1.
001696 01  WS-GLM-SUB                      PIC 9(03) COMP VALUE ZERO.
001697 01  WS-GLM-FOUND-SUB                PIC 9(03) COMP VALUE ZERO.
001698 01  WS-GLM-CHANGED-SWITCH           PIC X(01) VALUE 'N'.
001699     88  WS-GLM-CHANGED              VALUE 'Y'.
001700*----------------------------------------------------------*
001701*  THE BUSINESS-DAY CALENDAR UNDER MAINTENANCE - SAME
001702*  CALDTBL1 TABLE THE BATCH JOBS LOAD, HERE LOADED FROM
001703*  CALFILE.  WS-CAL-DATE AND THE MONTH TABLE PROVE A CARD'S
001704*  DATE IS A REAL CALENDAR DATE.
001705*----------------------------------------------------------*
001706 COPY CALDTBL1.
001707 01  WS-CAL-SUB                      PIC 9(03) COMP VALUE ZERO.
001708 01  WS-CAL-FOUND-SUB                PIC 9(03) COMP VALUE ZERO.
001709 01  WS-CAL-CHANGED-SWITCH           PIC X(01) VALUE 'N'.
001710     88  WS-CAL-CHANGED              VALUE 'Y'.
001711 01  WS-CAL-DATE                     PIC 9(08) VALUE ZERO.
001712 01  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE.
001713     05  WS-CAL-YEAR                 PIC 9(04).
001714     05  WS-CAL-MONTH                PIC 9(02).
001715     05  WS-CAL-DAY                  PIC 9(02).
001716 01  WS-CAL-MONTH-MAX                PIC 9(02) VALUE ZERO.
001717 01  WS-CAL-YEAR-QUOT                PIC 9(04) VALUE ZERO.
001718 01  WS-CAL-YEAR-REM                 PIC 9(04) VALUE ZERO.
001719 01  WS-CAL-DATE-VALID-SWITCH        PIC X(01) VALUE 'N'.
001720     88  WS-CAL-DATE-VALID           VALUE 'Y'.
001721 01  WS-MONTH-DAYS-TABLE.
001722     05  FILLER                      PIC X(24) VALUE
001723         '312831303130313130313031'.
001724 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
001725     05  WS-MONTH-DAY-MAX OCCURS 12 TIMES
001726                                     PIC 9(02).
001727*----------------------------------------------------------*
001728*  THE BANNER CONFIGURATION UNDER MAINTENANCE - THE SINGLE
001729*  CONFIG01 RECORD, HELD HERE BETWEEN LOAD AND REWRITE.  A
001730*  CFGFILE NOT ALLOCATED OR EMPTY YET SIMPLY MEANS THE
001740*  FIRST CFG CHG CARD CREATES THE RECORD.
001750*----------------------------------------------------------*
001770     05  WS-CFG-COMPANY-NAME         PIC X(30) VALUE SPACES.
001780     05  WS-CFG-COPYRIGHT-YEAR       PIC 9(04) VALUE ZERO.
001790     05  WS-CFG-BUILD-VERSION        PIC X(08) VALUE SPACES.
001795     05  WS-CFG-HOLD-DEFAULT         PIC 9(09)V99 VALUE ZERO.
001800 01  WS-CFG-CHANGED-SWITCH           PIC X(01) VALUE 'N'.
001810     88  WS-CFG-CHANGED              VALUE 'Y'.
001820*----------------------------------------------------------*
002060         IF WS-TCD-CHANGED
002070             PERFORM DMNT001-WRITE-TRANCODE
002080         END-IF
002082         IF WS-GLM-CHANGED
002084             PERFORM DMNT001-WRITE-GLMAP
002085         END-IF
002086         IF WS-CAL-CHANGED
002087             PERFORM DMNT001-WRITE-CALENDAR
002088         END-IF
002090     END-IF.
002100     PERFORM DMNT001-TERMINATE.
002110     STOP RUN.
002270     PERFORM DMNT001-LOAD-DISPATCH.
002280     PERFORM DMNT001-LOAD-CONFIG.
002290     PERFORM DMNT001-LOAD-TRANCODE.
002295     PERFORM DMNT001-LOAD-GLMAP.
002297     PERFORM DMNT001-LOAD-CALENDAR.
002300     OPEN INPUT CARD-FILE.
002310     IF NOT WS-CARD-OK
002320         DISPLAY 'ERROR - CARDIN OPEN FAILED, STATUS='
003030                     TO WS-CFG-COPYRIGHT-YEAR
003040                 MOVE CFG-BUILD-VERSION
003050                     TO WS-CFG-BUILD-VERSION
003052                 IF CFG-HOLD-DEFAULT IS NUMERIC
003054                     MOVE CFG-HOLD-DEFAULT
003056                         TO WS-CFG-HOLD-DEFAULT
003058                 END-IF
003060         END-READ
003070         CLOSE CONFIG-FILE
003080     ELSE
003640                 TO TCT-DIRECTION(TCODE-TABLE-COUNT)
003650             MOVE TCD-ACTIVE-SWITCH
003660                 TO TCT-ACTIVE-SWITCH(TCODE-TABLE-COUNT)
003661             IF TCD-HOLD-THRESHOLD IS NUMERIC
003662                 MOVE TCD-HOLD-THRESHOLD
003663                     TO TCT-HOLD-THRESHOLD(TCODE-TABLE-COUNT)
003664             ELSE
003665                 MOVE ZERO
003666                     TO TCT-HOLD-THRESHOLD(TCODE-TABLE-COUNT)
003667             END-IF
003670     END-READ.
003680*----------------------------------------------------------*
003690*  DMNT001-PROCESS-CARD - READ AND WORK ONE CONTROL CARD.
004170         WHEN NOT DMC-TARGET-DISPATCH
004180          AND NOT DMC-TARGET-CONFIG
004190          AND NOT DMC-TARGET-TRANCODE
004195          AND NOT DMC-TARGET-GLMAP
004200          AND NOT DMC-TARGET-CALENDAR
004205             MOVE 'TARGET NOT DSP/CFG/TCD/GLM/CAL'
004210                 TO WS-CARD-ERROR-TEXT
004220         WHEN DMC-OPERATOR-ID = SPACES
004230             MOVE 'OPERATOR ID MISSING'
004260             PERFORM DMNT001-EDIT-DSP-CARD
004270         WHEN DMC-TARGET-TRANCODE
004280             PERFORM DMNT001-EDIT-TCD-CARD
004283         WHEN DMC-TARGET-GLMAP
004286             PERFORM DMNT001-EDIT-GLM-CARD
004287         WHEN DMC-TARGET-CALENDAR
004288             PERFORM DMNT001-EDIT-CAL-CARD
004290         WHEN OTHER
004300             PERFORM DMNT001-EDIT-CFG-CARD
004310     END-EVALUATE.
004650     END-EVALUATE.
004660*----------------------------------------------------------*
004670*  DMNT001-EDIT-TCD-CARD - TRANSACTION-CODE RULES: CODE
004680*  POPULATED, DESCRIPTION PRESENT AND DIRECTION C/D/R AND
004690*  ACTIVE SWITCH Y/N ON ADD/CHG, ADD MUST BE NEW, CHG/DEL
004700*  MUST EXIST, AND AN ADD MUST FIT THE 100-ENTRY TABLE.
004705*  A HOLD LIMIT, WHEN GIVEN, MUST BE ALL DIGITS.
004710*----------------------------------------------------------*
004720 DMNT001-EDIT-TCD-CARD.
004730     PERFORM DMNT001-FIND-TCD-ENTRY.
004820         WHEN (DMC-FUNC-ADD OR DMC-FUNC-CHANGE)
004830          AND DMC-TCD-DIRECTION NOT = 'C'
004840          AND DMC-TCD-DIRECTION NOT = 'D'
004845          AND DMC-TCD-DIRECTION NOT = 'R'
004850             MOVE 'DIRECTION NOT C/D/R'
004860                 TO WS-CARD-ERROR-TEXT
004870         WHEN (DMC-FUNC-ADD OR DMC-FUNC-CHANGE)
004880          AND DMC-TCD-ACTIVE NOT = 'Y'
004890          AND DMC-TCD-ACTIVE NOT = 'N'
004900             MOVE 'ACTIVE SWITCH NOT Y/N'
004910                 TO WS-CARD-ERROR-TEXT
004911         WHEN (DMC-FUNC-ADD OR DMC-FUNC-CHANGE)
004912          AND DMC-TCD-HOLD-LIMIT NOT = SPACES
004913          AND DMC-TCD-HOLD-LIMIT NOT NUMERIC
004914             MOVE 'HOLD LIMIT NOT NUMERIC'
004915                 TO WS-CARD-ERROR-TEXT
004920         WHEN DMC-FUNC-ADD
004930          AND WS-TCD-FOUND-SUB > ZERO
004940             MOVE 'TRANSACTION CODE EXISTS'
005060*  DMNT001-EDIT-CFG-CARD - BANNER RULES: CHG ONLY (THE
005070*  CONFIG FILE IS A SINGLE RECORD - THERE IS NOTHING TO ADD
005080*  OR DEACTIVATE), COMPANY NAME PRESENT, YEAR NUMERIC.
005083*  A HOLD DEFAULT, WHEN GIVEN, MUST BE ALL DIGITS; BLANK
005086*  KEEPS THE CURRENT DEFAULT.
005090*----------------------------------------------------------*
005100 DMNT001-EDIT-CFG-CARD.
005110     EVALUATE TRUE
005180         WHEN DMC-CFG-YEAR NOT NUMERIC
005190             MOVE 'COPYRIGHT YEAR NOT NUMERIC'
005200                 TO WS-CARD-ERROR-TEXT
005202         WHEN DMC-CFG-HOLD-DEFAULT NOT = SPACES
005204          AND DMC-CFG-HOLD-DEFAULT NOT NUMERIC
005206             MOVE 'HOLD DEFAULT NOT NUMERIC'
005208                 TO WS-CARD-ERROR-TEXT
005210     END-EVALUATE.
005220*----------------------------------------------------------*
005230*  DMNT001-FIND-DSP-ENTRY - LOCATE THE CARD'S FUNCTION CODE
005910             MOVE 'Y' TO WS-DSP-CHANGED-SWITCH
005920         WHEN DMC-TARGET-TRANCODE
005930             PERFORM DMNT001-APPLY-TCD-CARD
005933         WHEN DMC-TARGET-GLMAP
005936             PERFORM DMNT001-APPLY-GLM-CARD
005937         WHEN DMC-TARGET-CALENDAR
005938             PERFORM DMNT001-APPLY-CAL-CARD
005940         WHEN OTHER
005950             MOVE DMC-CFG-COMPANY-NAME TO WS-CFG-COMPANY-NAME
005960             MOVE DMC-CFG-YEAR         TO WS-CFG-COPYRIGHT-YEAR
005970             MOVE DMC-CFG-VERSION      TO WS-CFG-BUILD-VERSION
005972             IF DMC-CFG-HOLD-DEFAULT NOT = SPACES
005974                 MOVE DMC-CFG-HOLD-DEFAULT-N
005976                     TO WS-CFG-HOLD-DEFAULT
005978             END-IF
005980             MOVE 'Y' TO WS-CFG-CHANGED-SWITCH
005990     END-EVALUATE.
006000*----------------------------------------------------------*
006020*  TRANSACTION-CODE TABLE.  DEL IS A DEACTIVATE, AS ON THE
006030*  DISPATCH TABLE - THE CODE AND ITS HISTORY STAY VISIBLE
006040*  AND POSTING SIMPLY STOPS HONOURING IT.
006043*  A BLANK HOLD LIMIT IS NO LIMIT ON AN ADD AND LEAVES THE
006046*  CURRENT LIMIT ALONE ON A CHG.
006050*----------------------------------------------------------*
006060 DMNT001-APPLY-TCD-CARD.
006070     EVALUATE TRUE
006150                 TO TCT-DIRECTION(TCODE-TABLE-COUNT)
006160             MOVE DMC-TCD-ACTIVE
006170                 TO TCT-ACTIVE-SWITCH(TCODE-TABLE-COUNT)
006171             IF DMC-TCD-HOLD-LIMIT = SPACES
006172                 MOVE ZERO
006173                     TO TCT-HOLD-THRESHOLD(TCODE-TABLE-COUNT)
006174             ELSE
006175                 MOVE DMC-TCD-HOLD-LIMIT-N
006176                     TO TCT-HOLD-THRESHOLD(TCODE-TABLE-COUNT)
006177             END-IF
006180         WHEN DMC-FUNC-CHANGE
006190             MOVE DMC-TCD-DESCRIPTION
006200                 TO TCT-DESCRIPTION(WS-TCD-FOUND-SUB)
006220                 TO TCT-DIRECTION(WS-TCD-FOUND-SUB)
006230             MOVE DMC-TCD-ACTIVE
006240                 TO TCT-ACTIVE-SWITCH(WS-TCD-FOUND-SUB)
006242             IF DMC-TCD-HOLD-LIMIT NOT = SPACES
006244                 MOVE DMC-TCD-HOLD-LIMIT-N
006246                     TO TCT-HOLD-THRESHOLD(WS-TCD-FOUND-SUB)
006248             END-IF
006250         WHEN DMC-FUNC-DEACTIVATE
006260             MOVE 'N'
006270                 TO TCT-ACTIVE-SWITCH(WS-TCD-FOUND-SUB)
006400             MOVE 'DSPFILE'  TO AUD-STEP-NAME
006410         WHEN DMC-TARGET-TRANCODE
006420             MOVE 'TCODFILE' TO AUD-STEP-NAME
006423         WHEN DMC-TARGET-GLMAP
006426             MOVE 'GLMAP'    TO AUD-STEP-NAME
006427         WHEN DMC-TARGET-CALENDAR
006428             MOVE 'CALFILE'  TO AUD-STEP-NAME
006430         WHEN OTHER
006440             MOVE 'CFGFILE'  TO AUD-STEP-NAME
006450     END-EVALUATE.
006920 DMNT001-WRITE-CONFIG.
006930     OPEN OUTPUT CONFIG-FILE.
006940     IF WS-CONFIG-OK
006945         MOVE SPACES                TO CONFIG-RECORD
006950         MOVE WS-CFG-COMPANY-NAME   TO CFG-COMPANY-NAME
006960         MOVE WS-CFG-COPYRIGHT-YEAR TO CFG-COPYRIGHT-YEAR
006970         MOVE WS-CFG-BUILD-VERSION  TO CFG-BUILD-VERSION
006975         MOVE WS-CFG-HOLD-DEFAULT   TO CFG-HOLD-DEFAULT
006980         WRITE CONFIG-RECORD
006990         CLOSE CONFIG-FILE
007000         DISPLAY 'CFGFILE REWRITTEN'
007370         TO TCD-DIRECTION.
007380     MOVE TCT-ACTIVE-SWITCH(WS-TCD-SUB)
007390         TO TCD-ACTIVE-SWITCH.
007393     MOVE TCT-HOLD-THRESHOLD(WS-TCD-SUB)
007396         TO TCD-HOLD-THRESHOLD.
007400     WRITE TRANCODE-RECORD.
007410*----------------------------------------------------------*
007420*  DMNT001-WRITE-AUDIT - APPEND ONE RECORD TO AUDIT-FILE,
007870     PERFORM DMNT001-WRITE-AUDIT.
007880     DISPLAY 'TERMINATING PROGRAM'.
007890     MOVE WS-PROGRAM-RETURN-CODE TO RETURN-CODE.
007900*----------------------------------------------------------*
007910*  DMNT001-LOAD-GLMAP - LOAD THE CURRENT GL MAPPING TABLE.
007920*  STATUS 35 OR AN EMPTY FILE STARTS FROM AN EMPTY TABLE
007930*  (FIRST-TIME SETUP VIA ADD CARDS); MORE RECORDS THAN THE
007940*  TABLE HOLDS FAILS THE JOB THE SAME WAY AN OVERFULL
007950*  TCODFILE DOES.
007960*----------------------------------------------------------*
007970 DMNT001-LOAD-GLMAP.
007980     MOVE ZERO TO GLMAP-TABLE-COUNT.
007990     MOVE 'N'  TO WS-GLMAP-EOF-SWITCH.
008000     OPEN INPUT GLMAP-FILE.
008010     IF WS-GLMAP-OK
008020         PERFORM DMNT001-LOAD-GLM-ENTRY
008030             UNTIL WS-GLMAP-EOF-REACHED
008040                OR GLMAP-TABLE-COUNT = 100
008050         CLOSE GLMAP-FILE
008060         IF NOT WS-GLMAP-EOF-REACHED
008070             DISPLAY 'ERROR - GLMAP HAS MORE THAN 100 '
008080                     'ENTRIES - RUN FAILED'
008090             MOVE 16 TO WS-PROGRAM-RETURN-CODE
008100         END-IF
008110     ELSE
008120         IF WS-GLMAP-NOT-FOUND
008130             DISPLAY 'DMNT001-LOAD-GLMAP - GLMAP NOT '
008140                     'ALLOCATED, STARTING FROM EMPTY TABLE'
008150         ELSE
008160             DISPLAY 'ERROR - GLMAP OPEN FAILED, STATUS='
008170                     WS-GLMAP-STATUS
008180                     ' - JOB WILL BE FLAGGED AS FAILED'
008190             MOVE 16 TO WS-PROGRAM-RETURN-CODE
008200         END-IF
008210     END-IF.
008220*----------------------------------------------------------*
008230*  DMNT001-LOAD-GLM-ENTRY - READ ONE GLMAP RECORD INTO THE
008240*  TABLE.  PERFORMED REPEATEDLY BY DMNT001-LOAD-GLMAP.
008250*----------------------------------------------------------*
008260 DMNT001-LOAD-GLM-ENTRY.
008270     READ GLMAP-FILE
008280         AT END
008290             MOVE 'Y' TO WS-GLMAP-EOF-SWITCH
008300         NOT AT END
008310             ADD 1 TO GLMAP-TABLE-COUNT
008320             MOVE GLM-TRAN-CODE
008330                 TO GMT-TRAN-CODE(GLMAP-TABLE-COUNT)
008340             MOVE GLM-DEBIT-ACCOUNT
008350                 TO GMT-DEBIT-ACCOUNT(GLMAP-TABLE-COUNT)
008360             MOVE GLM-CREDIT-ACCOUNT
008370                 TO GMT-CREDIT-ACCOUNT(GLMAP-TABLE-COUNT)
008380             MOVE GLM-SUSP-DEBIT-ACCOUNT
008390                 TO GMT-SUSP-DEBIT-ACCOUNT(GLMAP-TABLE-COUNT)
008400             MOVE GLM-SUSP-CREDIT-ACCOUNT
008410                 TO GMT-SUSP-CREDIT-ACCOUNT(GLMAP-TABLE-COUNT)
008420             MOVE GLM-ACTIVE-SWITCH
008430                 TO GMT-ACTIVE-SWITCH(GLMAP-TABLE-COUNT)
008440     END-READ.
008450*----------------------------------------------------------*
008460*  DMNT001-EDIT-GLM-CARD - GL MAPPING RULES: CODE POPULATED
008470*  AND EITHER ON THE TRANSACTION-CODE TABLE OR THE '****'
008480*  SUSPENSE CATCH-ALL.  ON ADD/CHG A REAL CODE NEEDS BOTH
008490*  ITS DEBIT AND CREDIT ACCOUNTS (AND THEY MUST DIFFER), THE
008500*  CATCH-ALL NEEDS ITS SUSPENSE PAIR, A SUSPENSE PAIR IS
008510*  BOTH ACCOUNTS OR NEITHER, AND THE ACTIVE SWITCH IS Y/N.
008520*  ADD MUST BE NEW, CHG/DEL MUST EXIST, AND AN ADD MUST FIT
008530*  THE 100-ENTRY TABLE.  THE GLM CODE SITS IN THE SAME CARD
008540*  COLUMNS AS THE TCD CODE, SO DMNT001-FIND-TCD-ENTRY LOOKS
008550*  IT UP AS IT STANDS.
008560*----------------------------------------------------------*
008570 DMNT001-EDIT-GLM-CARD.
008580     PERFORM DMNT001-FIND-TCD-ENTRY.
008590     PERFORM DMNT001-FIND-GLM-ENTRY.
008600     EVALUATE TRUE
008610         WHEN DMC-GLM-CODE = SPACES
008620             MOVE 'TRANSACTION CODE MISSING'
008630                 TO WS-CARD-ERROR-TEXT
008640         WHEN DMC-GLM-CODE NOT = '****'
008650          AND WS-TCD-FOUND-SUB = ZERO
008660             MOVE 'CODE NOT ON TRANCODE TABLE'
008670                 TO WS-CARD-ERROR-TEXT
008680         WHEN (DMC-FUNC-ADD OR DMC-FUNC-CHANGE)
008690          AND DMC-GLM-CODE NOT = '****'
008700          AND (DMC-GLM-ACCOUNT(1) = SPACES
008710            OR DMC-GLM-ACCOUNT(2) = SPACES)
008720             MOVE 'DEBIT/CREDIT GL ACCOUNT MISSING'
008730                 TO WS-CARD-ERROR-TEXT
008740         WHEN (DMC-FUNC-ADD OR DMC-FUNC-CHANGE)
008750          AND DMC-GLM-CODE NOT = '****'
008760          AND DMC-GLM-ACCOUNT(1) = DMC-GLM-ACCOUNT(2)
008770             MOVE 'DEBIT AND CREDIT GL ARE SAME'
008780                 TO WS-CARD-ERROR-TEXT
008790         WHEN (DMC-FUNC-ADD OR DMC-FUNC-CHANGE)
008800          AND DMC-GLM-CODE = '****'
008810          AND (DMC-GLM-ACCOUNT(3) = SPACES
008820            OR DMC-GLM-ACCOUNT(4) = SPACES)
008830             MOVE 'SUSPENSE GL ACCOUNTS MISSING'
008840                 TO WS-CARD-ERROR-TEXT
008850         WHEN (DMC-FUNC-ADD OR DMC-FUNC-CHANGE)
008860          AND ((DMC-GLM-ACCOUNT(3) = SPACES
008870            AND DMC-GLM-ACCOUNT(4) NOT = SPACES)
008880           OR (DMC-GLM-ACCOUNT(3) NOT = SPACES
008890            AND DMC-GLM-ACCOUNT(4) = SPACES))
008900             MOVE 'SUSPENSE PAIR INCOMPLETE'
008910                 TO WS-CARD-ERROR-TEXT
008920         WHEN (DMC-FUNC-ADD OR DMC-FUNC-CHANGE)
008930          AND DMC-GLM-ACTIVE NOT = 'Y'
008940          AND DMC-GLM-ACTIVE NOT = 'N'
008950             MOVE 'ACTIVE SWITCH NOT Y/N'
008960                 TO WS-CARD-ERROR-TEXT
008970         WHEN DMC-FUNC-ADD
008980          AND WS-GLM-FOUND-SUB > ZERO
008990             MOVE 'GL MAPPING ALREADY EXISTS'
009000                 TO WS-CARD-ERROR-TEXT
009010         WHEN DMC-FUNC-ADD
009020          AND GLMAP-TABLE-COUNT = 100
009030             MOVE 'GLMAP TABLE FULL (100)'
009040                 TO WS-CARD-ERROR-TEXT
009050         WHEN (DMC-FUNC-CHANGE OR DMC-FUNC-DEACTIVATE)
009060          AND WS-GLM-FOUND-SUB = ZERO
009070             MOVE 'GL MAPPING NOT ON TABLE'
009080                 TO WS-CARD-ERROR-TEXT
009090     END-EVALUATE.
009100*----------------------------------------------------------*
009110*  DMNT001-FIND-GLM-ENTRY - LOCATE THE CARD'S TRANSACTION
009120*  CODE ON THE GL MAPPING TABLE.  LEAVES THE SUBSCRIPT IN
009130*  WS-GLM-FOUND-SUB, ZERO IF ABSENT.
009140*----------------------------------------------------------*
009150 DMNT001-FIND-GLM-ENTRY.
009160     MOVE ZERO TO WS-GLM-FOUND-SUB.
009170     PERFORM DMNT001-MATCH-GLM-ENTRY
009180         VARYING WS-GLM-SUB FROM 1 BY 1
009190         UNTIL WS-GLM-SUB > GLMAP-TABLE-COUNT
009200            OR WS-GLM-FOUND-SUB > ZERO.
009210*----------------------------------------------------------*
009220*  DMNT001-MATCH-GLM-ENTRY - COMPARE ONE TABLE ENTRY TO THE
009230*  CARD IN HAND.
009240*----------------------------------------------------------*
009250 DMNT001-MATCH-GLM-ENTRY.
009260     IF GMT-TRAN-CODE(WS-GLM-SUB) = DMC-GLM-CODE
009270         MOVE WS-GLM-SUB TO WS-GLM-FOUND-SUB
009280     END-IF.
009290*----------------------------------------------------------*
009300*  DMNT001-APPLY-GLM-CARD - APPLY ONE CLEAN GLM CARD TO THE
009310*  GL MAPPING TABLE.  DEL IS A DEACTIVATE, AS ON THE OTHER
009320*  TABLES - GLEXTRCT THEN TREATS THE CODE AS UNMAPPED.
009330*----------------------------------------------------------*
009340 DMNT001-APPLY-GLM-CARD.
009350     IF DMC-FUNC-ADD
009360         ADD 1 TO GLMAP-TABLE-COUNT
009370         MOVE GLMAP-TABLE-COUNT TO WS-GLM-FOUND-SUB
009380         MOVE DMC-GLM-CODE TO GMT-TRAN-CODE(WS-GLM-FOUND-SUB)
009390     END-IF.
009400     IF DMC-FUNC-DEACTIVATE
009410         MOVE 'N' TO GMT-ACTIVE-SWITCH(WS-GLM-FOUND-SUB)
009420     ELSE
009430         MOVE DMC-GLM-ACCOUNT(1)
009440             TO GMT-DEBIT-ACCOUNT(WS-GLM-FOUND-SUB)
009450         MOVE DMC-GLM-ACCOUNT(2)
009460             TO GMT-CREDIT-ACCOUNT(WS-GLM-FOUND-SUB)
009470         MOVE DMC-GLM-ACCOUNT(3)
009480             TO GMT-SUSP-DEBIT-ACCOUNT(WS-GLM-FOUND-SUB)
009490         MOVE DMC-GLM-ACCOUNT(4)
009500             TO GMT-SUSP-CREDIT-ACCOUNT(WS-GLM-FOUND-SUB)
009510         MOVE DMC-GLM-ACTIVE
009520             TO GMT-ACTIVE-SWITCH(WS-GLM-FOUND-SUB)
009530     END-IF.
009540     MOVE 'Y' TO WS-GLM-CHANGED-SWITCH.
009550*----------------------------------------------------------*
009560*  DMNT001-WRITE-GLMAP - REWRITE GLMAP FROM THE UPDATED GL
009570*  MAPPING TABLE.
009580*----------------------------------------------------------*
009590 DMNT001-WRITE-GLMAP.
009600     OPEN OUTPUT GLMAP-FILE.
009610     IF WS-GLMAP-OK
009620         PERFORM DMNT001-WRITE-GLM-ENTRY
009630             VARYING WS-GLM-SUB FROM 1 BY 1
009640             UNTIL WS-GLM-SUB > GLMAP-TABLE-COUNT
009650         CLOSE GLMAP-FILE
009660         DISPLAY 'GLMAP REWRITTEN: ' GLMAP-TABLE-COUNT
009670                 ' ENTRIES'
009680     ELSE
009690         DISPLAY 'ERROR - GLMAP REWRITE OPEN FAILED, '
009700                 'STATUS=' WS-GLMAP-STATUS
009710                 ' - JOB WILL BE FLAGGED AS FAILED'
009720         MOVE 16 TO WS-PROGRAM-RETURN-CODE
009730     END-IF.
009740*----------------------------------------------------------*
009750*  DMNT001-WRITE-GLM-ENTRY - RELEASE ONE TABLE ENTRY TO
009760*  GLMAP.
009770*----------------------------------------------------------*
009780 DMNT001-WRITE-GLM-ENTRY.
009790     MOVE SPACES TO GLMAP-RECORD.
009800     MOVE GMT-TRAN-CODE(WS-GLM-SUB)
009810         TO GLM-TRAN-CODE.
009820     MOVE GMT-DEBIT-ACCOUNT(WS-GLM-SUB)
009830         TO GLM-DEBIT-ACCOUNT.
009840     MOVE GMT-CREDIT-ACCOUNT(WS-GLM-SUB)
009850         TO GLM-CREDIT-ACCOUNT.
009860     MOVE GMT-SUSP-DEBIT-ACCOUNT(WS-GLM-SUB)
009870         TO GLM-SUSP-DEBIT-ACCOUNT.
009880     MOVE GMT-SUSP-CREDIT-ACCOUNT(WS-GLM-SUB)
009890         TO GLM-SUSP-CREDIT-ACCOUNT.
009900     MOVE GMT-ACTIVE-SWITCH(WS-GLM-SUB)
009910         TO GLM-ACTIVE-SWITCH.
009920     WRITE GLMAP-RECORD.
009930*----------------------------------------------------------*
009940*  DMNT001-LOAD-CALENDAR - LOAD THE CURRENT BUSINESS-DAY
009950*  CALENDAR.  STATUS 35 OR AN EMPTY FILE STARTS FROM AN
009960*  EMPTY TABLE (FIRST-TIME SETUP VIA ADD CARDS); MORE
009970*  RECORDS THAN THE TABLE HOLDS FAILS THE JOB THE SAME WAY
009980*  AN OVERFULL GLMAP DOES.
009990*----------------------------------------------------------*
010000 DMNT001-LOAD-CALENDAR.
010010     MOVE ZERO TO CALENDAR-TABLE-COUNT.
010020     MOVE 'N'  TO WS-CALENDAR-EOF-SWITCH.
010030     OPEN INPUT CALENDAR-FILE.
010040     IF WS-CALENDAR-OK
010050         PERFORM DMNT001-LOAD-CAL-ENTRY
010060             UNTIL WS-CALENDAR-EOF-REACHED
010070                OR CALENDAR-TABLE-COUNT = 500
010080         CLOSE CALENDAR-FILE
010090         IF NOT WS-CALENDAR-EOF-REACHED
010100             DISPLAY 'ERROR - CALFILE HAS MORE THAN 500 '
010110                     'DATES - RUN FAILED'
010120             MOVE 16 TO WS-PROGRAM-RETURN-CODE
010130         END-IF
010140     ELSE
010150         IF WS-CALENDAR-NOT-FOUND
010160             DISPLAY 'DMNT001-LOAD-CALENDAR - CALFILE NOT '
010170                     'ALLOCATED, STARTING FROM EMPTY TABLE'
010180         ELSE
010190             DISPLAY 'ERROR - CALFILE OPEN FAILED, STATUS='
010200                     WS-CALENDAR-STATUS
010210                     ' - JOB WILL BE FLAGGED AS FAILED'
010220             MOVE 16 TO WS-PROGRAM-RETURN-CODE
010230         END-IF
010240     END-IF.
010250*----------------------------------------------------------*
010260*  DMNT001-LOAD-CAL-ENTRY - READ ONE CALFILE RECORD INTO
010270*  THE TABLE.  PERFORMED REPEATEDLY BY DMNT001-LOAD-CALENDAR.
010280*----------------------------------------------------------*
010290 DMNT001-LOAD-CAL-ENTRY.
010300     READ CALENDAR-FILE
010310         AT END
010320             MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
010330         NOT AT END
010340             ADD 1 TO CALENDAR-TABLE-COUNT
010350             MOVE CAL-DATE
010360                 TO CLT-DATE(CALENDAR-TABLE-COUNT)
010370             MOVE CAL-DAY-TYPE
010380                 TO CLT-DAY-TYPE(CALENDAR-TABLE-COUNT)
010390             MOVE CAL-DESCRIPTION
010400                 TO CLT-DESCRIPTION(CALENDAR-TABLE-COUNT)
010410             MOVE CAL-ACTIVE-SWITCH
010420                 TO CLT-ACTIVE-SWITCH(CALENDAR-TABLE-COUNT)
010430     END-READ.
010440*----------------------------------------------------------*
010450*  DMNT001-EDIT-CAL-CARD - CALENDAR RULES: THE DATE IS A
010460*  REAL CALENDAR DATE (CCYYMMDD); ON ADD/CHG THE DAY TYPE
010470*  IS H OR W, THE DESCRIPTION IS PRESENT AND THE ACTIVE
010480*  SWITCH IS Y/N.  ADD MUST BE NEW, CHG/DEL MUST EXIST, AND
010490*  AN ADD MUST FIT THE 500-ENTRY TABLE.
010500*----------------------------------------------------------*
010510 DMNT001-EDIT-CAL-CARD.
010520     PERFORM DMNT001-CHECK-CAL-DATE.
010530     PERFORM DMNT001-FIND-CAL-ENTRY.
010540     EVALUATE TRUE
010550         WHEN DMC-CAL-DATE NOT NUMERIC
010560             MOVE 'CALENDAR DATE NOT NUMERIC'
010570                 TO WS-CARD-ERROR-TEXT
010580         WHEN NOT WS-CAL-DATE-VALID
010590             MOVE 'CALENDAR DATE NOT VALID'
010600                 TO WS-CARD-ERROR-TEXT
010610         WHEN (DMC-FUNC-ADD OR DMC-FUNC-CHANGE)
010620          AND DMC-CAL-DAY-TYPE NOT = 'H'
010630          AND DMC-CAL-DAY-TYPE NOT = 'W'
010640             MOVE 'DAY TYPE NOT H/W'
010650                 TO WS-CARD-ERROR-TEXT
010660         WHEN (DMC-FUNC-ADD OR DMC-FUNC-CHANGE)
010670          AND DMC-CAL-DESCRIPTION = SPACES
010680             MOVE 'DESCRIPTION MISSING'
010690                 TO WS-CARD-ERROR-TEXT
010700         WHEN (DMC-FUNC-ADD OR DMC-FUNC-CHANGE)
010710          AND DMC-CAL-ACTIVE NOT = 'Y'
010720          AND DMC-CAL-ACTIVE NOT = 'N'
010730             MOVE 'ACTIVE SWITCH NOT Y/N'
010740                 TO WS-CARD-ERROR-TEXT
010750         WHEN DMC-FUNC-ADD
010760          AND WS-CAL-FOUND-SUB > ZERO
010770             MOVE 'CALENDAR DATE ALREADY EXISTS'
010780                 TO WS-CARD-ERROR-TEXT
010790         WHEN DMC-FUNC-ADD
010800          AND CALENDAR-TABLE-COUNT = 500
010810             MOVE 'CALFILE TABLE FULL (500)'
010820                 TO WS-CARD-ERROR-TEXT
010830         WHEN (DMC-FUNC-CHANGE OR DMC-FUNC-DEACTIVATE)
010840          AND WS-CAL-FOUND-SUB = ZERO
010850             MOVE 'CALENDAR DATE NOT ON TABLE'
010860                 TO WS-CARD-ERROR-TEXT
010870     END-EVALUATE.
010880*----------------------------------------------------------*
010890*  DMNT001-CHECK-CAL-DATE - SET THE DATE-VALID SWITCH FOR
010900*  THE CARD'S DATE: MONTH 1-12, DAY WITHIN THE MONTH, 29
010910*  FEBRUARY ONLY IN A LEAP YEAR (DIVISIBLE BY FOUR, EXCEPT
010920*  A CENTURY YEAR MUST DIVIDE BY FOUR HUNDRED).
010930*----------------------------------------------------------*
010940 DMNT001-CHECK-CAL-DATE.
010950     MOVE 'N'  TO WS-CAL-DATE-VALID-SWITCH.
010960     MOVE ZERO TO WS-CAL-DATE.
010970     IF DMC-CAL-DATE IS NUMERIC
010980         MOVE DMC-CAL-DATE TO WS-CAL-DATE
010990         IF WS-CAL-YEAR > 1900
011000             AND WS-CAL-MONTH >= 01
011010             AND WS-CAL-MONTH <= 12
011020             AND WS-CAL-DAY >= 01
011030             MOVE WS-MONTH-DAY-MAX(WS-CAL-MONTH)
011040                 TO WS-CAL-MONTH-MAX
011050             IF WS-CAL-MONTH = 02
011060                 PERFORM DMNT001-CAL-LEAP-YEAR
011070             END-IF
011080             IF WS-CAL-DAY <= WS-CAL-MONTH-MAX
011090                 MOVE 'Y' TO WS-CAL-DATE-VALID-SWITCH
011100             END-IF
011110         END-IF
011120     END-IF.
011130*----------------------------------------------------------*
011140*  DMNT001-CAL-LEAP-YEAR - FEBRUARY HAS 29 DAYS IN A LEAP
011150*  YEAR.
011160*----------------------------------------------------------*
011170 DMNT001-CAL-LEAP-YEAR.
011180     DIVIDE WS-CAL-YEAR BY 4
011190         GIVING WS-CAL-YEAR-QUOT
011200         REMAINDER WS-CAL-YEAR-REM.
011210     IF WS-CAL-YEAR-REM = ZERO
011220         MOVE 29 TO WS-CAL-MONTH-MAX
011230         DIVIDE WS-CAL-YEAR BY 100
011240             GIVING WS-CAL-YEAR-QUOT
011250             REMAINDER WS-CAL-YEAR-REM
011260         IF WS-CAL-YEAR-REM = ZERO
011270             DIVIDE WS-CAL-YEAR BY 400
011280                 GIVING WS-CAL-YEAR-QUOT
011290                 REMAINDER WS-CAL-YEAR-REM
011300             IF WS-CAL-YEAR-REM NOT = ZERO
011310                 MOVE 28 TO WS-CAL-MONTH-MAX
011320             END-IF
011330         END-IF
011340     END-IF.
011350*----------------------------------------------------------*
011360*  DMNT001-FIND-CAL-ENTRY - LOCATE THE CARD'S DATE ON THE
011370*  CALENDAR TABLE.  LEAVES THE SUBSCRIPT IN WS-CAL-FOUND-
011380*  SUB, ZERO IF ABSENT.
011390*----------------------------------------------------------*
011400 DMNT001-FIND-CAL-ENTRY.
011410     MOVE ZERO TO WS-CAL-FOUND-SUB.
011420     PERFORM DMNT001-MATCH-CAL-ENTRY
011430         VARYING WS-CAL-SUB FROM 1 BY 1
011440         UNTIL WS-CAL-SUB > CALENDAR-TABLE-COUNT
011450            OR WS-CAL-FOUND-SUB > ZERO.
011460*----------------------------------------------------------*
011470*  DMNT001-MATCH-CAL-ENTRY - COMPARE ONE TABLE ENTRY TO THE
011480*  CARD IN HAND.
011490*----------------------------------------------------------*
011500 DMNT001-MATCH-CAL-ENTRY.
011510     IF CLT-DATE(WS-CAL-SUB) = WS-CAL-DATE
011520         MOVE WS-CAL-SUB TO WS-CAL-FOUND-SUB
011530     END-IF.
011540*----------------------------------------------------------*
011550*  DMNT001-APPLY-CAL-CARD - APPLY ONE CLEAN CAL CARD TO THE
011560*  CALENDAR TABLE.  DEL IS A DEACTIVATE, AS ON THE OTHER
011570*  TABLES - THE DATE THEN FOLLOWS THE PLAIN WEEKDAY RULE.
011580*----------------------------------------------------------*
011590 DMNT001-APPLY-CAL-CARD.
011600     IF DMC-FUNC-ADD
011610         ADD 1 TO CALENDAR-TABLE-COUNT
011620         MOVE CALENDAR-TABLE-COUNT TO WS-CAL-FOUND-SUB
011630         MOVE WS-CAL-DATE TO CLT-DATE(WS-CAL-FOUND-SUB)
011640     END-IF.
011650     IF DMC-FUNC-DEACTIVATE
011660         MOVE 'N' TO CLT-ACTIVE-SWITCH(WS-CAL-FOUND-SUB)
011670     ELSE
011680         MOVE DMC-CAL-DAY-TYPE
011690             TO CLT-DAY-TYPE(WS-CAL-FOUND-SUB)
011700         MOVE DMC-CAL-DESCRIPTION
011710             TO CLT-DESCRIPTION(WS-CAL-FOUND-SUB)
011720         MOVE DMC-CAL-ACTIVE
011730             TO CLT-ACTIVE-SWITCH(WS-CAL-FOUND-SUB)
011740     END-IF.
011750     MOVE 'Y' TO WS-CAL-CHANGED-SWITCH.
011760*----------------------------------------------------------*
011770*  DMNT001-WRITE-CALENDAR - REWRITE CALFILE FROM THE
011780*  UPDATED CALENDAR TABLE.
011790*----------------------------------------------------------*
011800 DMNT001-WRITE-CALENDAR.
011810     OPEN OUTPUT CALENDAR-FILE.
011820     IF WS-CALENDAR-OK
011830         PERFORM DMNT001-WRITE-CAL-ENTRY
011840             VARYING WS-CAL-SUB FROM 1 BY 1
011850             UNTIL WS-CAL-SUB > CALENDAR-TABLE-COUNT
011860         CLOSE CALENDAR-FILE
011870         DISPLAY 'CALFILE REWRITTEN: ' CALENDAR-TABLE-COUNT
011880                 ' DATES'
011890     ELSE
011900         DISPLAY 'ERROR - CALFILE REWRITE OPEN FAILED, '
011910                 'STATUS=' WS-CALENDAR-STATUS
011920                 ' - JOB WILL BE FLAGGED AS FAILED'
011930         MOVE 16 TO WS-PROGRAM-RETURN-CODE
011940     END-IF.
011950*----------------------------------------------------------*
011960*  DMNT001-WRITE-CAL-ENTRY - RELEASE ONE TABLE ENTRY TO
011970*  CALFILE.
011980*----------------------------------------------------------*
011990 DMNT001-WRITE-CAL-ENTRY.
012000     MOVE SPACES TO CALENDAR-RECORD.
012010     MOVE CLT-DATE(WS-CAL-SUB)
012020         TO CAL-DATE.
012030     MOVE CLT-DAY-TYPE(WS-CAL-SUB)
012040         TO CAL-DAY-TYPE.
012050     MOVE CLT-DESCRIPTION(WS-CAL-SUB)
012060         TO CAL-DESCRIPTION.
012070     MOVE CLT-ACTIVE-SWITCH(WS-CAL-SUB)
012080         TO CAL-ACTIVE-SWITCH.
012090     WRITE CALENDAR-RECORD.
