000100*----------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     STOMNT.
000130 AUTHOR.         BATCH-SYSTEMS-GROUP.
000140 INSTALLATION.   ACME FINANCIAL SERVICES INC.
000150 DATE-WRITTEN.   2026-10-09.
000160 DATE-COMPILED.
000170*----------------------------------------------------------*
000180*  MODIFICATION HISTORY
000190*  ------------------------------------------------------
000200*  2026-10-09  JCV  ORIGINAL VERSION - CONTROLLED
000210*                   MAINTENANCE FOR THE STOMST STANDING-ORDER
000220*                   MASTER IN THE ACCTMNT STYLE, REPLACING THE
000230*                   PAPER LIST OF RECURRING PAYMENTS KEYED BY
000240*                   HAND EVERY MONTH.  TAKES ADD/AMEND/SUSP/
000250*                   RESUM/STOP CONTROL CARDS FROM CARDIN,
000260*                   VALIDATES THEM (OPEN ACCOUNT ON ACCTMST,
000270*                   ACTIVE CREDIT OR DEBIT CODE ON TCODFILE,
000280*                   AMOUNT ABOVE ZERO, REAL CALENDAR DATES, NO
000290*                   START IN THE PAST), APPLIES THE CLEAN ONES
000300*                   WITH A KEYED WRITE/REWRITE AND WRITES A
000310*                   WHO-CHANGED-WHAT RECORD TO AUDIT-FILE FOR
000320*                   EVERY CARD, APPLIED OR REJECTED.  A BAD
000330*                   CARD GETS RC 8 AND IS SKIPPED.  THE
000340*                   PAYMENTS THEMSELVES ARE RAISED BY STOGEN.
000350*----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CARD-FILE          ASSIGN TO CARDIN
000400                                ORGANIZATION IS SEQUENTIAL
000410                                FILE STATUS IS WS-CARD-STATUS.
000420     SELECT ORDER-FILE         ASSIGN TO STOMST
000430                                ORGANIZATION IS INDEXED
000440                                ACCESS MODE IS RANDOM
000450                                RECORD KEY IS STO-ORDER-KEY
000460                                FILE STATUS IS WS-ORDER-STATUS.
000470     SELECT ACCOUNT-FILE       ASSIGN TO ACCTMST
000480                                ORGANIZATION IS INDEXED
000490                                ACCESS MODE IS RANDOM
000500                                RECORD KEY IS ACM-ACCOUNT-NUMBER
000510                                FILE STATUS IS WS-ACCT-STATUS.
000520     SELECT OPTIONAL TRANCODE-FILE
000530                                ASSIGN TO TCODFILE
000540                                ORGANIZATION IS SEQUENTIAL
000550                                FILE STATUS IS WS-TCODE-STATUS.
000560     SELECT AUDIT-FILE         ASSIGN TO AUDITF
000570                                ORGANIZATION IS SEQUENTIAL
000580                                FILE STATUS IS WS-AUDIT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CARD-FILE
000620     RECORDING MODE IS F.
000630 01  MAINT-CARD.
000640     05  SMC-FUNCTION                PIC X(05).
000650         88  SMC-FUNC-ADD            VALUE 'ADD  '.
000660         88  SMC-FUNC-AMEND          VALUE 'AMEND'.
000670         88  SMC-FUNC-SUSP           VALUE 'SUSP '.
000680         88  SMC-FUNC-RESUM          VALUE 'RESUM'.
000690         88  SMC-FUNC-STOP           VALUE 'STOP '.
000700     05  FILLER                      PIC X(01).
000710     05  SMC-OPERATOR-ID             PIC X(08).
000720     05  FILLER                      PIC X(01).
000730     05  SMC-ACCOUNT-NUMBER          PIC X(10).
000740     05  FILLER                      PIC X(01).
000750     05  SMC-ORDER-SEQ               PIC X(02).
000760     05  FILLER                      PIC X(01).
000770     05  SMC-TRAN-CODE               PIC X(04).
000780     05  FILLER                      PIC X(01).
000790     05  SMC-AMOUNT                  PIC X(11).
000800     05  FILLER                      PIC X(01).
000810     05  SMC-FREQUENCY               PIC X(01).
000820     05  FILLER                      PIC X(01).
000830     05  SMC-PAY-DAY                 PIC X(02).
000840     05  FILLER                      PIC X(01).
000850     05  SMC-START-DATE              PIC X(08).
000860     05  FILLER                      PIC X(01).
000870     05  SMC-END-DATE                PIC X(08).
000880     05  FILLER                      PIC X(12).
000890 FD  ORDER-FILE
000900     RECORDING MODE IS F.
000910 COPY STORREC1.
000920 FD  ACCOUNT-FILE
000930     RECORDING MODE IS F.
000940 COPY ACCTREC1.
000950 FD  TRANCODE-FILE
000960     RECORDING MODE IS F.
000970 COPY TCODREC1.
000980 FD  AUDIT-FILE
000990     RECORDING MODE IS F.
001000 COPY AUDTREC1.
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------*
001030*  JOB IDENTIFICATION AND RETURN-CODE TRACKING
001040*----------------------------------------------------------*
001050 01  WS-JOB-NAME                     PIC X(08) VALUE 'STOMNT'.
001060 01  WS-OPERATOR-ID                  PIC X(08) VALUE 'BATCH'.
001070 01  WS-PROGRAM-RETURN-CODE          PIC S9(04) COMP VALUE ZERO.
001080 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001090*----------------------------------------------------------*
001100*  FILE STATUS AND END-OF-FILE CONTROL
001110*----------------------------------------------------------*
001120 01  WS-CARD-STATUS                  PIC X(02) VALUE '00'.
001130     88  WS-CARD-OK                  VALUE '00'.
001140 01  WS-ORDER-STATUS                 PIC X(02) VALUE '00'.
001150     88  WS-ORDER-OK                 VALUE '00'.
001160     88  WS-ORDER-KEY-NOT-FOUND      VALUE '23'.
001170 01  WS-ACCT-STATUS                  PIC X(02) VALUE '00'.
001180     88  WS-ACCT-OK                  VALUE '00'.
001190     88  WS-ACCT-KEY-NOT-FOUND       VALUE '23'.
001200 01  WS-TCODE-STATUS                 PIC X(02) VALUE '00'.
001210     88  WS-TCODE-OK                 VALUE '00'.
001220 01  WS-AUDIT-STATUS                 PIC X(02) VALUE '00'.
001230     88  WS-AUDIT-OK                 VALUE '00'.
001240     88  WS-AUDIT-NOT-FOUND          VALUE '35'.
001250 01  WS-CARD-EOF-SWITCH              PIC X(01) VALUE 'N'.
001260     88  WS-CARD-EOF-REACHED         VALUE 'Y'.
001270 01  WS-TCODE-EOF-SWITCH             PIC X(01) VALUE 'N'.
001280     88  WS-TCODE-EOF-REACHED        VALUE 'Y'.
001290*----------------------------------------------------------*
001300*  THE INSTRUCTION IN HAND - SMNT001-FIND-ORDER READS THE
001310*  CARD'S KEY INTO THE FD AREA; WHEN IT IS ON FILE THE
001320*  EDITS LOOK AT IT THERE AND SMNT001-APPLY-CARD REWRITES
001330*  IT IN PLACE.  AN ADD BUILDS A FRESH RECORD IN THE SAME
001340*  AREA AND WRITES IT.
001350*----------------------------------------------------------*
001360 01  WS-ORDER-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001370     88  WS-ORDER-ON-FILE            VALUE 'Y'.
001380*----------------------------------------------------------*
001390*  TCODFILE LOOKUP - A STANDING ORDER MUST PAY UNDER AN
001400*  ACTIVE CREDIT (C) OR DEBIT (D) CODE.  A REVERSAL CODE
001410*  NAMES A POSTING TO BACK OUT AND CANNOT RECUR.
001420*----------------------------------------------------------*
001430 01  WS-TCODE-FOUND-SUB              PIC 9(03) COMP VALUE ZERO.
001440 01  WS-TCODE-SUB                    PIC 9(03) COMP VALUE ZERO.
001450 01  WS-LOOKUP-CODE                  PIC X(04) VALUE SPACES.
001460 COPY TCODTBL1.
001470*----------------------------------------------------------*
001480*  CARD EDIT WORK AREAS - THE CARD FIELDS ARE ALPHANUMERIC
001490*  AND ARE ONLY MOVED TO THESE NUMERIC VIEWS ONCE THEY HAVE
001500*  PASSED AN IS NUMERIC TEST.
001510*----------------------------------------------------------*
001520 01  WS-CARD-AMOUNT-X                PIC X(11) VALUE ZEROS.
001530 01  WS-CARD-AMOUNT-N REDEFINES WS-CARD-AMOUNT-X
001540                                     PIC 9(09)V99.
001550 01  WS-CARD-PAY-DAY                 PIC 9(02) VALUE ZERO.
001560 01  WS-CARD-START-DATE              PIC 9(08) VALUE ZERO.
001570 01  WS-CARD-END-DATE                PIC 9(08) VALUE ZERO.
001580*----------------------------------------------------------*
001590*  DATE EDIT WORK AREA - SAME CALENDAR RULES AS HELLO'S
001600*  HELL001-CHECK-EFF-DATE: MONTH 1-12, DAY WITHIN THE
001610*  MONTH, 29 FEBRUARY ONLY IN A LEAP YEAR.
001620*----------------------------------------------------------*
001630 01  WS-EDIT-DATE                    PIC 9(08) VALUE ZERO.
001640 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
001650     05  WS-EDIT-YEAR                PIC 9(04).
001660     05  WS-EDIT-MONTH               PIC 9(02).
001670     05  WS-EDIT-DAY                 PIC 9(02).
001680 01  WS-EDIT-YEAR-REM                PIC 9(04) VALUE ZERO.
001690 01  WS-EDIT-YEAR-QUOT               PIC 9(04) VALUE ZERO.
001700 01  WS-MONTH-DAYS-TABLE.
001710     05  FILLER                      PIC X(24) VALUE
001720         '312831303130313130313031'.
001730 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
001740     05  WS-MONTH-DAY-MAX OCCURS 12 TIMES
001750                                     PIC 9(02).
001760 01  WS-DATE-VALID-SWITCH            PIC X(01) VALUE 'N'.
001770     88  WS-DATE-VALID               VALUE 'Y'.
001780*----------------------------------------------------------*
001790*  DUE-DATE ROLL WORK AREA - THE SAME SCHEDULE ARITHMETIC
001800*  AS STOGEN'S SGEN001-ROLL-NEXT-DUE, USED HERE TO SET THE
001810*  FIRST DUE DATE ON ADD AND TO STEP A RESUMED INSTRUCTION
001820*  PAST THE DATES THAT FELL DUE WHILE IT WAS SUSPENDED.
001830*----------------------------------------------------------*
001840 01  WS-ROLL-DATE                    PIC 9(08) VALUE ZERO.
001850 01  WS-ROLL-DATE-PARTS REDEFINES WS-ROLL-DATE.
001860     05  WS-ROLL-YEAR                PIC 9(04).
001870     05  WS-ROLL-MONTH               PIC 9(02).
001880     05  WS-ROLL-DAY                 PIC 9(02).
001890 01  WS-ROLL-MONTH-MAX               PIC 9(02) VALUE ZERO.
001900*----------------------------------------------------------*
001910*  PER-CARD EDIT RESULT AND RUN TOTALS
001920*----------------------------------------------------------*
001930 01  WS-CARD-ERROR-TEXT              PIC X(30) VALUE SPACES.
001940 01  WS-CARDS-READ-COUNT             PIC 9(05) COMP VALUE ZERO.
001950 01  WS-CARDS-APPLIED-COUNT          PIC 9(05) COMP VALUE ZERO.
001960 01  WS-CARDS-REJECTED-COUNT         PIC 9(05) COMP VALUE ZERO.
001970 PROCEDURE DIVISION.
001980*----------------------------------------------------------*
001990*  SMNT001-MAINLINE - PROGRAM ENTRY POINT.  EACH CLEAN CARD
002000*  LANDS ON THE MASTER AS IT IS WORKED.  A MASTER I/O
002010*  FAILURE (RC 16) STOPS THE CARD LOOP AT ONCE - NO MORE
002020*  CARDS ARE APPLIED AGAINST A FILE THAT JUST FAILED.
002030*----------------------------------------------------------*
002040 SMNT001-MAINLINE.
002050     PERFORM SMNT001-INITIALIZE.
002060     IF WS-PROGRAM-RETURN-CODE < 16
002070         PERFORM SMNT001-PROCESS-CARD
002080             UNTIL WS-CARD-EOF-REACHED
002090                OR WS-PROGRAM-RETURN-CODE >= 16
002100     END-IF.
002110     PERFORM SMNT001-TERMINATE.
002120     STOP RUN.
002130*----------------------------------------------------------*
002140*  SMNT001-INITIALIZE - JOB-START AUDIT EVENT, THE TCODFILE
002150*  TABLE, AND THE OPENS.  A STOMST THAT CANNOT BE OPENED
002160*  FAILS THE JOB - THE CLUSTER MUST BE DEFINED (SEE
002170*  STODEFJ) BEFORE MAINTENANCE CAN RUN.  ACCTMST IS ONLY
002180*  READ, TO CHECK THE ACCOUNT A CARD NAMES.
002190*----------------------------------------------------------*
002200 SMNT001-INITIALIZE.
002210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002220     MOVE 'STOMNT'  TO AUD-STEP-NAME.
002230     MOVE 'S'       TO AUD-EVENT-TYPE.
002240     MOVE 'J'       TO AUD-EVENT-SOURCE.
002250     MOVE SPACE     TO AUD-OUTCOME-CODE.
002260     MOVE SPACES    TO AUD-ACCOUNT-NUMBER.
002270     MOVE ZERO      TO AUD-RETURN-CODE.
002280     MOVE ZERO      TO AUD-ELAPSED-TIME.
002290     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
002300     PERFORM SMNT001-WRITE-AUDIT.
002310     PERFORM SMNT001-LOAD-TRANCODES.
002320     OPEN I-O ORDER-FILE.
002330     IF NOT WS-ORDER-OK
002340         DISPLAY 'ERROR - STOMST OPEN FAILED, STATUS='
002350                 WS-ORDER-STATUS
002360                 ' - DEFINE THE CLUSTER (STODEFJ) FIRST'
002370         MOVE 16 TO WS-PROGRAM-RETURN-CODE
002380     END-IF.
002390     OPEN INPUT ACCOUNT-FILE.
002400     IF NOT WS-ACCT-OK
002410         DISPLAY 'ERROR - ACCTMST OPEN FAILED, STATUS='
002420                 WS-ACCT-STATUS
002430         MOVE 16 TO WS-PROGRAM-RETURN-CODE
002440     END-IF.
002450     OPEN INPUT CARD-FILE.
002460     IF NOT WS-CARD-OK
002470         DISPLAY 'ERROR - CARDIN OPEN FAILED, STATUS='
002480                 WS-CARD-STATUS
002490                 ' - JOB WILL BE FLAGGED AS FAILED'
002500         MOVE 16 TO WS-PROGRAM-RETURN-CODE
002510     END-IF.
002520*----------------------------------------------------------*
002530*  SMNT001-LOAD-TRANCODES - LOAD THE TCODFILE LOOKUP TABLE.
002540*  NO TCODFILE, AN EMPTY ONE OR ONE WITH MORE CODES THAN
002550*  THE TABLE HOLDS FAILS THE JOB - AN INSTRUCTION ADDED
002560*  UNDER A CODE NOBODY CHECKED WOULD REJECT IN HELLO (R009)
002570*  EVERY TIME IT FELL DUE.
002580*----------------------------------------------------------*
002590 SMNT001-LOAD-TRANCODES.
002600     MOVE ZERO TO TCODE-TABLE-COUNT.
002610     MOVE 'N'  TO WS-TCODE-EOF-SWITCH.
002620     OPEN INPUT TRANCODE-FILE.
002630     IF WS-TCODE-OK
002640         PERFORM SMNT001-LOAD-ONE-TRANCODE
002650             UNTIL WS-TCODE-EOF-REACHED
002660                OR TCODE-TABLE-COUNT = 100
002670         CLOSE TRANCODE-FILE
002680         EVALUATE TRUE
002690             WHEN NOT WS-TCODE-EOF-REACHED
002700                 DISPLAY 'ERROR - TCODFILE HAS MORE THAN '
002710                         '100 CODES - RUN FAILED'
002720                 MOVE 16 TO WS-PROGRAM-RETURN-CODE
002730             WHEN TCODE-TABLE-COUNT = ZERO
002740                 DISPLAY 'ERROR - TCODFILE EMPTY, CODES '
002750                         'CANNOT BE CHECKED - RUN FAILED'
002760                 MOVE 16 TO WS-PROGRAM-RETURN-CODE
002770             WHEN OTHER
002780                 DISPLAY 'TRANSACTION CODES LOADED: '
002790                         TCODE-TABLE-COUNT ' CODES'
002800         END-EVALUATE
002810     ELSE
002820         DISPLAY 'ERROR - TCODFILE OPEN FAILED, STATUS='
002830                 WS-TCODE-STATUS
002840         MOVE 16 TO WS-PROGRAM-RETURN-CODE
002850     END-IF.
002860*----------------------------------------------------------*
002870*  SMNT001-LOAD-ONE-TRANCODE - READ ONE TCODFILE RECORD AND
002880*  APPEND IT TO THE LOOKUP TABLE.
002890*----------------------------------------------------------*
002900 SMNT001-LOAD-ONE-TRANCODE.
002910     READ TRANCODE-FILE
002920         AT END
002930             MOVE 'Y' TO WS-TCODE-EOF-SWITCH
002940         NOT AT END
002950             ADD 1 TO TCODE-TABLE-COUNT
002960             MOVE TCD-TRAN-CODE
002970                 TO TCT-TRAN-CODE(TCODE-TABLE-COUNT)
002980             MOVE TCD-DESCRIPTION
002990                 TO TCT-DESCRIPTION(TCODE-TABLE-COUNT)
003000             MOVE TCD-DIRECTION
003010                 TO TCT-DIRECTION(TCODE-TABLE-COUNT)
003020             MOVE TCD-ACTIVE-SWITCH
003030                 TO TCT-ACTIVE-SWITCH(TCODE-TABLE-COUNT)
003040     END-READ.
003050*----------------------------------------------------------*
003060*  SMNT001-PROCESS-CARD - READ AND WORK ONE CONTROL CARD.
003070*  EVERY CARD, APPLIED OR REJECTED, LEAVES A WHO-CHANGED-
003080*  WHAT RECORD ON THE AUDIT TRAIL UNDER THE OPERATOR ID
003090*  KEYED ON THE CARD.
003100*----------------------------------------------------------*
003110 SMNT001-PROCESS-CARD.
003120     READ CARD-FILE
003130         AT END
003140             MOVE 'Y' TO WS-CARD-EOF-SWITCH
003150         NOT AT END
003160             ADD 1 TO WS-CARDS-READ-COUNT
003170             PERFORM SMNT001-WORK-CARD
003180     END-READ.
003190*----------------------------------------------------------*
003200*  SMNT001-WORK-CARD - VALIDATE THE CARD IN HAND, APPLY IT
003210*  WHEN CLEAN, AND AUDIT THE RESULT EITHER WAY.
003220*----------------------------------------------------------*
003230 SMNT001-WORK-CARD.
003240     MOVE SPACES TO WS-CARD-ERROR-TEXT.
003250     PERFORM SMNT001-EDIT-CARD.
003260     IF WS-CARD-ERROR-TEXT = SPACES
003270         PERFORM SMNT001-APPLY-CARD
003280     END-IF.
003290     IF WS-CARD-ERROR-TEXT = SPACES
003300         ADD 1 TO WS-CARDS-APPLIED-COUNT
003310         DISPLAY 'APPLIED:  ' SMC-FUNCTION ' '
003320                 SMC-ACCOUNT-NUMBER '/' SMC-ORDER-SEQ
003330                 ' BY ' SMC-OPERATOR-ID
003340     ELSE
003350         ADD 1 TO WS-CARDS-REJECTED-COUNT
003360         DISPLAY 'REJECTED: ' SMC-FUNCTION ' '
003370                 SMC-ACCOUNT-NUMBER '/' SMC-ORDER-SEQ
003380                 ' BY ' SMC-OPERATOR-ID
003390                 ' - ' WS-CARD-ERROR-TEXT
003400         IF WS-PROGRAM-RETURN-CODE < 8
003410             MOVE 8 TO WS-PROGRAM-RETURN-CODE
003420         END-IF
003430     END-IF.
003440     PERFORM SMNT001-AUDIT-CARD.
003450*----------------------------------------------------------*
003460*  SMNT001-EDIT-CARD - VALIDATE THE CARD IN HAND AGAINST
003470*  THE STORREC1 RULES.  FIRST FAILURE WINS.  NO CARD CAN
003480*  PUT STATUS C ON THE MASTER - THAT COMES ONLY FROM
003490*  STOGEN, WHEN IT FINDS THE ACCOUNT CLOSED.
003500*----------------------------------------------------------*
003510 SMNT001-EDIT-CARD.
003520     EVALUATE TRUE
003530         WHEN NOT SMC-FUNC-ADD
003540          AND NOT SMC-FUNC-AMEND
003550          AND NOT SMC-FUNC-SUSP
003560          AND NOT SMC-FUNC-RESUM
003570          AND NOT SMC-FUNC-STOP
003580             MOVE 'UNKNOWN FUNCTION ON CARD'
003590                 TO WS-CARD-ERROR-TEXT
003600         WHEN SMC-OPERATOR-ID = SPACES
003610             MOVE 'OPERATOR ID MISSING'
003620                 TO WS-CARD-ERROR-TEXT
003630         WHEN SMC-ACCOUNT-NUMBER = SPACES
003640           OR SMC-ACCOUNT-NUMBER NOT NUMERIC
003650             MOVE 'ACCOUNT NUMBER NOT NUMERIC'
003660                 TO WS-CARD-ERROR-TEXT
003670         WHEN SMC-ORDER-SEQ NOT NUMERIC
003680           OR SMC-ORDER-SEQ = '00'
003690             MOVE 'INSTRUCTION SEQ NOT 01-99'
003700                 TO WS-CARD-ERROR-TEXT
003710         WHEN OTHER
003720             PERFORM SMNT001-FIND-ORDER
003730             EVALUATE TRUE
003740                 WHEN WS-CARD-ERROR-TEXT NOT = SPACES
003750                     CONTINUE
003760                 WHEN SMC-FUNC-ADD
003770                     PERFORM SMNT001-EDIT-ADD-CARD
003780                 WHEN SMC-FUNC-AMEND
003790                     PERFORM SMNT001-EDIT-AMEND-CARD
003800                 WHEN SMC-FUNC-SUSP
003810                     PERFORM SMNT001-EDIT-SUSP-CARD
003820                 WHEN SMC-FUNC-RESUM
003830                     PERFORM SMNT001-EDIT-RESUM-CARD
003840                 WHEN OTHER
003850                     PERFORM SMNT001-EDIT-STOP-CARD
003860             END-EVALUATE
003870     END-EVALUATE.
003880*----------------------------------------------------------*
003890*  SMNT001-FIND-ORDER - ONE KEYED READ FOR THE CARD'S
003900*  INSTRUCTION.  KEY NOT FOUND JUST CLEARS THE ON-FILE
003910*  SWITCH; ANY OTHER READ FAILURE REJECTS THE CARD RATHER
003920*  THAN GUESSING AT THE MASTER'S STATE.
003930*----------------------------------------------------------*
003940 SMNT001-FIND-ORDER.
003950     MOVE 'N' TO WS-ORDER-FOUND-SWITCH.
003960     MOVE SMC-ACCOUNT-NUMBER TO STO-ACCOUNT-NUMBER.
003970     MOVE SMC-ORDER-SEQ      TO STO-ORDER-SEQ.
003980     READ ORDER-FILE.
003990     EVALUATE TRUE
004000         WHEN WS-ORDER-OK
004010             MOVE 'Y' TO WS-ORDER-FOUND-SWITCH
004020         WHEN WS-ORDER-KEY-NOT-FOUND
004030             CONTINUE
004040         WHEN OTHER
004050             MOVE 'STOMST READ FAILED'
004060                 TO WS-CARD-ERROR-TEXT
004070     END-EVALUATE.
004080*----------------------------------------------------------*
004090*  SMNT001-EDIT-ADD-CARD - ADD RULES: THE INSTRUCTION MUST
004100*  BE NEW, ITS ACCOUNT OPEN, ITS CODE AN ACTIVE CREDIT OR
004110*  DEBIT CODE, ITS AMOUNT ABOVE ZERO AND ITS SCHEDULE
004120*  SOUND.
004130*----------------------------------------------------------*
004140 SMNT001-EDIT-ADD-CARD.
004150     IF WS-ORDER-ON-FILE
004160         MOVE 'INSTRUCTION ALREADY ON MASTER'
004170             TO WS-CARD-ERROR-TEXT
004180     END-IF.
004190     IF WS-CARD-ERROR-TEXT = SPACES
004200         PERFORM SMNT001-CHECK-ACCOUNT
004210     END-IF.
004220     IF WS-CARD-ERROR-TEXT = SPACES
004230         PERFORM SMNT001-CHECK-CODE
004240     END-IF.
004250     IF WS-CARD-ERROR-TEXT = SPACES
004260         PERFORM SMNT001-CHECK-AMOUNT
004270     END-IF.
004280     IF WS-CARD-ERROR-TEXT = SPACES
004290         PERFORM SMNT001-CHECK-SCHEDULE
004300     END-IF.
004310*----------------------------------------------------------*
004320*  SMNT001-EDIT-AMEND-CARD - AMEND RULES: THE INSTRUCTION
004330*  MUST EXIST AND NOT BE ENDED OR STOPPED.  ONLY THE CODE,
004340*  AMOUNT AND END DATE MAY CHANGE (A BLANK FIELD IS LEFT
004350*  AS IT IS, AN END DATE OF ZEROS MAKES THE INSTRUCTION
004360*  OPEN-ENDED) - A NEW FREQUENCY, PAY DAY OR START DATE IS
004370*  A NEW INSTRUCTION: STOP THIS ONE AND ADD ANOTHER.
004380*----------------------------------------------------------*
004390 SMNT001-EDIT-AMEND-CARD.
004400     EVALUATE TRUE
004410         WHEN NOT WS-ORDER-ON-FILE
004420             MOVE 'INSTRUCTION NOT ON MASTER'
004430                 TO WS-CARD-ERROR-TEXT
004440         WHEN STO-STATUS-ENDED OR STO-STATUS-CLOSED
004450             MOVE 'INSTRUCTION ENDED OR STOPPED'
004460                 TO WS-CARD-ERROR-TEXT
004470         WHEN SMC-FREQUENCY NOT = SPACES
004480           OR SMC-PAY-DAY NOT = SPACES
004490           OR SMC-START-DATE NOT = SPACES
004500             MOVE 'AMEND CANNOT CHANGE SCHEDULE'
004510                 TO WS-CARD-ERROR-TEXT
004520         WHEN SMC-TRAN-CODE = SPACES
004530          AND SMC-AMOUNT = SPACES
004540          AND SMC-END-DATE = SPACES
004550             MOVE 'NOTHING TO AMEND'
004560                 TO WS-CARD-ERROR-TEXT
004570     END-EVALUATE.
004580     IF WS-CARD-ERROR-TEXT = SPACES
004590         AND SMC-TRAN-CODE NOT = SPACES
004600         PERFORM SMNT001-CHECK-CODE
004610     END-IF.
004620     IF WS-CARD-ERROR-TEXT = SPACES
004630         AND SMC-AMOUNT NOT = SPACES
004640         PERFORM SMNT001-CHECK-AMOUNT
004650     END-IF.
004660     IF WS-CARD-ERROR-TEXT = SPACES
004670         AND SMC-END-DATE NOT = SPACES
004680         MOVE STO-START-DATE TO WS-CARD-START-DATE
004690         PERFORM SMNT001-CHECK-END-DATE
004700     END-IF.
004710*----------------------------------------------------------*
004720*  SMNT001-EDIT-SUSP-CARD - SUSP RULES: THE INSTRUCTION
004730*  MUST EXIST AND BE ACTIVE.
004740*----------------------------------------------------------*
004750 SMNT001-EDIT-SUSP-CARD.
004760     EVALUATE TRUE
004770         WHEN NOT WS-ORDER-ON-FILE
004780             MOVE 'INSTRUCTION NOT ON MASTER'
004790                 TO WS-CARD-ERROR-TEXT
004800         WHEN NOT STO-STATUS-ACTIVE
004810             MOVE 'INSTRUCTION NOT ACTIVE'
004820                 TO WS-CARD-ERROR-TEXT
004830     END-EVALUATE.
004840*----------------------------------------------------------*
004850*  SMNT001-EDIT-RESUM-CARD - RESUM RULES: THE INSTRUCTION
004860*  MUST EXIST AND BE SUSPENDED, ITS END DATE (IF ANY) MUST
004870*  NOT HAVE PASSED, AND ITS ACCOUNT MUST STILL BE OPEN.
004880*----------------------------------------------------------*
004890 SMNT001-EDIT-RESUM-CARD.
004900     EVALUATE TRUE
004910         WHEN NOT WS-ORDER-ON-FILE
004920             MOVE 'INSTRUCTION NOT ON MASTER'
004930                 TO WS-CARD-ERROR-TEXT
004940         WHEN NOT STO-STATUS-SUSPENDED
004950             MOVE 'INSTRUCTION NOT SUSPENDED'
004960                 TO WS-CARD-ERROR-TEXT
004970         WHEN STO-END-DATE NOT = ZERO
004980          AND STO-END-DATE < WS-RUN-DATE
004990             MOVE 'END DATE PASSED - USE STOP'
005000                 TO WS-CARD-ERROR-TEXT
005010         WHEN OTHER
005020             PERFORM SMNT001-CHECK-ACCOUNT
005030     END-EVALUATE.
005040*----------------------------------------------------------*
005050*  SMNT001-EDIT-STOP-CARD - STOP RULES: THE INSTRUCTION
005060*  MUST EXIST AND NOT ALREADY BE ENDED OR STOPPED.
005070*----------------------------------------------------------*
005080 SMNT001-EDIT-STOP-CARD.
005090     EVALUATE TRUE
005100         WHEN NOT WS-ORDER-ON-FILE
005110             MOVE 'INSTRUCTION NOT ON MASTER'
005120                 TO WS-CARD-ERROR-TEXT
005130         WHEN STO-STATUS-ENDED OR STO-STATUS-CLOSED
005140             MOVE 'INSTRUCTION ALREADY ENDED'
005150                 TO WS-CARD-ERROR-TEXT
005160     END-EVALUATE.
005170*----------------------------------------------------------*
005180*  SMNT001-CHECK-ACCOUNT - THE CARD'S ACCOUNT MUST BE ON
005190*  ACCTMST AND OPEN.  A DORMANT ACCOUNT IS REFUSED TOO -
005200*  REACTIVATE IT (ACCTMNTJ REACT) BEFORE PAYMENTS ARE SET
005210*  UP ON IT.
005220*----------------------------------------------------------*
005230 SMNT001-CHECK-ACCOUNT.
005240     MOVE SMC-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER.
005250     READ ACCOUNT-FILE.
005260     EVALUATE TRUE
005270         WHEN WS-ACCT-OK
005280             IF NOT ACM-STATUS-OPEN
005290                 MOVE 'ACCOUNT NOT OPEN'
005300                     TO WS-CARD-ERROR-TEXT
005310             END-IF
005320         WHEN WS-ACCT-KEY-NOT-FOUND
005330             MOVE 'ACCOUNT NOT ON ACCTMST'
005340                 TO WS-CARD-ERROR-TEXT
005350         WHEN OTHER
005360             MOVE 'ACCTMST READ FAILED'
005370                 TO WS-CARD-ERROR-TEXT
005380     END-EVALUATE.
005390*----------------------------------------------------------*
005400*  SMNT001-CHECK-CODE - THE CARD'S CODE MUST BE ACTIVE ON
005410*  TCODFILE WITH DIRECTION C OR D.
005420*----------------------------------------------------------*
005430 SMNT001-CHECK-CODE.
005440     MOVE SMC-TRAN-CODE TO WS-LOOKUP-CODE.
005450     PERFORM SMNT001-FIND-TRANCODE.
005460     EVALUATE TRUE
005470         WHEN SMC-TRAN-CODE = SPACES
005480             MOVE 'TRANSACTION CODE MISSING'
005490                 TO WS-CARD-ERROR-TEXT
005500         WHEN WS-TCODE-FOUND-SUB = ZERO
005510             MOVE 'CODE NOT ACTIVE ON TCODFILE'
005520                 TO WS-CARD-ERROR-TEXT
005530         WHEN NOT TCT-DIR-CREDIT(WS-TCODE-FOUND-SUB)
005540          AND NOT TCT-DIR-DEBIT(WS-TCODE-FOUND-SUB)
005550             MOVE 'CODE MUST BE DIRECTION C OR D'
005560                 TO WS-CARD-ERROR-TEXT
005570     END-EVALUATE.
005580*----------------------------------------------------------*
005590*  SMNT001-FIND-TRANCODE - LOOK THE CODE UP IN THE TABLE.
005600*----------------------------------------------------------*
005610 SMNT001-FIND-TRANCODE.
005620     MOVE ZERO TO WS-TCODE-FOUND-SUB.
005630     PERFORM SMNT001-MATCH-TRANCODE
005640         VARYING WS-TCODE-SUB FROM 1 BY 1
005650         UNTIL WS-TCODE-SUB > TCODE-TABLE-COUNT
005660            OR WS-TCODE-FOUND-SUB > ZERO.
005670*----------------------------------------------------------*
005680*  SMNT001-MATCH-TRANCODE - TEST ONE TABLE ENTRY.
005690*----------------------------------------------------------*
005700 SMNT001-MATCH-TRANCODE.
005710     IF TCT-TRAN-CODE(WS-TCODE-SUB) = WS-LOOKUP-CODE
005720         AND TCT-ENTRY-ACTIVE(WS-TCODE-SUB)
005730         MOVE WS-TCODE-SUB TO WS-TCODE-FOUND-SUB
005740     END-IF.
005750*----------------------------------------------------------*
005760*  SMNT001-CHECK-AMOUNT - THE AMOUNT MUST BE NUMERIC AND
005770*  ABOVE ZERO - THE CODE'S DIRECTION, NOT A SIGN, SAYS
005780*  WHICH WAY THE MONEY MOVES.
005790*----------------------------------------------------------*
005800 SMNT001-CHECK-AMOUNT.
005810     EVALUATE TRUE
005820         WHEN SMC-AMOUNT NOT NUMERIC
005830             MOVE 'AMOUNT NOT NUMERIC'
005840                 TO WS-CARD-ERROR-TEXT
005850         WHEN SMC-AMOUNT = ZEROS
005860             MOVE 'AMOUNT MUST BE ABOVE ZERO'
005870                 TO WS-CARD-ERROR-TEXT
005880         WHEN OTHER
005890             MOVE SMC-AMOUNT TO WS-CARD-AMOUNT-X
005900     END-EVALUATE.
005910*----------------------------------------------------------*
005920*  SMNT001-CHECK-SCHEDULE - FREQUENCY W OR M; A START DATE
005930*  THAT IS A REAL CALENDAR DATE AND NOT IN THE PAST (AN
005940*  INSTRUCTION NEVER BACK-DATES PAYMENTS); ON M A PAY DAY
005950*  OF 01-31 (BLANK MEANS THE START DATE'S DAY), ON W NO PAY
005960*  DAY AT ALL; AND AN END DATE, IF ANY, NOT BEFORE THE
005970*  START.
005980*----------------------------------------------------------*
005990 SMNT001-CHECK-SCHEDULE.
006000     MOVE 'N' TO WS-DATE-VALID-SWITCH.
006010     IF SMC-START-DATE IS NUMERIC
006020         MOVE SMC-START-DATE TO WS-EDIT-DATE
006030         PERFORM SMNT001-CHECK-DATE
006040     END-IF.
006050     EVALUATE TRUE
006060         WHEN SMC-FREQUENCY NOT = 'W'
006070          AND SMC-FREQUENCY NOT = 'M'
006080             MOVE 'FREQUENCY NOT W OR M'
006090                 TO WS-CARD-ERROR-TEXT
006100         WHEN NOT WS-DATE-VALID
006110             MOVE 'START DATE NOT A VALID DATE'
006120                 TO WS-CARD-ERROR-TEXT
006130         WHEN WS-EDIT-DATE < WS-RUN-DATE
006140             MOVE 'START DATE IN THE PAST'
006150                 TO WS-CARD-ERROR-TEXT
006160         WHEN SMC-FREQUENCY = 'W'
006170          AND SMC-PAY-DAY NOT = SPACES
006180             MOVE 'PAY DAY ONLY ON MONTHLY'
006190                 TO WS-CARD-ERROR-TEXT
006200         WHEN SMC-FREQUENCY = 'W'
006210             MOVE WS-EDIT-DATE TO WS-CARD-START-DATE
006220             MOVE ZERO         TO WS-CARD-PAY-DAY
006230         WHEN SMC-PAY-DAY = SPACES
006240             MOVE WS-EDIT-DATE TO WS-CARD-START-DATE
006250             MOVE WS-EDIT-DAY  TO WS-CARD-PAY-DAY
006260         WHEN SMC-PAY-DAY NOT NUMERIC
006270           OR SMC-PAY-DAY < '01'
006280           OR SMC-PAY-DAY > '31'
006290             MOVE 'PAY DAY NOT 01-31'
006300                 TO WS-CARD-ERROR-TEXT
006310         WHEN OTHER
006320             MOVE WS-EDIT-DATE TO WS-CARD-START-DATE
006330             MOVE SMC-PAY-DAY  TO WS-CARD-PAY-DAY
006340     END-EVALUATE.
006350     IF WS-CARD-ERROR-TEXT = SPACES
006360         IF SMC-END-DATE = SPACES
006370             MOVE ZERO TO WS-CARD-END-DATE
006380         ELSE
006390             PERFORM SMNT001-CHECK-END-DATE
006400         END-IF
006410     END-IF.
006420*----------------------------------------------------------*
006430*  SMNT001-CHECK-END-DATE - ZEROS MEAN NO END DATE;
006440*  ANYTHING ELSE MUST BE A REAL CALENDAR DATE, NOT BEFORE
006450*  THE RUN DATE AND NOT BEFORE THE START DATE (THE CALLER
006460*  HAS LEFT THAT IN WS-CARD-START-DATE).
006470*----------------------------------------------------------*
006480 SMNT001-CHECK-END-DATE.
006490     MOVE 'N' TO WS-DATE-VALID-SWITCH.
006500     IF SMC-END-DATE IS NUMERIC
006510         MOVE SMC-END-DATE TO WS-EDIT-DATE
006520         IF WS-EDIT-DATE = ZERO
006530             MOVE 'Y' TO WS-DATE-VALID-SWITCH
006540         ELSE
006550             PERFORM SMNT001-CHECK-DATE
006560         END-IF
006570     END-IF.
006580     EVALUATE TRUE
006590         WHEN NOT WS-DATE-VALID
006600             MOVE 'END DATE NOT A VALID DATE'
006610                 TO WS-CARD-ERROR-TEXT
006620         WHEN WS-EDIT-DATE = ZERO
006630             MOVE ZERO TO WS-CARD-END-DATE
006640         WHEN WS-EDIT-DATE < WS-RUN-DATE
006650             MOVE 'END DATE IN THE PAST'
006660                 TO WS-CARD-ERROR-TEXT
006670         WHEN WS-EDIT-DATE < WS-CARD-START-DATE
006680             MOVE 'END DATE BEFORE START DATE'
006690                 TO WS-CARD-ERROR-TEXT
006700         WHEN OTHER
006710             MOVE WS-EDIT-DATE TO WS-CARD-END-DATE
006720     END-EVALUATE.
006730*----------------------------------------------------------*
006740*  SMNT001-CHECK-DATE - SET THE DATE-VALID SWITCH FOR THE
006750*  (ALREADY-NUMERIC) DATE IN WS-EDIT-DATE.
006760*----------------------------------------------------------*
006770 SMNT001-CHECK-DATE.
006780     MOVE 'N' TO WS-DATE-VALID-SWITCH.
006790     IF WS-EDIT-YEAR > 1900
006800         AND WS-EDIT-MONTH >= 01
006810         AND WS-EDIT-MONTH <= 12
006820         AND WS-EDIT-DAY >= 01
006830         IF WS-EDIT-DAY <=
006840             WS-MONTH-DAY-MAX(WS-EDIT-MONTH)
006850             MOVE 'Y' TO WS-DATE-VALID-SWITCH
006860         ELSE
006870             IF WS-EDIT-MONTH = 02
006880                 AND WS-EDIT-DAY = 29
006890                 PERFORM SMNT001-CHECK-LEAP-YEAR
006900             END-IF
006910         END-IF
006920     END-IF.
006930*----------------------------------------------------------*
006940*  SMNT001-CHECK-LEAP-YEAR - 29 FEBRUARY IS ONLY VALID IN
006950*  A LEAP YEAR: DIVISIBLE BY FOUR, EXCEPT A CENTURY YEAR
006960*  MUST DIVIDE BY FOUR HUNDRED.
006970*----------------------------------------------------------*
006980 SMNT001-CHECK-LEAP-YEAR.
006990     DIVIDE WS-EDIT-YEAR BY 4
007000         GIVING WS-EDIT-YEAR-QUOT
007010         REMAINDER WS-EDIT-YEAR-REM.
007020     IF WS-EDIT-YEAR-REM = ZERO
007030         DIVIDE WS-EDIT-YEAR BY 100
007040             GIVING WS-EDIT-YEAR-QUOT
007050             REMAINDER WS-EDIT-YEAR-REM
007060         IF WS-EDIT-YEAR-REM NOT = ZERO
007070             MOVE 'Y' TO WS-DATE-VALID-SWITCH
007080         ELSE
007090             DIVIDE WS-EDIT-YEAR BY 400
007100                 GIVING WS-EDIT-YEAR-QUOT
007110                 REMAINDER WS-EDIT-YEAR-REM
007120             IF WS-EDIT-YEAR-REM = ZERO
007130                 MOVE 'Y' TO WS-DATE-VALID-SWITCH
007140             END-IF
007150         END-IF
007160     END-IF.
007170*----------------------------------------------------------*
007180*  SMNT001-APPLY-CARD - PUT ONE CLEAN CARD ON THE MASTER.
007190*  ADD WRITES A FRESH ACTIVE RECORD WITH ITS FIRST DUE
007200*  DATE SET; EVERY OTHER FUNCTION REWRITES THE RECORD READ
007210*  BY SMNT001-FIND-ORDER.  RESUM STEPS THE NEXT-DUE DATE
007220*  PAST EVERYTHING THAT FELL DUE BEFORE TODAY - PAYMENTS
007230*  MISSED WHILE SUSPENDED ARE NOT MADE UP.  THE GENERATION
007240*  HISTORY (LAST GENERATED, COUNT) IS ONLY EVER SET BY
007250*  STOGEN.
007260*----------------------------------------------------------*
007270 SMNT001-APPLY-CARD.
007280     EVALUATE TRUE
007290         WHEN SMC-FUNC-ADD
007300             MOVE SPACES             TO STANDING-ORDER-RECORD
007310             MOVE SMC-ACCOUNT-NUMBER TO STO-ACCOUNT-NUMBER
007320             MOVE SMC-ORDER-SEQ      TO STO-ORDER-SEQ
007330             MOVE SMC-TRAN-CODE      TO STO-TRAN-CODE
007340             MOVE WS-CARD-AMOUNT-N   TO STO-AMOUNT
007350             MOVE SMC-FREQUENCY      TO STO-FREQUENCY
007360             MOVE WS-CARD-PAY-DAY    TO STO-PAY-DAY
007370             MOVE WS-CARD-START-DATE TO STO-START-DATE
007380             MOVE WS-CARD-END-DATE   TO STO-END-DATE
007390             MOVE 'A'                TO STO-STATUS
007400             MOVE ZERO               TO STO-LAST-GEN-DATE
007410             MOVE ZERO               TO STO-GEN-COUNT
007420             PERFORM SMNT001-SET-FIRST-DUE
007430             WRITE STANDING-ORDER-RECORD
007440         WHEN SMC-FUNC-AMEND
007450             IF SMC-TRAN-CODE NOT = SPACES
007460                 MOVE SMC-TRAN-CODE    TO STO-TRAN-CODE
007470             END-IF
007480             IF SMC-AMOUNT NOT = SPACES
007490                 MOVE WS-CARD-AMOUNT-N TO STO-AMOUNT
007500             END-IF
007510             IF SMC-END-DATE NOT = SPACES
007520                 MOVE WS-CARD-END-DATE TO STO-END-DATE
007530             END-IF
007540             REWRITE STANDING-ORDER-RECORD
007550         WHEN SMC-FUNC-SUSP
007560             MOVE 'S' TO STO-STATUS
007570             REWRITE STANDING-ORDER-RECORD
007580         WHEN SMC-FUNC-RESUM
007590             MOVE 'A' TO STO-STATUS
007600             PERFORM SMNT001-ROLL-NEXT-DUE
007610                 UNTIL STO-NEXT-DUE-DATE >= WS-RUN-DATE
007620             REWRITE STANDING-ORDER-RECORD
007630         WHEN SMC-FUNC-STOP
007640             MOVE 'E' TO STO-STATUS
007650             REWRITE STANDING-ORDER-RECORD
007660     END-EVALUATE.
007670     IF NOT WS-ORDER-OK
007680         MOVE 'STOMST UPDATE FAILED'
007690             TO WS-CARD-ERROR-TEXT
007700         DISPLAY 'ERROR - STOMST UPDATE FAILED, STATUS='
007710                 WS-ORDER-STATUS
007720         MOVE 16 TO WS-PROGRAM-RETURN-CODE
007730     END-IF.
007740*----------------------------------------------------------*
007750*  SMNT001-SET-FIRST-DUE - WEEKLY: THE START DATE ITSELF.
007760*  MONTHLY: THE FIRST PAY DAY ON OR AFTER THE START DATE
007770*  (CUT BACK TO THE MONTH'S LAST DAY IN A SHORT MONTH).
007780*----------------------------------------------------------*
007790 SMNT001-SET-FIRST-DUE.
007800     MOVE STO-START-DATE TO STO-NEXT-DUE-DATE.
007810     IF STO-FREQ-MONTHLY
007820         MOVE STO-START-DATE TO WS-ROLL-DATE
007830         PERFORM SMNT001-SET-MONTH-MAX
007840         IF STO-PAY-DAY > WS-ROLL-MONTH-MAX
007850             MOVE WS-ROLL-MONTH-MAX TO WS-ROLL-DAY
007860         ELSE
007870             MOVE STO-PAY-DAY TO WS-ROLL-DAY
007880         END-IF
007890         MOVE WS-ROLL-DATE TO STO-NEXT-DUE-DATE
007900         IF STO-NEXT-DUE-DATE < STO-START-DATE
007910             PERFORM SMNT001-ROLL-NEXT-DUE
007920         END-IF
007930     END-IF.
007940*----------------------------------------------------------*
007950*  SMNT001-ROLL-NEXT-DUE - MOVE STO-NEXT-DUE-DATE ON BY ONE
007960*  PAYMENT: SEVEN DAYS FOR W, ONE MONTH TO THE PAY DAY FOR
007970*  M.
007980*----------------------------------------------------------*
007990 SMNT001-ROLL-NEXT-DUE.
008000     MOVE STO-NEXT-DUE-DATE TO WS-ROLL-DATE.
008010     IF STO-FREQ-WEEKLY
008020         ADD 7 TO WS-ROLL-DAY
008030         PERFORM SMNT001-SET-MONTH-MAX
008040         IF WS-ROLL-DAY > WS-ROLL-MONTH-MAX
008050             SUBTRACT WS-ROLL-MONTH-MAX FROM WS-ROLL-DAY
008060             PERFORM SMNT001-NEXT-MONTH
008070         END-IF
008080     ELSE
008090         PERFORM SMNT001-NEXT-MONTH
008100         PERFORM SMNT001-SET-MONTH-MAX
008110         IF STO-PAY-DAY > WS-ROLL-MONTH-MAX
008120             MOVE WS-ROLL-MONTH-MAX TO WS-ROLL-DAY
008130         ELSE
008140             MOVE STO-PAY-DAY TO WS-ROLL-DAY
008150         END-IF
008160     END-IF.
008170     MOVE WS-ROLL-DATE TO STO-NEXT-DUE-DATE.
008180*----------------------------------------------------------*
008190*  SMNT001-NEXT-MONTH - STEP WS-ROLL-DATE'S MONTH ON BY
008200*  ONE, INTO THE NEXT YEAR AFTER DECEMBER.
008210*----------------------------------------------------------*
008220 SMNT001-NEXT-MONTH.
008230     IF WS-ROLL-MONTH = 12
008240         MOVE 01 TO WS-ROLL-MONTH
008250         ADD 1 TO WS-ROLL-YEAR
008260     ELSE
008270         ADD 1 TO WS-ROLL-MONTH
008280     END-IF.
008290*----------------------------------------------------------*
008300*  SMNT001-SET-MONTH-MAX - THE NUMBER OF DAYS IN WS-ROLL-
008310*  DATE'S MONTH, 29 FOR FEBRUARY IN A LEAP YEAR.
008320*----------------------------------------------------------*
008330 SMNT001-SET-MONTH-MAX.
008340     MOVE WS-MONTH-DAY-MAX(WS-ROLL-MONTH) TO WS-ROLL-MONTH-MAX.
008350     IF WS-ROLL-MONTH = 02
008360         MOVE WS-ROLL-YEAR TO WS-EDIT-YEAR
008370         MOVE 02           TO WS-EDIT-MONTH
008380         MOVE 29           TO WS-EDIT-DAY
008390         MOVE 'N'          TO WS-DATE-VALID-SWITCH
008400         PERFORM SMNT001-CHECK-LEAP-YEAR
008410         IF WS-DATE-VALID
008420             MOVE 29 TO WS-ROLL-MONTH-MAX
008430         END-IF
008440     END-IF.
008450*----------------------------------------------------------*
008460*  SMNT001-AUDIT-CARD - ONE WHO-CHANGED-WHAT RECORD PER
008470*  CARD.  THE OPERATOR ID COMES FROM THE CARD, THE STEP
008480*  NAME NAMES THE TARGET DATASET, THE ACCOUNT GOES IN
008490*  AUD-ACCOUNT-NUMBER, AND A REJECTED CARD IS ON THE TRAIL
008500*  AS A FAILURE WITH RC 8.
008510*----------------------------------------------------------*
008520 SMNT001-AUDIT-CARD.
008530     MOVE 'STOMST' TO AUD-STEP-NAME.
008540     MOVE 'E' TO AUD-EVENT-TYPE.
008550     MOVE 'M' TO AUD-EVENT-SOURCE.
008560     MOVE SMC-OPERATOR-ID TO AUD-OPERATOR-ID.
008570     MOVE SMC-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER.
008580     IF WS-CARD-ERROR-TEXT = SPACES
008590         MOVE 'S'  TO AUD-OUTCOME-CODE
008600         MOVE ZERO TO AUD-RETURN-CODE
008610     ELSE
008620         MOVE 'F'  TO AUD-OUTCOME-CODE
008630         MOVE 8    TO AUD-RETURN-CODE
008640     END-IF.
008650     MOVE ZERO TO AUD-ELAPSED-TIME.
008660     PERFORM SMNT001-WRITE-AUDIT.
008670*----------------------------------------------------------*
008680*  SMNT001-WRITE-AUDIT - APPEND ONE RECORD TO AUDIT-FILE,
008690*  SAME OPEN EXTEND / STATUS-35-FALLBACK RULE AS HELLO'S
008700*  HELL001-WRITE-AUDIT.  THE CALLER HAS ALREADY SET THE
008710*  OPERATOR ID (CARD EVENTS CARRY THE CARD'S OPERATOR).
008720*----------------------------------------------------------*
008730 SMNT001-WRITE-AUDIT.
008740     MOVE WS-JOB-NAME TO AUD-JOB-ID.
008750     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
008760     ACCEPT AUD-RUN-TIME FROM TIME.
008770     OPEN EXTEND AUDIT-FILE.
008780     IF NOT WS-AUDIT-OK AND WS-AUDIT-NOT-FOUND
008790         OPEN OUTPUT AUDIT-FILE
008800     END-IF.
008810     IF WS-AUDIT-OK
008820         WRITE AUDIT-RECORD
008830         CLOSE AUDIT-FILE
008840     ELSE
008850         DISPLAY 'ERROR - AUDIT-FILE OPEN FAILED, STATUS='
008860                 WS-AUDIT-STATUS ' - JOB WILL BE FLAGGED '
008870                 'AS FAILED'
008880         MOVE 16 TO WS-PROGRAM-RETURN-CODE
008890     END-IF.
008900*----------------------------------------------------------*
008910*  SMNT001-TERMINATE - RUN TOTALS, JOB-END AUDIT EVENT AND
008920*  PROGRAM EXIT.
008930*----------------------------------------------------------*
008940 SMNT001-TERMINATE.
008950     CLOSE CARD-FILE.
008960     CLOSE ORDER-FILE.
008970     CLOSE ACCOUNT-FILE.
008980     DISPLAY 'STOMNT RUN TOTALS'.
008990     DISPLAY '  CARDS READ...........: ' WS-CARDS-READ-COUNT.
009000     DISPLAY '  CARDS APPLIED........: '
009010             WS-CARDS-APPLIED-COUNT.
009020     DISPLAY '  CARDS REJECTED.......: '
009030             WS-CARDS-REJECTED-COUNT.
009040     MOVE 'STOMNT'  TO AUD-STEP-NAME.
009050     MOVE 'E'       TO AUD-EVENT-TYPE.
009060     MOVE 'J'       TO AUD-EVENT-SOURCE.
009070     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
009080     MOVE SPACES    TO AUD-ACCOUNT-NUMBER.
009090     MOVE WS-PROGRAM-RETURN-CODE TO AUD-RETURN-CODE.
009100     MOVE ZERO      TO AUD-ELAPSED-TIME.
009110     IF WS-PROGRAM-RETURN-CODE = ZERO OR 8
009120         MOVE 'S' TO AUD-OUTCOME-CODE
009130     ELSE
009140         MOVE 'F' TO AUD-OUTCOME-CODE
009150     END-IF.
009160     PERFORM SMNT001-WRITE-AUDIT.
009170     DISPLAY 'TERMINATING PROGRAM'.
009180     MOVE WS-PROGRAM-RETURN-CODE TO RETURN-CODE.
