000100*----------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     STOGEN.
000130 AUTHOR.         BATCH-SYSTEMS-GROUP.
000140 INSTALLATION.   ACME FINANCIAL SERVICES INC.
000150 DATE-WRITTEN.   2026-10-09.
000160 DATE-COMPILED.
000170*----------------------------------------------------------*
000180*  MODIFICATION HISTORY
000190*  ------------------------------------------------------
000200*  2026-10-09  JCV  ORIGINAL VERSION - DAILY STANDING-ORDER
000210*                   GENERATOR.  READS THE STOMST INSTRUCTION
000220*                   MASTER (SEE STORREC1) IN KEY ORDER AND,
000230*                   FOR EVERY ACTIVE INSTRUCTION THAT HAS
000240*                   FALLEN DUE, WRITES ONE TRANREC1
000250*                   TRANSACTION PER DUE DATE UP TO AND
000260*                   INCLUDING TODAY - A DATE MISSED BY A
000270*                   SKIPPED RUN IS CAUGHT UP HERE, EFFECTIVE
000280*                   ON THE DATE IT WAS DUE.  EACH DUE DATE
000290*                   ROLLS FORWARD ONLY AFTER ITS TRANSACTION
000300*                   IS ON THE FEED, SO NOTHING IS RAISED
000310*                   TWICE.  THE FEED IS ITS OWN HDR/TRL
000320*                   CONTROL GROUP, WHICH HELLOJ CONCATENATES
000330*                   BEHIND TRANSIN LIKE THE RESUBMIT/TRANSTG/
000340*                   RELEASE/INTFEE FEEDS.  AN INSTRUCTION
000350*                   WHOSE ACCOUNT HAS CLOSED (OR LEFT ACCTMST)
000360*                   IS STOPPED (STATUS C), LISTED ON STORPT
000370*                   AND AUDITED, AND ENDS THE RUN RC 4; ONE
000380*                   PAST ITS END DATE IS ENDED (STATUS E).
000390*----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ORDER-FILE         ASSIGN TO STOMST
000440                                ORGANIZATION IS INDEXED
000450                                ACCESS MODE IS SEQUENTIAL
000460                                RECORD KEY IS STO-ORDER-KEY
000470                                FILE STATUS IS WS-ORDER-STATUS.
000480     SELECT ACCOUNT-FILE       ASSIGN TO ACCTMST
000490                                ORGANIZATION IS INDEXED
000500                                ACCESS MODE IS RANDOM
000510                                RECORD KEY IS ACM-ACCOUNT-NUMBER
000520                                FILE STATUS IS WS-ACCT-STATUS.
000530     SELECT FEED-FILE          ASSIGN TO STOOUT
000540                                ORGANIZATION IS SEQUENTIAL
000550                                FILE STATUS IS WS-FEED-STATUS.
000560     SELECT REGISTER-FILE      ASSIGN TO STORPT
000570                                ORGANIZATION IS SEQUENTIAL
000580                                FILE STATUS IS WS-REG-STATUS.
000590     SELECT AUDIT-FILE         ASSIGN TO AUDITF
000600                                ORGANIZATION IS SEQUENTIAL
000610                                FILE STATUS IS WS-AUDIT-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  ORDER-FILE
000650     RECORDING MODE IS F.
000660 COPY STORREC1.
000670 FD  ACCOUNT-FILE
000680     RECORDING MODE IS F.
000690 COPY ACCTREC1.
000700 FD  FEED-FILE
000710     RECORDING MODE IS F.
000720 01  FEED-RECORD                     PIC X(56).
000730 FD  REGISTER-FILE
000740     RECORDING MODE IS F.
000750 01  REGISTER-LINE                   PIC X(80).
000760 FD  AUDIT-FILE
000770     RECORDING MODE IS F.
000780 COPY AUDTREC1.
000790 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------*
000810*  JOB IDENTIFICATION AND RETURN-CODE TRACKING
000820*----------------------------------------------------------*
000830 01  WS-JOB-NAME                     PIC X(08) VALUE 'STOGEN'.
000840 01  WS-OPERATOR-ID                  PIC X(08) VALUE 'BATCH'.
000850 01  WS-PROGRAM-RETURN-CODE          PIC S9(04) COMP VALUE ZERO.
000860 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
000870*----------------------------------------------------------*
000880*  FILE STATUS AND END-OF-FILE CONTROL
000890*----------------------------------------------------------*
000900 01  WS-ORDER-STATUS                 PIC X(02) VALUE '00'.
000910     88  WS-ORDER-OK                 VALUE '00'.
000920     88  WS-ORDER-AT-END             VALUE '10'.
000930 01  WS-ACCT-STATUS                  PIC X(02) VALUE '00'.
000940     88  WS-ACCT-OK                  VALUE '00'.
000950     88  WS-ACCT-KEY-NOT-FOUND       VALUE '23'.
000960 01  WS-FEED-STATUS                  PIC X(02) VALUE '00'.
000970     88  WS-FEED-OK                  VALUE '00'.
000980 01  WS-REG-STATUS                   PIC X(02) VALUE '00'.
000990     88  WS-REG-OK                   VALUE '00'.
001000 01  WS-AUDIT-STATUS                 PIC X(02) VALUE '00'.
001010     88  WS-AUDIT-OK                 VALUE '00'.
001020     88  WS-AUDIT-NOT-FOUND          VALUE '35'.
001030 01  WS-ORDER-EOF-SWITCH             PIC X(01) VALUE 'N'.
001040     88  WS-ORDER-EOF-REACHED        VALUE 'Y'.
001050*----------------------------------------------------------*
001060*  THE INSTRUCTION IN HAND - SET WHEN ANYTHING ON IT HAS
001070*  CHANGED (A PAYMENT GENERATED, ENDED OR STOPPED) SO IT
001080*  IS REWRITTEN BEFORE THE NEXT ONE IS READ.
001090*----------------------------------------------------------*
001100 01  WS-ORDER-CHANGED-SWITCH         PIC X(01) VALUE 'N'.
001110     88  WS-ORDER-CHANGED            VALUE 'Y'.
001120 01  WS-STOP-REASON                  PIC X(24) VALUE SPACES.
001130*----------------------------------------------------------*
001140*  DUE-DATE ROLL WORK AREA - ONE PAYMENT ON: SEVEN DAYS FOR
001150*  A WEEKLY INSTRUCTION, ONE MONTH TO THE PAY DAY (CUT BACK
001160*  TO THE MONTH'S LAST DAY IN A SHORT MONTH) FOR A MONTHLY
001170*  ONE.  THE MONTH TABLE AND LEAP-YEAR RULE ARE HELLO'S.
001180*----------------------------------------------------------*
001190 01  WS-ROLL-DATE                    PIC 9(08) VALUE ZERO.
001200 01  WS-ROLL-DATE-PARTS REDEFINES WS-ROLL-DATE.
001210     05  WS-ROLL-YEAR                PIC 9(04).
001220     05  WS-ROLL-MONTH               PIC 9(02).
001230     05  WS-ROLL-DAY                 PIC 9(02).
001240 01  WS-ROLL-MONTH-MAX               PIC 9(02) VALUE ZERO.
001250 01  WS-EDIT-YEAR-REM                PIC 9(04) VALUE ZERO.
001260 01  WS-EDIT-YEAR-QUOT               PIC 9(04) VALUE ZERO.
001270 01  WS-MONTH-DAYS-TABLE.
001280     05  FILLER                      PIC X(24) VALUE
001290         '312831303130313130313031'.
001300 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
001310     05  WS-MONTH-DAY-MAX OCCURS 12 TIMES
001320                                     PIC 9(02).
001330 01  WS-LEAP-YEAR-SWITCH             PIC X(01) VALUE 'N'.
001340     88  WS-LEAP-YEAR                VALUE 'Y'.
001350*----------------------------------------------------------*
001360*  FEED CONTROL GROUP - THE PAYMENTS GO TO THE NEXT
001370*  VALIDATION PASS WRAPPED IN THEIR OWN HDR/TRL GROUP, SAME
001380*  AS INTCALC'S INTFEE FILE.  THE HEADER IS ONLY WRITTEN
001390*  ONCE THE FIRST PAYMENT LANDS, SO A DAY WITH NOTHING DUE
001400*  LEAVES AN EMPTY FILE.
001410*----------------------------------------------------------*
001420 01  WS-FEED-HEADER-SWITCH           PIC X(01) VALUE 'N'.
001430     88  WS-FEED-HEADER-WRITTEN      VALUE 'Y'.
001440 01  WS-FEED-COUNT                   PIC 9(09) COMP VALUE ZERO.
001450 01  WS-FEED-AMOUNT-SUM              PIC S9(13)V99 COMP-3
001460                                     VALUE ZERO.
001470 01  WS-FEED-AMOUNT-X                PIC X(11) VALUE ZEROS.
001480 01  WS-FEED-AMOUNT-N REDEFINES WS-FEED-AMOUNT-X
001490                                     PIC 9(09)V99.
001500 COPY TRANREC1.
001510*----------------------------------------------------------*
001520*  RUN TOTALS FOR THE REGISTER AND THE END-OF-RUN SUMMARY
001530*----------------------------------------------------------*
001540 01  WS-ORDERS-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
001550 01  WS-ORDERS-PAID-COUNT            PIC 9(07) COMP VALUE ZERO.
001560 01  WS-NOT-DUE-COUNT                PIC 9(07) COMP VALUE ZERO.
001570 01  WS-SUSPENDED-COUNT              PIC 9(07) COMP VALUE ZERO.
001580 01  WS-INACTIVE-COUNT               PIC 9(07) COMP VALUE ZERO.
001590 01  WS-ENDED-COUNT                  PIC 9(07) COMP VALUE ZERO.
001600 01  WS-STOPPED-COUNT                PIC 9(07) COMP VALUE ZERO.
001610 01  WS-PAYMENT-COUNT                PIC 9(07) COMP VALUE ZERO.
001620 01  WS-CATCH-UP-COUNT               PIC 9(07) COMP VALUE ZERO.
001630 01  WS-ORDER-PAID-SWITCH            PIC X(01) VALUE 'N'.
001640     88  WS-ORDER-PAID               VALUE 'Y'.
001650*----------------------------------------------------------*
001660*  REGISTER HEADING, DETAIL, TOTAL AND SIGN-OFF LINES
001670*----------------------------------------------------------*
001680 01  WS-REG-HEADING-1.
001690     05  FILLER                     PIC X(46) VALUE
001700         'STOGEN - STANDING-ORDER GENERATION REGISTER'.
001710     05  FILLER                     PIC X(34) VALUE SPACES.
001720 01  WS-REG-HEADING-2.
001730     05  FILLER                     PIC X(10) VALUE
001740         'RUN DATE:'.
001750     05  WRH-RUN-DATE               PIC 9(08).
001760     05  FILLER                     PIC X(62) VALUE SPACES.
001770 01  WS-REG-HEADING-3.
001780     05  FILLER                     PIC X(40) VALUE
001790         'ACCOUNT    SQ CODE DUE DATE         AMOU'.
001800     05  FILLER                     PIC X(40) VALUE
001810         'NT  NOTE'.
001820 01  WS-REG-DETAIL-LINE.
001830     05  WRD-ACCOUNT                PIC X(10).
001840     05  FILLER                     PIC X(01) VALUE SPACES.
001850     05  WRD-SEQ                    PIC X(02).
001860     05  FILLER                     PIC X(01) VALUE SPACES.
001870     05  WRD-CODE                   PIC X(04).
001880     05  FILLER                     PIC X(01) VALUE SPACES.
001890     05  WRD-DUE-DATE               PIC 9(08).
001900     05  FILLER                     PIC X(01) VALUE SPACES.
001910     05  WRD-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
001920     05  FILLER                     PIC X(02) VALUE SPACES.
001930     05  WRD-NOTE                   PIC X(36).
001940 01  WS-REG-TOTAL-LINE.
001950     05  WRL-LABEL                  PIC X(30).
001960     05  WRL-AMOUNT                 PIC ---,---,---,--9.99.
001970     05  FILLER                     PIC X(32) VALUE SPACES.
001980 01  WS-REG-COUNT-LINE.
001990     05  WRC-LABEL                  PIC X(30).
002000     05  WRC-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002010     05  FILLER                     PIC X(39) VALUE SPACES.
002020 01  WS-REG-SIGNOFF-1.
002030     05  FILLER                     PIC X(40) VALUE
002040         'CHECKED BY ........................ DATE'.
002050     05  FILLER                     PIC X(40) VALUE
002060         ' ..........'.
002070 PROCEDURE DIVISION.
002080*----------------------------------------------------------*
002090*  SGEN001-MAINLINE - PROGRAM ENTRY POINT.  THE MASTER IS
002100*  READ IN KEY ORDER AND EACH INSTRUCTION IS WORKED, AND
002110*  REWRITTEN IF IT CHANGED, BEFORE THE NEXT IS READ.  AN
002120*  I/O FAILURE (RC 16) STOPS THE PASS AT ONCE; THE FEED IS
002130*  STILL CLOSED OFF SO IT AGREES WITH THE MASTER, BUT THE
002140*  JOB WILL NOT CATALOG IT (SEE STOGENJ FOR THE RESTORE).
002150*----------------------------------------------------------*
002160 SGEN001-MAINLINE.
002170     PERFORM SGEN001-INITIALIZE.
002180     IF WS-PROGRAM-RETURN-CODE < 16
002190         PERFORM SGEN001-PROCESS-ORDER
002200             UNTIL WS-ORDER-EOF-REACHED
002210                OR WS-PROGRAM-RETURN-CODE >= 16
002220         PERFORM SGEN001-CLOSE-FEED
002230         PERFORM SGEN001-PRINT-TOTALS
002240     END-IF.
002250     PERFORM SGEN001-TERMINATE.
002260     STOP RUN.
002270*----------------------------------------------------------*
002280*  SGEN001-INITIALIZE - JOB-START AUDIT EVENT AND OPENS.
002290*  THE FEED AND REGISTER ARE ALWAYS OPENED, SO EVERY CYCLE
002300*  CUTS ITS (POSSIBLY EMPTY) FEED GENERATION.  STOMST IS
002310*  OPENED FOR UPDATE - THE DUE DATES ARE ROLLED IN PLACE -
002320*  SO STOMNTJ MUST NOT RUN ALONGSIDE; ACCTMST IS ONLY READ,
002330*  BY KEY, FOR EACH INSTRUCTION THAT HAS FALLEN DUE.
002340*----------------------------------------------------------*
002350 SGEN001-INITIALIZE.
002360     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002370     MOVE 'STOGEN'  TO AUD-STEP-NAME.
002380     MOVE 'S'       TO AUD-EVENT-TYPE.
002390     MOVE 'J'       TO AUD-EVENT-SOURCE.
002400     MOVE SPACE     TO AUD-OUTCOME-CODE.
002410     MOVE SPACES    TO AUD-ACCOUNT-NUMBER.
002420     MOVE ZERO      TO AUD-RETURN-CODE.
002430     MOVE ZERO      TO AUD-ELAPSED-TIME.
002440     PERFORM SGEN001-WRITE-AUDIT.
002450     OPEN OUTPUT FEED-FILE.
002460     IF NOT WS-FEED-OK
002470         DISPLAY 'ERROR - STOOUT OPEN FAILED, STATUS='
002480                 WS-FEED-STATUS
002490         MOVE 16 TO WS-PROGRAM-RETURN-CODE
002500     END-IF.
002510     OPEN OUTPUT REGISTER-FILE.
002520     IF WS-REG-OK
002530         MOVE WS-RUN-DATE TO WRH-RUN-DATE
002540         WRITE REGISTER-LINE FROM WS-REG-HEADING-1
002550         WRITE REGISTER-LINE FROM WS-REG-HEADING-2
002560         MOVE SPACES TO REGISTER-LINE
002570         WRITE REGISTER-LINE
002580         WRITE REGISTER-LINE FROM WS-REG-HEADING-3
002590     ELSE
002600         DISPLAY 'ERROR - STORPT OPEN FAILED, STATUS='
002610                 WS-REG-STATUS
002620         MOVE 16 TO WS-PROGRAM-RETURN-CODE
002630     END-IF.
002640     OPEN I-O ORDER-FILE.
002650     IF NOT WS-ORDER-OK
002660         DISPLAY 'ERROR - STOMST OPEN FAILED, STATUS='
002670                 WS-ORDER-STATUS
002680                 ' - DEFINE THE CLUSTER (STODEFJ) FIRST'
002690         MOVE 16 TO WS-PROGRAM-RETURN-CODE
002700     END-IF.
002710     OPEN INPUT ACCOUNT-FILE.
002720     IF NOT WS-ACCT-OK
002730         DISPLAY 'ERROR - ACCTMST OPEN FAILED, STATUS='
002740                 WS-ACCT-STATUS
002750         MOVE 16 TO WS-PROGRAM-RETURN-CODE
002760     END-IF.
002770*----------------------------------------------------------*
002780*  SGEN001-PROCESS-ORDER - READ AND WORK ONE INSTRUCTION.
002790*----------------------------------------------------------*
002800 SGEN001-PROCESS-ORDER.
002810     READ ORDER-FILE NEXT RECORD.
002820     EVALUATE TRUE
002830         WHEN WS-ORDER-OK
002840             ADD 1 TO WS-ORDERS-READ-COUNT
002850             PERFORM SGEN001-WORK-ORDER
002860         WHEN WS-ORDER-AT-END
002870             MOVE 'Y' TO WS-ORDER-EOF-SWITCH
002880         WHEN OTHER
002890             DISPLAY 'ERROR - STOMST READ FAILED, STATUS='
002900                     WS-ORDER-STATUS
002910             MOVE 16 TO WS-PROGRAM-RETURN-CODE
002920     END-EVALUATE.
002930*----------------------------------------------------------*
002940*  SGEN001-WORK-ORDER - SUSPENDED, ENDED AND STOPPED
002950*  INSTRUCTIONS ARE ONLY COUNTED.  AN ACTIVE ONE IS FIRST
002960*  ENDED IF ITS END DATE HAS ALREADY PASSED (AN AMEND CAN
002970*  PULL THE END DATE IN), THEN PAID IF IT HAS FALLEN DUE.
002980*----------------------------------------------------------*
002990 SGEN001-WORK-ORDER.
003000     MOVE 'N' TO WS-ORDER-CHANGED-SWITCH.
003010     MOVE 'N' TO WS-ORDER-PAID-SWITCH.
003020     EVALUATE TRUE
003030         WHEN STO-STATUS-SUSPENDED
003040             ADD 1 TO WS-SUSPENDED-COUNT
003050         WHEN NOT STO-STATUS-ACTIVE
003060             ADD 1 TO WS-INACTIVE-COUNT
003070         WHEN OTHER
003080             PERFORM SGEN001-CHECK-END
003090             EVALUATE TRUE
003100                 WHEN NOT STO-STATUS-ACTIVE
003110                     CONTINUE
003120                 WHEN STO-NEXT-DUE-DATE > WS-RUN-DATE
003130                     ADD 1 TO WS-NOT-DUE-COUNT
003140                 WHEN OTHER
003150                     PERFORM SGEN001-DUE-ORDER
003160             END-EVALUATE
003170     END-EVALUATE.
003180     IF WS-ORDER-PAID
003190         ADD 1 TO WS-ORDERS-PAID-COUNT
003200     END-IF.
003210     IF WS-ORDER-CHANGED AND WS-PROGRAM-RETURN-CODE < 16
003220         PERFORM SGEN001-REWRITE-ORDER
003230     END-IF.
003240*----------------------------------------------------------*
003250*  SGEN001-DUE-ORDER - THE INSTRUCTION HAS FALLEN DUE.  ITS
003260*  ACCOUNT MUST STILL BE ON ACCTMST AND NOT CLOSED - IF IT
003270*  IS, ONE PAYMENT IS WRITTEN FOR EVERY DUE DATE UP TO AND
003280*  INCLUDING TODAY.  A DORMANT ACCOUNT IS STILL PAID: A
003290*  CREDIT POSTS, A DEBIT SUSPENDS IN TRANPOST (R014) UNTIL
003300*  THE ACCOUNT IS REACTIVATED.
003310*----------------------------------------------------------*
003320 SGEN001-DUE-ORDER.
003330     MOVE STO-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER.
003340     READ ACCOUNT-FILE.
003350     EVALUATE TRUE
003360         WHEN WS-ACCT-KEY-NOT-FOUND
003370             MOVE 'STOPPED - NOT ON ACCTMST' TO WS-STOP-REASON
003380             PERFORM SGEN001-STOP-ORDER
003390         WHEN NOT WS-ACCT-OK
003400             DISPLAY 'ERROR - ACCTMST READ FAILED FOR '
003410                     STO-ACCOUNT-NUMBER ', STATUS='
003420                     WS-ACCT-STATUS
003430             MOVE 16 TO WS-PROGRAM-RETURN-CODE
003440         WHEN ACM-STATUS-CLOSED
003450             MOVE 'STOPPED - ACCOUNT CLOSED' TO WS-STOP-REASON
003460             PERFORM SGEN001-STOP-ORDER
003470         WHEN OTHER
003480             PERFORM SGEN001-EMIT-PAYMENT
003490                 UNTIL STO-NEXT-DUE-DATE > WS-RUN-DATE
003500                    OR NOT STO-STATUS-ACTIVE
003510                    OR WS-PROGRAM-RETURN-CODE >= 16
003520     END-EVALUATE.
003530*----------------------------------------------------------*
003540*  SGEN001-EMIT-PAYMENT - WRITE THE PAYMENT FOR THE
003550*  INSTRUCTION'S NEXT-DUE DATE INSIDE THE FEED'S HDR/TRL
003560*  GROUP, EFFECTIVE ON THAT DATE, AND ONLY THEN ROLL THE
003570*  DUE DATE ON.  A PAYMENT DUE BEFORE TODAY IS A CATCH-UP
003580*  FOR A MISSED RUN.  THE MESSAGE ID IS LEFT BLANK - NO
003590*  QUEUE SENDER TO ANSWER.
003600*----------------------------------------------------------*
003610 SGEN001-EMIT-PAYMENT.
003620     IF NOT WS-FEED-HEADER-WRITTEN
003630         MOVE SPACES TO TRANS-CONTROL-RECORD
003640         MOVE 'HDR'  TO TCR-RECORD-ID
003650         MOVE ZERO   TO TCR-RECORD-COUNT
003660         MOVE ZERO   TO TCR-AMOUNT-HASH
003670         WRITE FEED-RECORD FROM TRANS-CONTROL-RECORD
003680         MOVE 'Y' TO WS-FEED-HEADER-SWITCH
003690     END-IF.
003700     MOVE STO-AMOUNT               TO WS-FEED-AMOUNT-N.
003710     MOVE SPACES                   TO TRANS-RECORD.
003720     MOVE STO-ACCOUNT-NUMBER       TO TRN-ACCOUNT-NUMBER.
003730     MOVE STO-TRAN-CODE            TO TRN-TRANSACTION-CODE.
003740     MOVE WS-FEED-AMOUNT-X         TO TRN-AMOUNT.
003750     MOVE STO-NEXT-DUE-DATE        TO TRN-EFFECTIVE-DATE.
003760     WRITE FEED-RECORD FROM TRANS-RECORD.
003770     IF WS-FEED-OK
003780         ADD 1 TO WS-FEED-COUNT
003790         ADD WS-FEED-AMOUNT-N TO WS-FEED-AMOUNT-SUM
003800         ADD 1 TO WS-PAYMENT-COUNT
003810         MOVE STO-ACCOUNT-NUMBER   TO WRD-ACCOUNT
003820         MOVE STO-ORDER-SEQ        TO WRD-SEQ
003830         MOVE STO-TRAN-CODE        TO WRD-CODE
003840         MOVE STO-NEXT-DUE-DATE    TO WRD-DUE-DATE
003850         MOVE STO-AMOUNT           TO WRD-AMOUNT
003860         IF STO-NEXT-DUE-DATE < WS-RUN-DATE
003870             ADD 1 TO WS-CATCH-UP-COUNT
003880             MOVE 'CATCH-UP - MISSED RUN' TO WRD-NOTE
003890         ELSE
003900             MOVE SPACES TO WRD-NOTE
003910         END-IF
003920         WRITE REGISTER-LINE FROM WS-REG-DETAIL-LINE
003930         MOVE WS-RUN-DATE TO STO-LAST-GEN-DATE
003940         ADD 1 TO STO-GEN-COUNT
003950         MOVE 'Y' TO WS-ORDER-PAID-SWITCH
003960         MOVE 'Y' TO WS-ORDER-CHANGED-SWITCH
003970         PERFORM SGEN001-ROLL-NEXT-DUE
003980         PERFORM SGEN001-CHECK-END
003990     ELSE
004000         DISPLAY 'ERROR - STOOUT WRITE FAILED, STATUS='
004010                 WS-FEED-STATUS
004020         MOVE 16 TO WS-PROGRAM-RETURN-CODE
004030     END-IF.
004040*----------------------------------------------------------*
004050*  SGEN001-CHECK-END - AN ACTIVE INSTRUCTION WHOSE NEXT
004060*  PAYMENT WOULD FALL AFTER ITS END DATE HAS FINISHED: SET
004070*  IT ENDED AND LIST IT.
004080*----------------------------------------------------------*
004090 SGEN001-CHECK-END.
004100     IF STO-END-DATE NOT = ZERO
004110         AND STO-NEXT-DUE-DATE > STO-END-DATE
004120         MOVE 'E' TO STO-STATUS
004130         MOVE 'Y' TO WS-ORDER-CHANGED-SWITCH
004140         ADD 1 TO WS-ENDED-COUNT
004150         MOVE STO-ACCOUNT-NUMBER   TO WRD-ACCOUNT
004160         MOVE STO-ORDER-SEQ        TO WRD-SEQ
004170         MOVE STO-TRAN-CODE        TO WRD-CODE
004180         MOVE STO-END-DATE         TO WRD-DUE-DATE
004190         MOVE STO-AMOUNT           TO WRD-AMOUNT
004200         MOVE 'ENDED - END DATE REACHED' TO WRD-NOTE
004210         WRITE REGISTER-LINE FROM WS-REG-DETAIL-LINE
004220     END-IF.
004230*----------------------------------------------------------*
004240*  SGEN001-STOP-ORDER - THE ACCOUNT HAS CLOSED OR GONE:
004250*  NOTHING IS GENERATED, THE INSTRUCTION IS SET TO STATUS C
004260*  FOR GOOD, LISTED ON THE REGISTER WITH THE PAYMENT IT
004270*  WOULD HAVE MADE, AND AUDITED (SOURCE R, STEP STOSTOP,
004280*  THE ACCOUNT IN AUD-ACCOUNT-NUMBER).  THE RUN ENDS RC 4
004290*  SO THE CUSTOMER CAN BE TOLD.
004300*----------------------------------------------------------*
004310 SGEN001-STOP-ORDER.
004320     MOVE 'C' TO STO-STATUS.
004330     MOVE 'Y' TO WS-ORDER-CHANGED-SWITCH.
004340     ADD 1 TO WS-STOPPED-COUNT.
004350     MOVE STO-ACCOUNT-NUMBER   TO WRD-ACCOUNT.
004360     MOVE STO-ORDER-SEQ        TO WRD-SEQ.
004370     MOVE STO-TRAN-CODE        TO WRD-CODE.
004380     MOVE STO-NEXT-DUE-DATE    TO WRD-DUE-DATE.
004390     MOVE STO-AMOUNT           TO WRD-AMOUNT.
004400     MOVE WS-STOP-REASON       TO WRD-NOTE.
004410     WRITE REGISTER-LINE FROM WS-REG-DETAIL-LINE.
004420     DISPLAY 'STOPPED:  ' STO-ACCOUNT-NUMBER '/' STO-ORDER-SEQ
004430             ' - ' WS-STOP-REASON.
004440     MOVE 'STOSTOP'          TO AUD-STEP-NAME.
004450     MOVE 'E'                TO AUD-EVENT-TYPE.
004460     MOVE 'R'                TO AUD-EVENT-SOURCE.
004470     MOVE 'S'                TO AUD-OUTCOME-CODE.
004480     MOVE STO-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER.
004490     MOVE ZERO               TO AUD-RETURN-CODE.
004500     MOVE ZERO               TO AUD-ELAPSED-TIME.
004510     PERFORM SGEN001-WRITE-AUDIT.
004520     IF WS-PROGRAM-RETURN-CODE < 4
004530         MOVE 4 TO WS-PROGRAM-RETURN-CODE
004540     END-IF.
004550*----------------------------------------------------------*
004560*  SGEN001-REWRITE-ORDER - PUT THE INSTRUCTION IN HAND
004570*  BACK WITH ITS NEW DUE DATE AND STATUS.
004580*----------------------------------------------------------*
004590 SGEN001-REWRITE-ORDER.
004600     REWRITE STANDING-ORDER-RECORD.
004610     IF NOT WS-ORDER-OK
004620         DISPLAY 'ERROR - STOMST REWRITE FAILED FOR '
004630                 STO-ACCOUNT-NUMBER '/' STO-ORDER-SEQ
004640                 ', STATUS=' WS-ORDER-STATUS
004650         MOVE 16 TO WS-PROGRAM-RETURN-CODE
004660     END-IF.
004670*----------------------------------------------------------*
004680*  SGEN001-ROLL-NEXT-DUE - MOVE STO-NEXT-DUE-DATE ON BY ONE
004690*  PAYMENT: SEVEN DAYS FOR W, ONE MONTH TO THE PAY DAY FOR
004700*  M.  THE SAME ARITHMETIC AS STOMNT'S SMNT001-ROLL-NEXT-
004710*  DUE.
004720*----------------------------------------------------------*
004730 SGEN001-ROLL-NEXT-DUE.
004740     MOVE STO-NEXT-DUE-DATE TO WS-ROLL-DATE.
004750     IF STO-FREQ-WEEKLY
004760         ADD 7 TO WS-ROLL-DAY
004770         PERFORM SGEN001-SET-MONTH-MAX
004780         IF WS-ROLL-DAY > WS-ROLL-MONTH-MAX
004790             SUBTRACT WS-ROLL-MONTH-MAX FROM WS-ROLL-DAY
004800             PERFORM SGEN001-NEXT-MONTH
004810         END-IF
004820     ELSE
004830         PERFORM SGEN001-NEXT-MONTH
004840         PERFORM SGEN001-SET-MONTH-MAX
004850         IF STO-PAY-DAY > WS-ROLL-MONTH-MAX
004860             MOVE WS-ROLL-MONTH-MAX TO WS-ROLL-DAY
004870         ELSE
004880             MOVE STO-PAY-DAY TO WS-ROLL-DAY
004890         END-IF
004900     END-IF.
004910     MOVE WS-ROLL-DATE TO STO-NEXT-DUE-DATE.
004920*----------------------------------------------------------*
004930*  SGEN001-NEXT-MONTH - STEP WS-ROLL-DATE'S MONTH ON BY
004940*  ONE, INTO THE NEXT YEAR AFTER DECEMBER.
004950*----------------------------------------------------------*
004960 SGEN001-NEXT-MONTH.
004970     IF WS-ROLL-MONTH = 12
004980         MOVE 01 TO WS-ROLL-MONTH
004990         ADD 1 TO WS-ROLL-YEAR
005000     ELSE
005010         ADD 1 TO WS-ROLL-MONTH
005020     END-IF.
005030*----------------------------------------------------------*
005040*  SGEN001-SET-MONTH-MAX - THE NUMBER OF DAYS IN WS-ROLL-
005050*  DATE'S MONTH, 29 FOR FEBRUARY IN A LEAP YEAR.
005060*----------------------------------------------------------*
005070 SGEN001-SET-MONTH-MAX.
005080     MOVE WS-MONTH-DAY-MAX(WS-ROLL-MONTH) TO WS-ROLL-MONTH-MAX.
005090     IF WS-ROLL-MONTH = 02
005100         PERFORM SGEN001-CHECK-LEAP-YEAR
005110         IF WS-LEAP-YEAR
005120             MOVE 29 TO WS-ROLL-MONTH-MAX
005130         END-IF
005140     END-IF.
005150*----------------------------------------------------------*
005160*  SGEN001-CHECK-LEAP-YEAR - DIVISIBLE BY FOUR, EXCEPT A
005170*  CENTURY YEAR MUST DIVIDE BY FOUR HUNDRED.
005180*----------------------------------------------------------*
005190 SGEN001-CHECK-LEAP-YEAR.
005200     MOVE 'N' TO WS-LEAP-YEAR-SWITCH.
005210     DIVIDE WS-ROLL-YEAR BY 4
005220         GIVING WS-EDIT-YEAR-QUOT
005230         REMAINDER WS-EDIT-YEAR-REM.
005240     IF WS-EDIT-YEAR-REM = ZERO
005250         DIVIDE WS-ROLL-YEAR BY 100
005260             GIVING WS-EDIT-YEAR-QUOT
005270             REMAINDER WS-EDIT-YEAR-REM
005280         IF WS-EDIT-YEAR-REM NOT = ZERO
005290             MOVE 'Y' TO WS-LEAP-YEAR-SWITCH
005300         ELSE
005310             DIVIDE WS-ROLL-YEAR BY 400
005320                 GIVING WS-EDIT-YEAR-QUOT
005330                 REMAINDER WS-EDIT-YEAR-REM
005340             IF WS-EDIT-YEAR-REM = ZERO
005350                 MOVE 'Y' TO WS-LEAP-YEAR-SWITCH
005360             END-IF
005370         END-IF
005380     END-IF.
005390*----------------------------------------------------------*
005400*  SGEN001-CLOSE-FEED - IF ANYTHING WAS PAID, CLOSE THE
005410*  FEED'S CONTROL GROUP WITH THE TRAILER TOTALS.
005420*----------------------------------------------------------*
005430 SGEN001-CLOSE-FEED.
005440     IF WS-FEED-HEADER-WRITTEN
005450         MOVE SPACES             TO TRANS-CONTROL-RECORD
005460         MOVE 'TRL'              TO TCR-RECORD-ID
005470         MOVE WS-FEED-COUNT      TO TCR-RECORD-COUNT
005480         MOVE WS-FEED-AMOUNT-SUM TO TCR-AMOUNT-HASH
005490         WRITE FEED-RECORD FROM TRANS-CONTROL-RECORD
005500     END-IF.
005510*----------------------------------------------------------*
005520*  SGEN001-PRINT-TOTALS - REGISTER CONTROL TOTALS (THE
005530*  TRAILER FIGURES HELLO WILL RECONCILE) AND THE SIGN-OFF
005540*  LINE FOR THE OPERATIONS CHECK.
005550*----------------------------------------------------------*
005560 SGEN001-PRINT-TOTALS.
005570     MOVE SPACES TO REGISTER-LINE.
005580     WRITE REGISTER-LINE.
005590     MOVE 'FEED AMOUNT HASH (TRAILER)....' TO WRL-LABEL.
005600     MOVE WS-FEED-AMOUNT-SUM TO WRL-AMOUNT.
005610     WRITE REGISTER-LINE FROM WS-REG-TOTAL-LINE.
005620     MOVE 'FEED TRANSACTIONS (TRAILER)...' TO WRC-LABEL.
005630     MOVE WS-FEED-COUNT TO WRC-COUNT.
005640     WRITE REGISTER-LINE FROM WS-REG-COUNT-LINE.
005650     MOVE '  OF WHICH CATCH-UPS..........' TO WRC-LABEL.
005660     MOVE WS-CATCH-UP-COUNT TO WRC-COUNT.
005670     WRITE REGISTER-LINE FROM WS-REG-COUNT-LINE.
005680     MOVE 'INSTRUCTIONS READ.............' TO WRC-LABEL.
005690     MOVE WS-ORDERS-READ-COUNT TO WRC-COUNT.
005700     WRITE REGISTER-LINE FROM WS-REG-COUNT-LINE.
005710     MOVE 'INSTRUCTIONS PAID.............' TO WRC-LABEL.
005720     MOVE WS-ORDERS-PAID-COUNT TO WRC-COUNT.
005730     WRITE REGISTER-LINE FROM WS-REG-COUNT-LINE.
005740     MOVE 'ACTIVE, NOT YET DUE...........' TO WRC-LABEL.
005750     MOVE WS-NOT-DUE-COUNT TO WRC-COUNT.
005760     WRITE REGISTER-LINE FROM WS-REG-COUNT-LINE.
005770     MOVE 'SUSPENDED (SKIPPED)...........' TO WRC-LABEL.
005780     MOVE WS-SUSPENDED-COUNT TO WRC-COUNT.
005790     WRITE REGISTER-LINE FROM WS-REG-COUNT-LINE.
005800     MOVE 'ENDED THIS RUN................' TO WRC-LABEL.
005810     MOVE WS-ENDED-COUNT TO WRC-COUNT.
005820     WRITE REGISTER-LINE FROM WS-REG-COUNT-LINE.
005830     MOVE 'STOPPED THIS RUN (ACCT CLOSED)' TO WRC-LABEL.
005840     MOVE WS-STOPPED-COUNT TO WRC-COUNT.
005850     WRITE REGISTER-LINE FROM WS-REG-COUNT-LINE.
005860     MOVE 'ALREADY ENDED OR STOPPED......' TO WRC-LABEL.
005870     MOVE WS-INACTIVE-COUNT TO WRC-COUNT.
005880     WRITE REGISTER-LINE FROM WS-REG-COUNT-LINE.
005890     MOVE SPACES TO REGISTER-LINE.
005900     WRITE REGISTER-LINE.
005910     WRITE REGISTER-LINE.
005920     WRITE REGISTER-LINE FROM WS-REG-SIGNOFF-1.
005930*----------------------------------------------------------*
005940*  SGEN001-WRITE-AUDIT - APPEND ONE RECORD TO AUDIT-FILE,
005950*  SAME OPEN EXTEND / STATUS-35-FALLBACK RULE AS HELLO'S
005960*  HELL001-WRITE-AUDIT.
005970*----------------------------------------------------------*
005980 SGEN001-WRITE-AUDIT.
005990     MOVE WS-JOB-NAME     TO AUD-JOB-ID.
006000     MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
006010     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
006020     ACCEPT AUD-RUN-TIME FROM TIME.
006030     OPEN EXTEND AUDIT-FILE.
006040     IF NOT WS-AUDIT-OK AND WS-AUDIT-NOT-FOUND
006050         OPEN OUTPUT AUDIT-FILE
006060     END-IF.
006070     IF WS-AUDIT-OK
006080         WRITE AUDIT-RECORD
006090         CLOSE AUDIT-FILE
006100     ELSE
006110         DISPLAY 'ERROR - AUDIT-FILE OPEN FAILED, STATUS='
006120                 WS-AUDIT-STATUS ' - JOB WILL BE FLAGGED '
006130                 'AS FAILED'
006140         MOVE 16 TO WS-PROGRAM-RETURN-CODE
006150     END-IF.
006160*----------------------------------------------------------*
006170*  SGEN001-TERMINATE - RUN TOTALS, JOB-END AUDIT EVENT AND
006180*  PROGRAM EXIT.
006190*----------------------------------------------------------*
006200 SGEN001-TERMINATE.
006210     CLOSE ORDER-FILE.
006220     CLOSE ACCOUNT-FILE.
006230     CLOSE FEED-FILE.
006240     CLOSE REGISTER-FILE.
006250     DISPLAY 'STOGEN RUN TOTALS'.
006260     DISPLAY '  INSTRUCTIONS READ....: ' WS-ORDERS-READ-COUNT.
006270     DISPLAY '  INSTRUCTIONS PAID....: ' WS-ORDERS-PAID-COUNT.
006280     DISPLAY '  PAYMENTS GENERATED...: ' WS-PAYMENT-COUNT.
006290     DISPLAY '  OF WHICH CATCH-UPS...: ' WS-CATCH-UP-COUNT.
006300     DISPLAY '  ENDED THIS RUN.......: ' WS-ENDED-COUNT.
006310     DISPLAY '  STOPPED (ACCT CLOSED): ' WS-STOPPED-COUNT.
006320     MOVE 'STOGEN'  TO AUD-STEP-NAME.
006330     MOVE 'E'       TO AUD-EVENT-TYPE.
006340     MOVE 'J'       TO AUD-EVENT-SOURCE.
006350     MOVE SPACES    TO AUD-ACCOUNT-NUMBER.
006360     MOVE WS-PROGRAM-RETURN-CODE TO AUD-RETURN-CODE.
006370     MOVE ZERO      TO AUD-ELAPSED-TIME.
006380     IF WS-PROGRAM-RETURN-CODE = ZERO OR 4
006390         MOVE 'S' TO AUD-OUTCOME-CODE
006400     ELSE
006410         MOVE 'F' TO AUD-OUTCOME-CODE
006420     END-IF.
006430     PERFORM SGEN001-WRITE-AUDIT.
006440     DISPLAY 'TERMINATING PROGRAM'.
006450     MOVE WS-PROGRAM-RETURN-CODE TO RETURN-CODE.
