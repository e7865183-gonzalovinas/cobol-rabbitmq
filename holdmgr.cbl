000100*----------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     HOLDMGR.
000130 AUTHOR.         BATCH-SYSTEMS-GROUP.
000140 INSTALLATION.   ACME FINANCIAL SERVICES INC.
000150 DATE-WRITTEN.   2026-09-25.
000160 DATE-COMPILED.
000170*----------------------------------------------------------*
000180*  MODIFICATION HISTORY
000190*  ------------------------------------------------------
000200*  2026-09-25  JCV  ORIGINAL VERSION - THE LARGE-VALUE HOLD
000210*                   QUEUE MANAGER.  HELLO NOW DIVERTS A CLEAN
000220*                   TRANSACTION ABOVE ITS HOLD LIMIT TO
000230*                   HOLDOUT INSTEAD OF TRANOK.  THIS JOB TAKES
000240*                   THOSE NEW HOLDS ON TO THE HOLD QUEUE GDG
000250*                   (SEE HOLDREC1) UNDER A HOLD ID, WORKS THE
000260*                   DAY'S APPROVE/REJECT CARDS AGAINST THE
000270*                   QUEUE - A RELEASE NEEDS APPROVE CARDS FROM
000280*                   TWO DIFFERENT OPERATOR IDS, A REJECT NEEDS
000290*                   ONE - AND SENDS RELEASED ITEMS BACK TO THE
000300*                   NEXT VALIDATION PASS ON HOLDREL INSIDE
000310*                   THEIR OWN HDR/TRL CONTROL GROUP.  AN ITEM
000320*                   AGED PAST THE RETENTION LIMIT (PARM, THREE
000330*                   DIGITS, DEFAULT FIVE RUNS) EXPIRES.
000340*                   REJECTED AND EXPIRED ITEMS CLOSE TO THE
000350*                   AUDIT TRAIL AND, FOR QUEUE-CHANNEL ITEMS,
000360*                   PUBLISH A TRAN-NAK.  EVERY CARD IS AUDITED
000370*                   UNDER ITS OPERATOR ID, APPLIED OR REFUSED.
000380*                   THE HELD-ITEMS REPORT ON HOLDRPT LISTS THE
000390*                   QUEUE FOR THE MORNING APPROVERS.
000400*----------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPTIONAL HOLD-IN-FILE
000450                                ASSIGN TO HOLDIN
000460                                ORGANIZATION IS SEQUENTIAL
000470                                FILE STATUS IS WS-HOLDIN-STATUS.
000480     SELECT OPTIONAL CARRY-IN-FILE
000490                                ASSIGN TO HOLDCIN
000500                                ORGANIZATION IS SEQUENTIAL
000510                                FILE STATUS IS WS-CYIN-STATUS.
000520     SELECT CARRY-OUT-FILE     ASSIGN TO HOLDCOUT
000530                                ORGANIZATION IS SEQUENTIAL
000540                                FILE STATUS IS WS-CYOUT-STATUS.
000550     SELECT RELEASE-FILE       ASSIGN TO HOLDREL
000560                                ORGANIZATION IS SEQUENTIAL
000570                                FILE STATUS IS WS-REL-STATUS.
000580     SELECT OPTIONAL CARD-FILE
000590                                ASSIGN TO APPRIN
000600                                ORGANIZATION IS SEQUENTIAL
000610                                FILE STATUS IS WS-CARD-STATUS.
000620     SELECT REPORT-FILE        ASSIGN TO HOLDRPT
000630                                ORGANIZATION IS SEQUENTIAL
000640                                FILE STATUS IS WS-REPORT-STATUS.
000650     SELECT AUDIT-FILE         ASSIGN TO AUDITF
000660                                ORGANIZATION IS SEQUENTIAL
000670                                FILE STATUS IS WS-AUDIT-STATUS.
000680     SELECT OUTBOX-FILE        ASSIGN TO RMQOUTB
000690                                ORGANIZATION IS SEQUENTIAL
000700                                FILE STATUS IS WS-OUTBOX-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  HOLD-IN-FILE
000740     RECORDING MODE IS F.
000750 01  HOLD-IN-RECORD                  PIC X(56).
000760 FD  CARRY-IN-FILE
000770     RECORDING MODE IS F.
000780 COPY HOLDREC1.
000790 FD  CARRY-OUT-FILE
000800     RECORDING MODE IS F.
000810 01  CARRY-OUT-RECORD                PIC X(100).
000820 FD  RELEASE-FILE
000830     RECORDING MODE IS F.
000840 01  RELEASE-RECORD                  PIC X(56).
000850 FD  CARD-FILE
000860     RECORDING MODE IS F.
000870 01  APPROVAL-CARD.
000880     05  HAC-ACTION                  PIC X(07).
000890     05  FILLER                      PIC X(01).
000900     05  HAC-HOLD-ID                 PIC X(12).
000910     05  FILLER                      PIC X(01).
000920     05  HAC-OPERATOR-ID             PIC X(08).
000930     05  FILLER                      PIC X(51).
000940 FD  REPORT-FILE
000950     RECORDING MODE IS F.
000960 01  REPORT-LINE                     PIC X(80).
000970 FD  AUDIT-FILE
000980     RECORDING MODE IS F.
000990 COPY AUDTREC1.
001000 FD  OUTBOX-FILE
001010     RECORDING MODE IS F.
001020 COPY RMQIF03.
001030 WORKING-STORAGE SECTION.
001040*----------------------------------------------------------*
001050*  JOB IDENTIFICATION AND RETURN-CODE TRACKING
001060*----------------------------------------------------------*
001070 01  WS-JOB-NAME                     PIC X(08) VALUE 'HOLDMGR'.
001080 01  WS-OPERATOR-ID                  PIC X(08) VALUE 'BATCH'.
001090 01  WS-PROGRAM-RETURN-CODE          PIC S9(04) COMP VALUE ZERO.
001100 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001110*----------------------------------------------------------*
001120*  RETENTION LIMIT - A PENDING ITEM CARRIED MORE THAN THIS
001130*  MANY DAILY RUNS WITHOUT A DECISION EXPIRES.  SET FROM THE
001140*  EXEC JCL PARM (THREE DIGITS); DEFAULTS TO FIVE RUNS.
001150*----------------------------------------------------------*
001160 01  WS-RETENTION-DAYS               PIC 9(03) VALUE 5.
001170*----------------------------------------------------------*
001180*  FILE STATUS AND END-OF-FILE CONTROL
001190*----------------------------------------------------------*
001200 01  WS-HOLDIN-STATUS                PIC X(02) VALUE '00'.
001210     88  WS-HOLDIN-OK                VALUE '00'.
001220     88  WS-HOLDIN-NOT-FOUND         VALUE '35'.
001230 01  WS-CYIN-STATUS                  PIC X(02) VALUE '00'.
001240     88  WS-CYIN-OK                  VALUE '00'.
001250     88  WS-CYIN-NOT-FOUND           VALUE '35'.
001260 01  WS-CYOUT-STATUS                 PIC X(02) VALUE '00'.
001270     88  WS-CYOUT-OK                 VALUE '00'.
001280 01  WS-REL-STATUS                   PIC X(02) VALUE '00'.
001290     88  WS-REL-OK                   VALUE '00'.
001300 01  WS-CARD-STATUS                  PIC X(02) VALUE '00'.
001310     88  WS-CARD-OK                  VALUE '00'.
001320     88  WS-CARD-NOT-FOUND           VALUE '35'.
001330 01  WS-REPORT-STATUS                PIC X(02) VALUE '00'.
001340     88  WS-REPORT-OK                VALUE '00'.
001350 01  WS-AUDIT-STATUS                 PIC X(02) VALUE '00'.
001360     88  WS-AUDIT-OK                 VALUE '00'.
001370     88  WS-AUDIT-NOT-FOUND          VALUE '35'.
001380 01  WS-OUTBOX-STATUS                PIC X(02) VALUE '00'.
001390     88  WS-OUTBOX-OK                VALUE '00'.
001400     88  WS-OUTBOX-NOT-FOUND         VALUE '35'.
001410 01  WS-OUTBOX-COUNT                 PIC 9(07) COMP VALUE ZERO.
001420 01  WS-HOLDIN-EOF-SWITCH            PIC X(01) VALUE 'N'.
001430     88  WS-HOLDIN-EOF-REACHED       VALUE 'Y'.
001440 01  WS-CYIN-EOF-SWITCH              PIC X(01) VALUE 'N'.
001450     88  WS-CYIN-EOF-REACHED         VALUE 'Y'.
001460 01  WS-CARDF-EOF-SWITCH             PIC X(01) VALUE 'N'.
001470     88  WS-CARDF-EOF-REACHED        VALUE 'Y'.
001480*----------------------------------------------------------*
001490*  APPROVAL-CARD TABLE - LOADED FROM APPRIN AT STARTUP.  A
001500*  CARD MATCHES A PENDING QUEUE ITEM ON HOLD ID AND IS SPENT
001510*  ON THAT ITEM, APPLIED OR REFUSED.  CARDS ARE WORKED IN
001520*  DECK ORDER, SO BOTH APPROVALS FOR AN ITEM MAY COME IN THE
001530*  SAME RUN.  A CARD THAT FAILS THE LOAD EDIT, OR FINDS NO
001540*  PENDING ITEM, IS DROPPED WITH A WARNING RETURN CODE.
001550*----------------------------------------------------------*
001560 01  WS-CARD-SUB                     PIC 9(03) COMP VALUE ZERO.
001570 01  WS-CARD-COUNT                   PIC 9(03) COMP VALUE ZERO.
001580 01  WS-CARD-BAD-COUNT               PIC 9(03) COMP VALUE ZERO.
001590 01  WS-CARD-TABLE.
001600     05  WS-CARD-ENTRY OCCURS 1 TO 100 TIMES
001610                 DEPENDING ON WS-CARD-COUNT.
001620         10  WS-CARD-ACTION          PIC X(07).
001630             88  WS-CARD-APPROVE     VALUE 'APPROVE'.
001640             88  WS-CARD-REJECT      VALUE 'REJECT'.
001650         10  WS-CARD-HOLD-ID         PIC X(12).
001660         10  WS-CARD-OPERATOR        PIC X(08).
001670         10  WS-CARD-USED-SWITCH     PIC X(01).
001680             88  WS-CARD-USED        VALUE 'Y'.
001690 01  WS-CARD-ERROR-TEXT              PIC X(30) VALUE SPACES.
001700*----------------------------------------------------------*
001710*  HOLD ID ASSIGNMENT - A NEW HOLD TAKES THE RUN DATE AND
001720*  THE NEXT SEQUENCE AFTER THE HIGHEST ONE ALREADY ON THE
001730*  QUEUE FOR THAT DATE, SO AN ID IS NEVER REUSED.
001740*----------------------------------------------------------*
001750 01  WS-LAST-SEQ                     PIC 9(04) VALUE ZERO.
001760*----------------------------------------------------------*
001770*  RELEASE CONTROL GROUP - RELEASED ITEMS GO BACK TO THE
001780*  NEXT VALIDATION PASS WRAPPED IN THEIR OWN HDR/TRL GROUP
001790*  SO HELLO'S CONTROL-TOTAL RECONCILIATION COVERS THEM TOO.
001800*  THE HEADER IS ONLY WRITTEN ONCE THE FIRST RELEASE LANDS,
001810*  SO A RUN WITH NOTHING RELEASED LEAVES AN EMPTY FILE.
001820*----------------------------------------------------------*
001830 01  WS-REL-HEADER-SWITCH            PIC X(01) VALUE 'N'.
001840     88  WS-REL-HEADER-WRITTEN       VALUE 'Y'.
001850 01  WS-REL-COUNT                    PIC 9(09) COMP VALUE ZERO.
001860 01  WS-REL-AMOUNT-SUM               PIC S9(13)V99 COMP-3
001870                                     VALUE ZERO.
001880 01  WS-AMOUNT-X                     PIC X(11) VALUE ZEROS.
001890 01  WS-AMOUNT-N REDEFINES WS-AMOUNT-X
001900                                     PIC 9(09)V99.
001910 COPY TRANREC1.
001920*----------------------------------------------------------*
001930*  RABBITMQ INTERFACE WORK AREA - A QUEUE-CHANNEL ITEM THAT
001940*  IS REJECTED OR EXPIRES GETS ITS TERMINAL TRAN-NAK ON THE
001950*  SAME OUTCOME QUEUE HELLO PUBLISHED ITS TRAN-HELD ON.
001960*----------------------------------------------------------*
001970 COPY RMQIF01.
001980 01  WS-OUTCOME-QUEUE                PIC X(30)
001990                                     VALUE 'batch.tran.outcome'.
002000*----------------------------------------------------------*
002010*  RUN TOTALS FOR THE REPORT AND THE END-OF-RUN SUMMARY
002020*----------------------------------------------------------*
002030 01  WS-NEW-HOLD-COUNT               PIC 9(07) COMP VALUE ZERO.
002040 01  WS-CARRIED-IN-COUNT             PIC 9(07) COMP VALUE ZERO.
002050 01  WS-APPROVED-ONCE-COUNT          PIC 9(07) COMP VALUE ZERO.
002060 01  WS-RELEASED-COUNT               PIC 9(07) COMP VALUE ZERO.
002070 01  WS-REJECTED-COUNT               PIC 9(07) COMP VALUE ZERO.
002080 01  WS-EXPIRED-COUNT                PIC 9(07) COMP VALUE ZERO.
002090 01  WS-PENDING-COUNT                PIC 9(07) COMP VALUE ZERO.
002100 01  WS-REFUSED-COUNT                PIC 9(07) COMP VALUE ZERO.
002110 01  WS-PENDING-AMOUNT               PIC S9(13)V99 COMP-3
002120                                     VALUE ZERO.
002130*----------------------------------------------------------*
002140*  HELD-ITEMS REPORT HEADING, DETAIL AND SUMMARY LINES
002150*----------------------------------------------------------*
002160 01  WS-HEADING-1.
002170     05  FILLER                      PIC X(20) VALUE
002180         'HOLDMGR - LARGE-VAL'.
002190     05  FILLER                      PIC X(40) VALUE
002200         'UE HELD-ITEMS REPORT'.
002210     05  FILLER                      PIC X(20) VALUE SPACES.
002220 01  WS-HEADING-2.
002230     05  FILLER                      PIC X(10) VALUE 'RUN DATE:'.
002240     05  WH2-RUN-DATE                PIC 9(08).
002250     05  FILLER                      PIC X(04) VALUE SPACES.
002260     05  FILLER                      PIC X(11) VALUE 'RETENTION:'.
002270     05  WH2-RETENTION               PIC ZZ9.
002280     05  FILLER                      PIC X(05) VALUE ' RUNS'.
002290     05  FILLER                      PIC X(39) VALUE SPACES.
002300 01  WS-HEADING-3.
002310     05  FILLER                      PIC X(15) VALUE
002320         '  HOLD ID'.
002330     05  FILLER                      PIC X(16) VALUE
002340         'ACCOUNT    CODE'.
002350     05  FILLER                      PIC X(15) VALUE
002360         '        AMOUNT'.
002370     05  FILLER                      PIC X(13) VALUE
002380         'EFF DATE AGE'.
002390     05  FILLER                      PIC X(21) VALUE
002400         'STATUS'.
002410 01  WS-DETAIL-LINE.
002420     05  FILLER                      PIC X(02) VALUE SPACES.
002430     05  WDL-HOLD-ID                 PIC X(12).
002440     05  FILLER                      PIC X(01) VALUE SPACES.
002450     05  WDL-ACCOUNT                 PIC X(10).
002460     05  FILLER                      PIC X(01) VALUE SPACES.
002470     05  WDL-TRAN-CODE               PIC X(04).
002480     05  FILLER                      PIC X(01) VALUE SPACES.
002490     05  WDL-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99.
002500     05  FILLER                      PIC X(01) VALUE SPACES.
002510     05  WDL-EFF-DATE                PIC X(08).
002520     05  FILLER                      PIC X(01) VALUE SPACES.
002530     05  WDL-AGE                     PIC ZZ9.
002540     05  FILLER                      PIC X(01) VALUE SPACES.
002550     05  WDL-STATUS                  PIC X(20).
002560     05  FILLER                      PIC X(01) VALUE SPACES.
002570 01  WS-SECTION-LINE                 PIC X(80) VALUE SPACES.
002580 01  WS-COUNT-LINE.
002590     05  FILLER                      PIC X(02) VALUE SPACES.
002600     05  WCL-LABEL                   PIC X(24).
002610     05  WCL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
002620     05  FILLER                      PIC X(43) VALUE SPACES.
002630 01  WS-AMOUNT-LINE.
002640     05  FILLER                      PIC X(02) VALUE SPACES.
002650     05  WAL-LABEL                   PIC X(24).
002660     05  WAL-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002670     05  FILLER                      PIC X(33) VALUE SPACES.
002680 LINKAGE SECTION.
002690 01  LK-PARM-AREA.
002700     05  LK-PARM-LENGTH              PIC S9(04) COMP.
002710     05  LK-PARM-TEXT                PIC X(20).
002720 PROCEDURE DIVISION USING LK-PARM-AREA.
002730*----------------------------------------------------------*
002740*  HMGR001-MAINLINE - PROGRAM ENTRY POINT.  THE CARRIED
002750*  QUEUE IS WORKED FIRST SO THE DAY'S HIGHEST HOLD SEQUENCE
002760*  IS KNOWN BEFORE THE NEW HOLDS ARE NUMBERED; EVERY ITEM,
002770*  CARRIED OR NEW, FLOWS THROUGH HMGR001-WORK-HOLD.  CARDS
002780*  LEFT UNSPENT AT THE END MATCHED NOTHING PENDING.
002790*----------------------------------------------------------*
002800 HMGR001-MAINLINE.
002810     PERFORM HMGR001-GET-RETENTION.
002820     PERFORM HMGR001-INITIALIZE.
002830     IF WS-PROGRAM-RETURN-CODE = ZERO
002840         PERFORM HMGR001-LOAD-CARDS
002850     END-IF.
002860     IF WS-PROGRAM-RETURN-CODE < 16
002870         PERFORM HMGR001-CARRIED-HOLD
002880             UNTIL WS-CYIN-EOF-REACHED
002890         PERFORM HMGR001-NEW-HOLD
002900             UNTIL WS-HOLDIN-EOF-REACHED
002910         PERFORM HMGR001-CLOSE-RELEASE
002920         PERFORM HMGR001-UNSPENT-CARD
002930             VARYING WS-CARD-SUB FROM 1 BY 1
002940             UNTIL WS-CARD-SUB > WS-CARD-COUNT
002950         PERFORM HMGR001-REPORT-TOTALS
002960     END-IF.
002970     PERFORM HMGR001-TERMINATE.
002980     STOP RUN.
002990*----------------------------------------------------------*
003000*  HMGR001-GET-RETENTION - DECODE THE EXEC JCL PARM.  THREE
003010*  LEADING DIGITS OVERRIDE THE DEFAULT RETENTION OF FIVE
003020*  CARRIED RUNS; ANYTHING ELSE (OR NO PARM) KEEPS THE
003030*  DEFAULT.
003040*----------------------------------------------------------*
003050 HMGR001-GET-RETENTION.
003060     IF LK-PARM-LENGTH >= 3
003070         AND LK-PARM-TEXT(1:3) IS NUMERIC
003080         MOVE LK-PARM-TEXT(1:3) TO WS-RETENTION-DAYS
003090     END-IF.
003100     DISPLAY 'HOLDMGR RETENTION: ' WS-RETENTION-DAYS ' RUNS'.
003110*----------------------------------------------------------*
003120*  HMGR001-INITIALIZE - OPEN ALL FILES, WRITE THE JOB-START
003130*  AUDIT EVENT AND THE REPORT HEADINGS.  HOLDIN/HOLDCIN MAY
003140*  EACH BE ABSENT (STATUS 35) - AN ABSENT INPUT JUST EMPTIES
003150*  THAT STREAM.  ANY OTHER OPEN FAILURE FAILS THE JOB - A
003160*  HOLD RUN THAT CANNOT SEE ALL ITS INPUTS WOULD SILENTLY
003170*  DROP HELD MONEY.
003180*----------------------------------------------------------*
003190 HMGR001-INITIALIZE.
003200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003210     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
003220     MOVE 'HOLDMGR'  TO AUD-STEP-NAME.
003230     MOVE 'S'        TO AUD-EVENT-TYPE.
003240     MOVE 'J'        TO AUD-EVENT-SOURCE.
003250     MOVE SPACE      TO AUD-OUTCOME-CODE.
003260     MOVE ZERO       TO AUD-RETURN-CODE.
003270     MOVE ZERO       TO AUD-ELAPSED-TIME.
003280     PERFORM HMGR001-WRITE-AUDIT.
003290     OPEN INPUT HOLD-IN-FILE.
003300     EVALUATE TRUE
003310         WHEN WS-HOLDIN-OK
003320             CONTINUE
003330         WHEN WS-HOLDIN-NOT-FOUND
003340             DISPLAY 'HMGR001-INITIALIZE - HOLDIN NOT PRESENT '
003350                     'TODAY'
003360             MOVE 'Y' TO WS-HOLDIN-EOF-SWITCH
003370         WHEN OTHER
003380             DISPLAY 'ERROR - HOLDIN OPEN FAILED, STATUS='
003390                     WS-HOLDIN-STATUS
003400             MOVE 16 TO WS-PROGRAM-RETURN-CODE
003410     END-EVALUATE.
003420     OPEN INPUT CARRY-IN-FILE.
003430     EVALUATE TRUE
003440         WHEN WS-CYIN-OK
003450             CONTINUE
003460         WHEN WS-CYIN-NOT-FOUND
003470             DISPLAY 'HMGR001-INITIALIZE - HOLDCIN NOT '
003480                     'PRESENT, NOTHING CARRIED IN'
003490             MOVE 'Y' TO WS-CYIN-EOF-SWITCH
003500         WHEN OTHER
003510             DISPLAY 'ERROR - HOLDCIN OPEN FAILED, STATUS='
003520                     WS-CYIN-STATUS
003530             MOVE 16 TO WS-PROGRAM-RETURN-CODE
003540     END-EVALUATE.
003550     OPEN OUTPUT CARRY-OUT-FILE.
003560     IF NOT WS-CYOUT-OK
003570         DISPLAY 'ERROR - HOLDCOUT OPEN FAILED, STATUS='
003580                 WS-CYOUT-STATUS
003590         MOVE 16 TO WS-PROGRAM-RETURN-CODE
003600     END-IF.
003610     OPEN OUTPUT RELEASE-FILE.
003620     IF NOT WS-REL-OK
003630         DISPLAY 'ERROR - HOLDREL OPEN FAILED, STATUS='
003640                 WS-REL-STATUS
003650         MOVE 16 TO WS-PROGRAM-RETURN-CODE
003660     END-IF.
003670     OPEN OUTPUT REPORT-FILE.
003680     IF WS-REPORT-OK
003690         MOVE WS-RUN-DATE       TO WH2-RUN-DATE
003700         MOVE WS-RETENTION-DAYS TO WH2-RETENTION
003710         WRITE REPORT-LINE FROM WS-HEADING-1
003720         WRITE REPORT-LINE FROM WS-HEADING-2
003730         MOVE SPACES TO REPORT-LINE
003740         WRITE REPORT-LINE
003750         WRITE REPORT-LINE FROM WS-HEADING-3
003760     ELSE
003770         DISPLAY 'ERROR - HOLDRPT OPEN FAILED, STATUS='
003780                 WS-REPORT-STATUS
003790         MOVE 16 TO WS-PROGRAM-RETURN-CODE
003800     END-IF.
003810*----------------------------------------------------------*
003820*  HMGR001-LOAD-CARDS - LOAD THE APPROVE/REJECT CARDS TO THE
003830*  TABLE.  MORE CARDS THAN THE TABLE HOLDS FAILS THE JOB
003840*  LIKE A DSPFILE OVERFLOW DOES - HALF A DECK OF DECISIONS
003850*  IS WORSE THAN NONE.
003860*----------------------------------------------------------*
003870 HMGR001-LOAD-CARDS.
003880     OPEN INPUT CARD-FILE.
003890     EVALUATE TRUE
003900         WHEN WS-CARD-OK
003910             PERFORM HMGR001-LOAD-ONE-CARD
003920                 UNTIL WS-CARDF-EOF-REACHED
003930                    OR WS-CARD-COUNT = 100
003940             IF NOT WS-CARDF-EOF-REACHED
003950                 DISPLAY 'ERROR - MORE THAN 100 APPROVAL '
003960                         'CARDS - RUN FAILED'
003970                 MOVE 16 TO WS-PROGRAM-RETURN-CODE
003980             END-IF
003990             CLOSE CARD-FILE
004000         WHEN WS-CARD-NOT-FOUND
004010             DISPLAY 'HMGR001-LOAD-CARDS - NO APPROVAL CARDS '
004020                     'TODAY'
004030         WHEN OTHER
004040             DISPLAY 'ERROR - APPRIN OPEN FAILED, STATUS='
004050                     WS-CARD-STATUS
004060             MOVE 16 TO WS-PROGRAM-RETURN-CODE
004070     END-EVALUATE.
004080     IF WS-CARD-COUNT > ZERO
004090         DISPLAY 'APPROVAL CARDS LOADED: ' WS-CARD-COUNT
004100     END-IF.
004110*----------------------------------------------------------*
004120*  HMGR001-LOAD-ONE-CARD - READ AND EDIT ONE APPROVAL CARD.
004130*  AN UNKNOWN ACTION, A NON-NUMERIC HOLD ID OR A MISSING
004140*  OPERATOR ID DROPS THE CARD WITH RC 8 AND A FAILED AUDIT
004150*  RECORD - A DECISION NOBODY CAN BE HELD TO IS NOT TAKEN.
004160*----------------------------------------------------------*
004170 HMGR001-LOAD-ONE-CARD.
004180     READ CARD-FILE
004190         AT END
004200             MOVE 'Y' TO WS-CARDF-EOF-SWITCH
004210         NOT AT END
004220             MOVE SPACES TO WS-CARD-ERROR-TEXT
004230             EVALUATE TRUE
004240                 WHEN HAC-ACTION NOT = 'APPROVE'
004250                  AND HAC-ACTION NOT = 'REJECT'
004260                     MOVE 'ACTION NOT APPROVE/REJECT'
004270                         TO WS-CARD-ERROR-TEXT
004280                 WHEN HAC-HOLD-ID NOT NUMERIC
004290                     MOVE 'HOLD ID NOT NUMERIC'
004300                         TO WS-CARD-ERROR-TEXT
004310                 WHEN HAC-OPERATOR-ID = SPACES
004320                     MOVE 'OPERATOR ID MISSING'
004330                         TO WS-CARD-ERROR-TEXT
004340             END-EVALUATE
004350             IF WS-CARD-ERROR-TEXT = SPACES
004360                 ADD 1 TO WS-CARD-COUNT
004370                 MOVE HAC-ACTION
004380                     TO WS-CARD-ACTION(WS-CARD-COUNT)
004390                 MOVE HAC-HOLD-ID
004400                     TO WS-CARD-HOLD-ID(WS-CARD-COUNT)
004410                 MOVE HAC-OPERATOR-ID
004420                     TO WS-CARD-OPERATOR(WS-CARD-COUNT)
004430                 MOVE 'N'
004440                     TO WS-CARD-USED-SWITCH(WS-CARD-COUNT)
004450             ELSE
004460                 ADD 1 TO WS-CARD-BAD-COUNT
004470                 DISPLAY 'WARNING - BAD APPROVAL CARD DROPPED: '
004480                         HAC-ACTION ' ' HAC-HOLD-ID ' '
004490                         HAC-OPERATOR-ID ' - ' WS-CARD-ERROR-TEXT
004500                 MOVE HAC-OPERATOR-ID TO AUD-OPERATOR-ID
004510                 PERFORM HMGR001-AUDIT-CARD
004520             END-IF
004530     END-READ.
004540*----------------------------------------------------------*
004550*  HMGR001-CARRIED-HOLD - READ ONE RECORD CARRIED FROM THE
004560*  PRIOR QUEUE GENERATION.  EVERY RECORD, OPEN OR CLOSED,
004570*  FEEDS THE HOLD-SEQUENCE HIGH-WATER MARK; ONLY PENDING
004580*  ITEMS ARE STILL ALIVE, AND EACH CARRY AGES ONE BY A RUN.
004590*----------------------------------------------------------*
004600 HMGR001-CARRIED-HOLD.
004610     READ CARRY-IN-FILE
004620         AT END
004630             MOVE 'Y' TO WS-CYIN-EOF-SWITCH
004640         NOT AT END
004650             IF HLD-HOLD-DATE = WS-RUN-DATE
004660                 AND HLD-HOLD-SEQ > WS-LAST-SEQ
004670                 MOVE HLD-HOLD-SEQ TO WS-LAST-SEQ
004680             END-IF
004690             IF HLD-DISP-PENDING
004700                 ADD 1 TO WS-CARRIED-IN-COUNT
004710                 ADD 1 TO HLD-AGE-RUNS
004720                 PERFORM HMGR001-WORK-HOLD
004730             END-IF
004740     END-READ.
004750*----------------------------------------------------------*
004760*  HMGR001-NEW-HOLD - READ ONE OF TODAY'S HOLDOUT RECORDS
004770*  AND PUT IT ON THE QUEUE UNDER A NEW HOLD ID.
004780*----------------------------------------------------------*
004790 HMGR001-NEW-HOLD.
004800     READ HOLD-IN-FILE
004810         AT END
004820             MOVE 'Y' TO WS-HOLDIN-EOF-SWITCH
004830         NOT AT END
004840             ADD 1 TO WS-NEW-HOLD-COUNT
004850             ADD 1 TO WS-LAST-SEQ
004860             MOVE SPACES         TO HOLD-RECORD
004870             MOVE HOLD-IN-RECORD TO HLD-TRAN-DETAIL
004880             MOVE WS-RUN-DATE    TO HLD-HOLD-DATE
004890             MOVE WS-LAST-SEQ    TO HLD-HOLD-SEQ
004900             MOVE ZERO           TO HLD-AGE-RUNS
004910             MOVE ZERO           TO HLD-FIRST-APPROVE-DATE
004920             MOVE 'P'            TO HLD-DISPOSITION
004930             PERFORM HMGR001-WORK-HOLD
004940     END-READ.
004950*----------------------------------------------------------*
004960*  HMGR001-WORK-HOLD - DECIDE ONE PENDING ITEM'S FATE FOR
004970*  THE DAY: ITS CARDS ARE APPLIED IN DECK ORDER UNTIL ONE
004980*  CLOSES IT; AN ITEM STILL PENDING PAST THE RETENTION
004990*  LIMIT EXPIRES; WHATEVER ITS STATE, IT IS WRITTEN TO THE
005000*  NEW GENERATION AND LISTED ON THE REPORT.
005010*----------------------------------------------------------*
005020 HMGR001-WORK-HOLD.
005030     PERFORM HMGR001-APPLY-CARD
005040         VARYING WS-CARD-SUB FROM 1 BY 1
005050         UNTIL WS-CARD-SUB > WS-CARD-COUNT
005060            OR NOT HLD-DISP-PENDING.
005070     IF HLD-DISP-PENDING
005080         AND HLD-AGE-RUNS > WS-RETENTION-DAYS
005090         PERFORM HMGR001-EXPIRE-HOLD
005100     END-IF.
005110     IF HLD-DISP-PENDING
005120         ADD 1 TO WS-PENDING-COUNT
005130         IF HLD-AMOUNT IS NUMERIC
005140             MOVE HLD-AMOUNT TO WS-AMOUNT-X
005150             ADD WS-AMOUNT-N TO WS-PENDING-AMOUNT
005160         END-IF
005170     END-IF.
005180     WRITE CARRY-OUT-RECORD FROM HOLD-RECORD.
005190     PERFORM HMGR001-REPORT-HOLD.
005200*----------------------------------------------------------*
005210*  HMGR001-APPLY-CARD - APPLY ONE UNSPENT CARD NAMING THE
005220*  ITEM IN HAND.  PERFORMED REPEATEDLY BY HMGR001-WORK-HOLD
005230*  UNTIL THE ITEM CLOSES OR THE DECK RUNS OUT.
005240*----------------------------------------------------------*
005250 HMGR001-APPLY-CARD.
005260     IF NOT WS-CARD-USED(WS-CARD-SUB)
005270         AND WS-CARD-HOLD-ID(WS-CARD-SUB) = HLD-HOLD-ID
005280         MOVE 'Y' TO WS-CARD-USED-SWITCH(WS-CARD-SUB)
005290         MOVE SPACES TO WS-CARD-ERROR-TEXT
005300         IF WS-CARD-REJECT(WS-CARD-SUB)
005310             PERFORM HMGR001-REJECT-HOLD
005320         ELSE
005330             PERFORM HMGR001-APPROVE-HOLD
005340         END-IF
005350         MOVE WS-CARD-OPERATOR(WS-CARD-SUB) TO AUD-OPERATOR-ID
005360         PERFORM HMGR001-AUDIT-CARD
005370     END-IF.
005380*----------------------------------------------------------*
005390*  HMGR001-APPROVE-HOLD - THE FIRST APPROVAL IS RECORDED ON
005400*  THE ITEM AND IT STAYS PENDING.  A SECOND APPROVAL FROM A
005410*  DIFFERENT OPERATOR RELEASES IT.  A SECOND APPROVAL FROM
005420*  THE SAME OPERATOR IS REFUSED WITH RC 8 - ONE PERSON
005430*  CANNOT BE BOTH PAIRS OF EYES.
005440*----------------------------------------------------------*
005450 HMGR001-APPROVE-HOLD.
005460     EVALUATE TRUE
005470         WHEN HLD-FIRST-APPROVER = SPACES
005480             MOVE WS-CARD-OPERATOR(WS-CARD-SUB)
005490                 TO HLD-FIRST-APPROVER
005500             MOVE WS-RUN-DATE TO HLD-FIRST-APPROVE-DATE
005510             ADD 1 TO WS-APPROVED-ONCE-COUNT
005520         WHEN HLD-FIRST-APPROVER = WS-CARD-OPERATOR(WS-CARD-SUB)
005530             MOVE 'SAME OPERATOR APPROVED TWICE'
005540                 TO WS-CARD-ERROR-TEXT
005550             ADD 1 TO WS-REFUSED-COUNT
005560             DISPLAY 'WARNING - SECOND APPROVAL REFUSED: HOLD '
005570                     HLD-HOLD-ID ' OPERATOR '
005580                     WS-CARD-OPERATOR(WS-CARD-SUB)
005590                     ' ALREADY APPROVED IT'
005600             IF WS-PROGRAM-RETURN-CODE < 8
005610                 MOVE 8 TO WS-PROGRAM-RETURN-CODE
005620             END-IF
005630         WHEN OTHER
005640             PERFORM HMGR001-RELEASE-HOLD
005650     END-EVALUATE.
005660*----------------------------------------------------------*
005670*  HMGR001-RELEASE-HOLD - DUAL CONTROL IS SATISFIED.  CLOSE
005680*  THE ITEM AS RELEASED AND SEND THE TRANSACTION BACK TO
005690*  THE NEXT VALIDATION PASS MARKED RELEASED, SO HELLO RUNS
005700*  EVERY OTHER EDIT AGAIN BUT DOES NOT HOLD IT A SECOND
005710*  TIME.  THE MESSAGE ID RIDES ALONG, SO A QUEUE-CHANNEL
005720*  ITEM STILL GETS ITS OUTCOME FROM POSTING.
005730*----------------------------------------------------------*
005740 HMGR001-RELEASE-HOLD.
005750     MOVE WS-CARD-OPERATOR(WS-CARD-SUB) TO HLD-CLOSED-BY.
005760     MOVE 'A' TO HLD-DISPOSITION.
005770     ADD 1 TO WS-RELEASED-COUNT.
005780     IF NOT WS-REL-HEADER-WRITTEN
005790         MOVE SPACES TO TRANS-CONTROL-RECORD
005800         MOVE 'HDR'  TO TCR-RECORD-ID
005810         MOVE ZERO   TO TCR-RECORD-COUNT
005820         MOVE ZERO   TO TCR-AMOUNT-HASH
005830         WRITE RELEASE-RECORD FROM TRANS-CONTROL-RECORD
005840         MOVE 'Y' TO WS-REL-HEADER-SWITCH
005850     END-IF.
005860     MOVE HLD-TRAN-DETAIL TO TRANS-RECORD.
005870     MOVE 'Y'             TO TRN-HOLD-RELEASE-FLAG.
005880     WRITE RELEASE-RECORD FROM TRANS-RECORD.
005890     ADD 1 TO WS-REL-COUNT.
005900     IF TRN-AMOUNT IS NUMERIC
005910         MOVE TRN-AMOUNT TO WS-AMOUNT-X
005920         ADD WS-AMOUNT-N TO WS-REL-AMOUNT-SUM
005930     END-IF.
005940*----------------------------------------------------------*
005950*  HMGR001-CLOSE-RELEASE - IF ANY ITEMS WERE RELEASED CLOSE
005960*  THEIR CONTROL GROUP WITH THE TRAILER TOTALS.
005970*----------------------------------------------------------*
005980 HMGR001-CLOSE-RELEASE.
005990     IF WS-REL-HEADER-WRITTEN
006000         MOVE SPACES            TO TRANS-CONTROL-RECORD
006010         MOVE 'TRL'             TO TCR-RECORD-ID
006020         MOVE WS-REL-COUNT      TO TCR-RECORD-COUNT
006030         MOVE WS-REL-AMOUNT-SUM TO TCR-AMOUNT-HASH
006040         WRITE RELEASE-RECORD FROM TRANS-CONTROL-RECORD
006050     END-IF.
006060*----------------------------------------------------------*
006070*  HMGR001-REJECT-HOLD - ONE OPERATOR'S REJECT CARD CLOSES
006080*  THE ITEM - STOPPING A PAYMENT NEEDS NO SECOND OPINION.
006090*----------------------------------------------------------*
006100 HMGR001-REJECT-HOLD.
006110     MOVE WS-CARD-OPERATOR(WS-CARD-SUB) TO HLD-CLOSED-BY.
006120     MOVE 'J' TO HLD-DISPOSITION.
006130     ADD 1 TO WS-REJECTED-COUNT.
006140     DISPLAY 'HOLD REJECTED: ' HLD-HOLD-ID ' ACCT '
006150             HLD-ACCOUNT-NUMBER ' BY ' HLD-CLOSED-BY.
006160     PERFORM HMGR001-CLOSE-TO-AUDIT.
006170*----------------------------------------------------------*
006180*  HMGR001-EXPIRE-HOLD - NOBODY DECIDED IN TIME.  CLOSE THE
006190*  ITEM AS EXPIRED - IT IS NOT RELEASED BY DEFAULT.
006200*----------------------------------------------------------*
006210 HMGR001-EXPIRE-HOLD.
006220     MOVE WS-JOB-NAME TO HLD-CLOSED-BY.
006230     MOVE 'E' TO HLD-DISPOSITION.
006240     ADD 1 TO WS-EXPIRED-COUNT.
006250     DISPLAY 'HOLD EXPIRED: ' HLD-HOLD-ID ' ACCT '
006260             HLD-ACCOUNT-NUMBER ' HELD ' HLD-HOLD-DATE.
006270     PERFORM HMGR001-CLOSE-TO-AUDIT.
006280*----------------------------------------------------------*
006290*  HMGR001-CLOSE-TO-AUDIT - PUT A REJECTED OR EXPIRED
006300*  ITEM'S FINAL DISPOSITION ON THE AUDIT TRAIL SO THE
006310*  MONEY'S END STATE IS ON RECORD, AND TELL A QUEUE-CHANNEL
006320*  ITEM'S PUBLISHER IT WILL NEVER POST.
006330*----------------------------------------------------------*
006340 HMGR001-CLOSE-TO-AUDIT.
006350     MOVE HLD-CLOSED-BY TO AUD-OPERATOR-ID.
006360     MOVE 'HOLDMGR'     TO AUD-STEP-NAME.
006370     MOVE 'E'           TO AUD-EVENT-TYPE.
006380     MOVE 'R'           TO AUD-EVENT-SOURCE.
006390     MOVE 'F'           TO AUD-OUTCOME-CODE.
006400     MOVE ZERO          TO AUD-RETURN-CODE.
006410     MOVE ZERO          TO AUD-ELAPSED-TIME.
006420     PERFORM HMGR001-WRITE-AUDIT.
006430     IF HLD-MESSAGE-ID NOT = SPACES
006440         MOVE WS-OUTCOME-QUEUE TO RMQ-QUEUE-NAME
006450         MOVE 'TRAN-NAK'       TO RMQ-EVENT-TYPE
006460         MOVE SPACES           TO RMQ-REASON-TEXT
006470         IF HLD-DISP-REJECTED
006480             STRING HLD-MESSAGE-ID       DELIMITED BY SIZE
006490                    ' LARGE-VALUE HOLD REJECTED BY '
006500                                         DELIMITED BY SIZE
006510                    HLD-CLOSED-BY        DELIMITED BY SIZE
006520                    INTO RMQ-REASON-TEXT
006530         ELSE
006540             STRING HLD-MESSAGE-ID       DELIMITED BY SIZE
006550                    ' LARGE-VALUE HOLD EXPIRED UNAPPROVED'
006560                                         DELIMITED BY SIZE
006570                    INTO RMQ-REASON-TEXT
006580         END-IF
006590         PERFORM HMGR001-PUBLISH-EVENT
006600     END-IF.
006610*----------------------------------------------------------*
006620*  HMGR001-UNSPENT-CARD - A CARD STILL UNSPENT AFTER THE
006630*  WHOLE QUEUE HAS BEEN WORKED NAMED NO PENDING ITEM (A
006640*  MISKEYED ID, OR AN ITEM ALREADY CLOSED).  REFUSE IT WITH
006650*  RC 8 AND A FAILED AUDIT RECORD.
006660*----------------------------------------------------------*
006670 HMGR001-UNSPENT-CARD.
006680     IF NOT WS-CARD-USED(WS-CARD-SUB)
006690         MOVE 'NO PENDING HOLD WITH THIS ID'
006700             TO WS-CARD-ERROR-TEXT
006710         ADD 1 TO WS-REFUSED-COUNT
006720         DISPLAY 'WARNING - APPROVAL CARD REFUSED: '
006730                 WS-CARD-ACTION(WS-CARD-SUB) ' '
006740                 WS-CARD-HOLD-ID(WS-CARD-SUB) ' '
006750                 WS-CARD-OPERATOR(WS-CARD-SUB) ' - '
006760                 WS-CARD-ERROR-TEXT
006770         MOVE WS-CARD-OPERATOR(WS-CARD-SUB) TO AUD-OPERATOR-ID
006780         PERFORM HMGR001-AUDIT-CARD
006790     END-IF.
006800*----------------------------------------------------------*
006810*  HMGR001-AUDIT-CARD - ONE WHO-DECIDED-WHAT RECORD PER
006820*  CARD, AS DSPMAINT DOES FOR ITS MAINTENANCE CARDS.  THE
006830*  CALLER HAS SET THE CARD'S OPERATOR ID; A REFUSED OR
006840*  DROPPED CARD IS ON THE TRAIL AS A FAILURE WITH RC 8.
006850*----------------------------------------------------------*
006860 HMGR001-AUDIT-CARD.
006870     MOVE 'HOLDQ' TO AUD-STEP-NAME.
006880     MOVE 'E'     TO AUD-EVENT-TYPE.
006890     MOVE 'M'     TO AUD-EVENT-SOURCE.
006900     IF WS-CARD-ERROR-TEXT = SPACES
006910         MOVE 'S'  TO AUD-OUTCOME-CODE
006920         MOVE ZERO TO AUD-RETURN-CODE
006930     ELSE
006940         MOVE 'F'  TO AUD-OUTCOME-CODE
006950         MOVE 8    TO AUD-RETURN-CODE
006960         IF WS-PROGRAM-RETURN-CODE < 8
006970             MOVE 8 TO WS-PROGRAM-RETURN-CODE
006980         END-IF
006990     END-IF.
007000     MOVE ZERO TO AUD-ELAPSED-TIME.
007010     PERFORM HMGR001-WRITE-AUDIT.
007020*----------------------------------------------------------*
007030*  HMGR001-REPORT-HOLD - ONE HELD-ITEMS REPORT LINE FOR THE
007040*  ITEM IN HAND: STILL PENDING (AND WHETHER IT HAS ITS
007050*  FIRST APPROVAL) OR HOW IT CLOSED THIS RUN.
007060*----------------------------------------------------------*
007070 HMGR001-REPORT-HOLD.
007080     MOVE HLD-HOLD-ID          TO WDL-HOLD-ID.
007090     MOVE HLD-ACCOUNT-NUMBER   TO WDL-ACCOUNT.
007100     MOVE HLD-TRANSACTION-CODE TO WDL-TRAN-CODE.
007110     MOVE ZERO                 TO WDL-AMOUNT.
007120     IF HLD-AMOUNT IS NUMERIC
007130         MOVE HLD-AMOUNT  TO WS-AMOUNT-X
007140         MOVE WS-AMOUNT-N TO WDL-AMOUNT
007150     END-IF.
007160     MOVE HLD-EFFECTIVE-DATE   TO WDL-EFF-DATE.
007170     MOVE HLD-AGE-RUNS         TO WDL-AGE.
007180     MOVE SPACES               TO WDL-STATUS.
007190     EVALUATE TRUE
007200         WHEN HLD-DISP-RELEASED
007210             STRING 'RELEASED BY '      DELIMITED BY SIZE
007220                    HLD-CLOSED-BY       DELIMITED BY SIZE
007230                    INTO WDL-STATUS
007240         WHEN HLD-DISP-REJECTED
007250             STRING 'REJECTED BY '      DELIMITED BY SIZE
007260                    HLD-CLOSED-BY       DELIMITED BY SIZE
007270                    INTO WDL-STATUS
007280         WHEN HLD-DISP-EXPIRED
007290             MOVE 'EXPIRED'             TO WDL-STATUS
007300         WHEN HLD-FIRST-APPROVER NOT = SPACES
007310             STRING '1ST OK '           DELIMITED BY SIZE
007320                    HLD-FIRST-APPROVER  DELIMITED BY SIZE
007330                    INTO WDL-STATUS
007340         WHEN OTHER
007350             MOVE 'AWAITING APPROVAL'   TO WDL-STATUS
007360     END-EVALUATE.
007370     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
007380*----------------------------------------------------------*
007390*  HMGR001-REPORT-TOTALS - THE SUMMARY BLOCK UNDER THE ITEM
007400*  LISTING.
007410*----------------------------------------------------------*
007420 HMGR001-REPORT-TOTALS.
007430     MOVE SPACES TO REPORT-LINE.
007440     WRITE REPORT-LINE.
007450     MOVE 'RUN SUMMARY' TO WS-SECTION-LINE.
007460     WRITE REPORT-LINE FROM WS-SECTION-LINE.
007470     MOVE 'NEW HOLDS TODAY.........' TO WCL-LABEL.
007480     MOVE WS-NEW-HOLD-COUNT          TO WCL-COUNT.
007490     WRITE REPORT-LINE FROM WS-COUNT-LINE.
007500     MOVE 'CARRIED IN..............' TO WCL-LABEL.
007510     MOVE WS-CARRIED-IN-COUNT        TO WCL-COUNT.
007520     WRITE REPORT-LINE FROM WS-COUNT-LINE.
007530     MOVE 'FIRST APPROVALS.........' TO WCL-LABEL.
007540     MOVE WS-APPROVED-ONCE-COUNT     TO WCL-COUNT.
007550     WRITE REPORT-LINE FROM WS-COUNT-LINE.
007560     MOVE 'RELEASED................' TO WCL-LABEL.
007570     MOVE WS-RELEASED-COUNT          TO WCL-COUNT.
007580     WRITE REPORT-LINE FROM WS-COUNT-LINE.
007590     MOVE 'REJECTED................' TO WCL-LABEL.
007600     MOVE WS-REJECTED-COUNT          TO WCL-COUNT.
007610     WRITE REPORT-LINE FROM WS-COUNT-LINE.
007620     MOVE 'EXPIRED.................' TO WCL-LABEL.
007630     MOVE WS-EXPIRED-COUNT           TO WCL-COUNT.
007640     WRITE REPORT-LINE FROM WS-COUNT-LINE.
007650     MOVE 'CARDS REFUSED/DROPPED...' TO WCL-LABEL.
007660     COMPUTE WCL-COUNT = WS-REFUSED-COUNT + WS-CARD-BAD-COUNT.
007670     WRITE REPORT-LINE FROM WS-COUNT-LINE.
007680     MOVE 'STILL PENDING...........' TO WCL-LABEL.
007690     MOVE WS-PENDING-COUNT           TO WCL-COUNT.
007700     WRITE REPORT-LINE FROM WS-COUNT-LINE.
007710     MOVE 'PENDING AMOUNT..........' TO WAL-LABEL.
007720     MOVE WS-PENDING-AMOUNT          TO WAL-AMOUNT.
007730     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
007740*----------------------------------------------------------*
007750*  HMGR001-PUBLISH-EVENT - PUBLISH ONE MESSAGE VIA THE
007760*  RMQPUB01 BRIDGE, SAME CALL SHAPE AS HELLO USES.
007770*----------------------------------------------------------*
007780 HMGR001-PUBLISH-EVENT.
007790     MOVE WS-JOB-NAME TO RMQ-JOB-NAME.
007800     MOVE WS-JOB-NAME TO RMQ-JOB-ID.
007810     ACCEPT RMQ-EVENT-DATE FROM DATE YYYYMMDD.
007820     ACCEPT RMQ-EVENT-TIME FROM TIME.
007830     MOVE WS-PROGRAM-RETURN-CODE TO RMQ-RETURN-CODE.
007840     CALL 'RMQPUB01' USING RMQ-MESSAGE-AREA RMQ-STATUS-CODE.
007850     IF NOT RMQ-PUBLISH-OK
007860         PERFORM HMGR001-WRITE-OUTBOX
007870     END-IF.
007880*----------------------------------------------------------*
007890*  HMGR001-WRITE-OUTBOX - RMQPUB01 REFUSED THE MESSAGE IN
007900*  HAND.  PARK THE WHOLE MESSAGE AREA AND THE BRIDGE STATUS
007910*  ON THE RMQOUTB OUTBOX (SEE RMQIF03) FOR RMQRPLY TO RESEND
007920*  ONCE THE BROKER IS BACK, AND AUDIT THE MISS (SOURCE Q,
007930*  BRIDGE STATUS AS THE RETURN CODE).  A BROKER
007940*  OUTAGE NEVER FAILS THE JOB; AN OUTBOX THAT CANNOT BE
007950*  OPENED LOSES THE EVENT, SO IT IS SHOUTED ON SYSOUT.
007960*----------------------------------------------------------*
007970 HMGR001-WRITE-OUTBOX.
007980     MOVE SPACES          TO RMQ-OUTBOX-RECORD.
007990     ACCEPT RMQO-WRITTEN-DATE FROM DATE YYYYMMDD.
008000     ACCEPT RMQO-WRITTEN-TIME FROM TIME.
008010     MOVE WS-JOB-NAME      TO RMQO-SOURCE-JOB.
008020     MOVE RMQ-STATUS-CODE  TO RMQO-FAIL-STATUS.
008030     MOVE ZERO             TO RMQO-REPLAY-COUNT.
008040     MOVE RMQ-MESSAGE-AREA TO RMQO-MESSAGE-AREA.
008050     OPEN EXTEND OUTBOX-FILE.
008060     IF NOT WS-OUTBOX-OK AND WS-OUTBOX-NOT-FOUND
008070         OPEN OUTPUT OUTBOX-FILE
008080     END-IF.
008090     IF WS-OUTBOX-OK
008100         WRITE RMQ-OUTBOX-RECORD
008110         CLOSE OUTBOX-FILE
008120         ADD 1 TO WS-OUTBOX-COUNT
008130     ELSE
008140         DISPLAY 'ERROR - RMQOUTB OPEN FAILED, STATUS='
008150                 WS-OUTBOX-STATUS ' - ' RMQ-EVENT-TYPE
008160                 ' EVENT LOST'
008170     END-IF.
008180     MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
008190     MOVE WS-JOB-NAME     TO AUD-STEP-NAME.
008200     MOVE 'E'             TO AUD-EVENT-TYPE.
008210     MOVE 'Q'             TO AUD-EVENT-SOURCE.
008220     MOVE 'F'             TO AUD-OUTCOME-CODE.
008230     MOVE RMQ-STATUS-CODE TO AUD-RETURN-CODE.
008240     MOVE ZERO            TO AUD-ELAPSED-TIME.
008250     PERFORM HMGR001-WRITE-AUDIT.
008260*----------------------------------------------------------*
008270*  HMGR001-WRITE-AUDIT - APPEND ONE RECORD TO AUDIT-FILE,
008280*  SAME OPEN EXTEND / STATUS-35-FALLBACK RULE AS HELLO'S
008290*  HELL001-WRITE-AUDIT.  THE CALLER HAS ALREADY SET THE
008300*  OPERATOR ID (CARD EVENTS CARRY THE CARD'S OPERATOR).
008310*----------------------------------------------------------*
008320 HMGR001-WRITE-AUDIT.
008330     MOVE WS-JOB-NAME TO AUD-JOB-ID.
008340     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
008350     ACCEPT AUD-RUN-TIME FROM TIME.
008360     OPEN EXTEND AUDIT-FILE.
008370     IF NOT WS-AUDIT-OK AND WS-AUDIT-NOT-FOUND
008380         OPEN OUTPUT AUDIT-FILE
008390     END-IF.
008400     IF WS-AUDIT-OK
008410         WRITE AUDIT-RECORD
008420         CLOSE AUDIT-FILE
008430     ELSE
008440         DISPLAY 'ERROR - AUDIT-FILE OPEN FAILED, STATUS='
008450                 WS-AUDIT-STATUS ' - JOB WILL BE FLAGGED '
008460                 'AS FAILED'
008470         MOVE 16 TO WS-PROGRAM-RETURN-CODE
008480     END-IF.
008490*----------------------------------------------------------*
008500*  HMGR001-TERMINATE - RUN TOTALS, JOB-END AUDIT EVENT AND
008510*  PROGRAM EXIT.
008520*----------------------------------------------------------*
008530 HMGR001-TERMINATE.
008540     CLOSE HOLD-IN-FILE.
008550     CLOSE CARRY-IN-FILE.
008560     CLOSE CARRY-OUT-FILE.
008570     CLOSE RELEASE-FILE.
008580     CLOSE REPORT-FILE.
008590     DISPLAY 'HOLDMGR RUN TOTALS'.
008600     DISPLAY '  NEW HOLDS IN.........: ' WS-NEW-HOLD-COUNT.
008610     DISPLAY '  CARRIED IN...........: ' WS-CARRIED-IN-COUNT.
008620     DISPLAY '  FIRST APPROVALS......: ' WS-APPROVED-ONCE-COUNT.
008630     DISPLAY '  RELEASED.............: ' WS-RELEASED-COUNT.
008640     DISPLAY '  REJECTED.............: ' WS-REJECTED-COUNT.
008650     DISPLAY '  EXPIRED..............: ' WS-EXPIRED-COUNT.
008660     DISPLAY '  STILL PENDING........: ' WS-PENDING-COUNT.
008670     DISPLAY '  CARDS REFUSED........: ' WS-REFUSED-COUNT.
008680     DISPLAY '  BAD CARDS DROPPED....: ' WS-CARD-BAD-COUNT.
008690     IF WS-OUTBOX-COUNT > ZERO
008700         DISPLAY 'WARNING - ' WS-OUTBOX-COUNT ' QUEUE EVENT(S) '
008710                 'PARKED ON RMQOUTB - RUN RMQRPLYJ ONCE THE '
008720                 'BROKER IS BACK'
008730     END-IF.
008740     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
008750     MOVE 'HOLDMGR'  TO AUD-STEP-NAME.
008760     MOVE 'E'        TO AUD-EVENT-TYPE.
008770     MOVE 'J'        TO AUD-EVENT-SOURCE.
008780     MOVE WS-PROGRAM-RETURN-CODE TO AUD-RETURN-CODE.
008790     MOVE ZERO       TO AUD-ELAPSED-TIME.
008800     IF WS-PROGRAM-RETURN-CODE = ZERO OR 8
008810         MOVE 'S' TO AUD-OUTCOME-CODE
008820     ELSE
008830         MOVE 'F' TO AUD-OUTCOME-CODE
008840     END-IF.
008850     PERFORM HMGR001-WRITE-AUDIT.
008860     DISPLAY 'TERMINATING PROGRAM'.
008870     MOVE WS-PROGRAM-RETURN-CODE TO RETURN-CODE.
