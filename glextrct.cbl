000100*----------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     GLEXTRCT.
000130 AUTHOR.         BATCH-SYSTEMS-GROUP.
000140 INSTALLATION.   ACME FINANCIAL SERVICES INC.
000150 DATE-WRITTEN.   2026-09-29.
000160 DATE-COMPILED.
000170*----------------------------------------------------------*
000180*  MODIFICATION HISTORY
000190*  ------------------------------------------------------
000200*  2026-09-29  JCV  ORIGINAL VERSION - DAILY GENERAL-LEDGER
000210*                   JOURNAL EXTRACT, REPLACING THE HAND RE-KEY
000220*                   OF THE RECONRPT PAGE INTO THE LEDGER.  FOR
000230*                   ONE RUN DATE THE TRANHIST MOVEMENTS (POSTED
000240*                   AND REVERSED) AND THE TRANSUS SUSPENSE
000250*                   ITEMS ARE SUMMARISED BY TRANSACTION CODE,
000260*                   EACH CODE MAPPED TO ITS DEBIT AND CREDIT
000270*                   GL ACCOUNTS THROUGH THE GLMAP TABLE (SEE
000280*                   GLMPREC1), AND WRITTEN TO GLJRNL AS A
000290*                   BALANCED JOURNAL WITH A TRAILER CARRYING
000300*                   THE RUN DATE AND THE POSTTOT TOTALS (SEE
000310*                   GLJRREC1).  THE WHOLE JOURNAL IS BUILT
000320*                   AND PROVED IN STORAGE FIRST: A CODE WITH
000330*                   NO MAPPING, DEBITS NOT EQUAL TO CREDITS,
000340*                   OR MOVEMENTS THAT DO NOT TIE TO THE
000350*                   POSTING RUN'S POSTTOT TOTALS STOP THE
000360*                   EXTRACT WITH AN AUDIT RECORD AND RC 16
000370*                   BEFORE A SINGLE JOURNAL LINE IS WRITTEN.
000380*----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL HISTORY-FILE
000430                                ASSIGN TO TRANHIST
000440                                ORGANIZATION IS SEQUENTIAL
000450                                FILE STATUS IS WS-HIST-STATUS.
000460     SELECT OPTIONAL SUSPENSE-FILE
000470                                ASSIGN TO TRANSUS
000480                                ORGANIZATION IS SEQUENTIAL
000490                                FILE STATUS IS WS-SUSP-STATUS.
000500     SELECT OPTIONAL TOTALS-FILE
000510                                ASSIGN TO POSTTOT
000520                                ORGANIZATION IS SEQUENTIAL
000530                                FILE STATUS IS WS-PTOT-STATUS.
000540     SELECT OPTIONAL GLMAP-FILE
000550                                ASSIGN TO GLMAP
000560                                ORGANIZATION IS SEQUENTIAL
000570                                FILE STATUS IS WS-GLMAP-STATUS.
000580     SELECT JOURNAL-FILE       ASSIGN TO GLJRNL
000590                                ORGANIZATION IS SEQUENTIAL
000600                                FILE STATUS IS WS-JRNL-STATUS.
000610     SELECT REPORT-FILE        ASSIGN TO GLRPT
000620                                ORGANIZATION IS SEQUENTIAL
000630                                FILE STATUS IS WS-REPORT-STATUS.
000640     SELECT AUDIT-FILE         ASSIGN TO AUDITF
000650                                ORGANIZATION IS SEQUENTIAL
000660                                FILE STATUS IS WS-AUDIT-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  HISTORY-FILE
000700     RECORDING MODE IS F.
000710 COPY PHSTREC1.
000720 FD  SUSPENSE-FILE
000730     RECORDING MODE IS F.
000740 COPY REJCREC1.
000750 FD  TOTALS-FILE
000760     RECORDING MODE IS F.
000770 COPY PTOTREC1.
000780 FD  GLMAP-FILE
000790     RECORDING MODE IS F.
000800 COPY GLMPREC1.
000810 FD  JOURNAL-FILE
000820     RECORDING MODE IS F.
000830 COPY GLJRREC1.
000840 FD  REPORT-FILE
000850     RECORDING MODE IS F.
000860 01  REPORT-LINE                     PIC X(80).
000870 FD  AUDIT-FILE
000880     RECORDING MODE IS F.
000890 COPY AUDTREC1.
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------*
000920*  JOB IDENTIFICATION AND RETURN-CODE TRACKING
000930*----------------------------------------------------------*
000940 01  WS-JOB-NAME                     PIC X(08) VALUE 'GLEXTRCT'.
000950 01  WS-OPERATOR-ID                  PIC X(08) VALUE 'BATCH'.
000960 01  WS-PROGRAM-RETURN-CODE          PIC S9(04) COMP VALUE ZERO.
000970 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
000980*----------------------------------------------------------*
000990*  FILE STATUS AND END-OF-FILE CONTROL
001000*----------------------------------------------------------*
001010 01  WS-HIST-STATUS                  PIC X(02) VALUE '00'.
001020     88  WS-HIST-OK                  VALUE '00'.
001030     88  WS-HIST-NOT-FOUND           VALUE '35'.
001040 01  WS-SUSP-STATUS                  PIC X(02) VALUE '00'.
001050     88  WS-SUSP-OK                  VALUE '00'.
001060     88  WS-SUSP-NOT-FOUND           VALUE '35'.
001070 01  WS-PTOT-STATUS                  PIC X(02) VALUE '00'.
001080     88  WS-PTOT-OK                  VALUE '00'.
001090     88  WS-PTOT-NOT-FOUND           VALUE '35'.
001100 01  WS-GLMAP-STATUS                 PIC X(02) VALUE '00'.
001110     88  WS-GLMAP-OK                 VALUE '00'.
001120     88  WS-GLMAP-NOT-FOUND          VALUE '35'.
001130 01  WS-JRNL-STATUS                  PIC X(02) VALUE '00'.
001140     88  WS-JRNL-OK                  VALUE '00'.
001150 01  WS-REPORT-STATUS                PIC X(02) VALUE '00'.
001160     88  WS-REPORT-OK                VALUE '00'.
001170 01  WS-AUDIT-STATUS                 PIC X(02) VALUE '00'.
001180     88  WS-AUDIT-OK                 VALUE '00'.
001190     88  WS-AUDIT-NOT-FOUND          VALUE '35'.
001200 01  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001210     88  WS-EOF                      VALUE 'Y'.
001220 01  WS-ERROR-DD-NAME                PIC X(08) VALUE SPACES.
001230 01  WS-ERROR-DD-STATUS              PIC X(02) VALUE SPACES.
001240*----------------------------------------------------------*
001250*  THE GL MAPPING TABLE, LOADED FROM GLMAP.  THE CATCH-ALL
001260*  SUSPENSE MAPPING IS THE RECORD WITH CODE '****'.
001270*----------------------------------------------------------*
001280 COPY GLMPTBL1.
001290 01  WS-GLM-SUB                      PIC 9(03) COMP VALUE ZERO.
001300 01  WS-GLM-FOUND-SUB                PIC 9(03) COMP VALUE ZERO.
001310 01  WS-GLM-LOOKUP-CODE              PIC X(04) VALUE SPACES.
001320 01  WS-GLM-CATCH-ALL-CODE           PIC X(04) VALUE '****'.
001330 01  WS-GLMAP-EOF-SWITCH             PIC X(01) VALUE 'N'.
001340     88  WS-GLMAP-EOF-REACHED        VALUE 'Y'.
001350*----------------------------------------------------------*
001360*  THE JOURNAL SUMMARY - ONE ENTRY PER TRANSACTION CODE AND
001370*  SOURCE (P POSTED, R REVERSAL ON THE ORIGINAL'S CODE, S
001380*  SUSPENSE) SEEN ON THE RUN DATE, WITH THE GL ACCOUNTS THE
001390*  MAPPING RESOLVES IT TO.  EACH ENTRY BECOMES ONE DEBIT
001400*  LINE AND ONE CREDIT LINE ON THE JOURNAL.
001410*----------------------------------------------------------*
001420 01  WS-SUM-COUNT                    PIC 9(03) COMP VALUE ZERO.
001430 01  WS-SUM-SUB                      PIC 9(03) COMP VALUE ZERO.
001440 01  WS-SUM-FOUND-SUB                PIC 9(03) COMP VALUE ZERO.
001450 01  WS-SUM-TABLE.
001460     05  WS-SUM-ENTRY OCCURS 1 TO 300 TIMES
001470                 DEPENDING ON WS-SUM-COUNT.
001480         10  WS-SUM-TRAN-CODE        PIC X(04).
001490         10  WS-SUM-SOURCE           PIC X(01).
001500             88  WS-SUM-POSTED       VALUE 'P'.
001510             88  WS-SUM-REVERSAL     VALUE 'R'.
001520             88  WS-SUM-SUSPENSE     VALUE 'S'.
001530         10  WS-SUM-ITEM-COUNT       PIC 9(07) COMP.
001540         10  WS-SUM-AMOUNT           PIC S9(13)V99 COMP-3.
001550         10  WS-SUM-DEBIT-ACCOUNT    PIC X(12).
001560         10  WS-SUM-CREDIT-ACCOUNT   PIC X(12).
001570 01  WS-KEY-TRAN-CODE                PIC X(04) VALUE SPACES.
001580 01  WS-KEY-SOURCE                   PIC X(01) VALUE SPACES.
001590 01  WS-KEY-AMOUNT                   PIC S9(13)V99 COMP-3
001600                                     VALUE ZERO.
001610*----------------------------------------------------------*
001620*  STOP CONTROL - ANY REASON THE JOURNAL CANNOT GO TO
001630*  FINANCE WHOLE.  THE FIRST REASON FOUND NAMES THE AUDIT
001640*  RECORD; EVERY UNMAPPED CODE IS STILL LISTED ON THE
001650*  REPORT SO ONE RERUN FIXES THEM ALL.
001660*----------------------------------------------------------*
001670 01  WS-STOP-SWITCH                  PIC X(01) VALUE 'N'.
001680     88  WS-EXTRACT-STOPPED          VALUE 'Y'.
001690 01  WS-STOP-STEP-NAME               PIC X(08) VALUE SPACES.
001700 01  WS-STOP-REASON                  PIC X(40) VALUE SPACES.
001710 01  WS-UNMAPPED-COUNT               PIC 9(05) COMP VALUE ZERO.
001720*----------------------------------------------------------*
001730*  RUN-DATE TOTALS FROM EACH SOURCE, AND THE POSTING RUN'S
001740*  OWN TOTALS FROM POSTTOT THEY MUST TIE TO
001750*----------------------------------------------------------*
001760 01  WS-HIST-CREDIT-TOTAL            PIC S9(13)V99 COMP-3
001770                                     VALUE ZERO.
001780 01  WS-HIST-DEBIT-TOTAL             PIC S9(13)V99 COMP-3
001790                                     VALUE ZERO.
001800 01  WS-HIST-REV-CREDIT-TOTAL        PIC S9(13)V99 COMP-3
001810                                     VALUE ZERO.
001820 01  WS-HIST-REV-DEBIT-TOTAL         PIC S9(13)V99 COMP-3
001830                                     VALUE ZERO.
001840 01  WS-SUSP-AMOUNT-TOTAL            PIC S9(13)V99 COMP-3
001850                                     VALUE ZERO.
001860 01  WS-HIST-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
001870 01  WS-HIST-DAY-COUNT               PIC 9(07) COMP VALUE ZERO.
001880 01  WS-SUSP-DAY-COUNT               PIC 9(07) COMP VALUE ZERO.
001890 01  WS-PTOT-FOUND-SWITCH            PIC X(01) VALUE 'N'.
001900     88  WS-PTOT-FOUND               VALUE 'Y'.
001910 01  WS-POSTTOT-SAVE.
001920     05  WS-PTT-POSTED-COUNT         PIC 9(07) VALUE ZERO.
001930     05  WS-PTT-SUSP-COUNT           PIC 9(07) VALUE ZERO.
001940     05  WS-PTT-CREDIT-TOTAL         PIC S9(11)V99 VALUE ZERO.
001950     05  WS-PTT-DEBIT-TOTAL          PIC S9(11)V99 VALUE ZERO.
001960     05  WS-PTT-SUSP-AMOUNT          PIC S9(11)V99 VALUE ZERO.
001970     05  WS-PTT-REV-CREDIT-TOTAL     PIC S9(11)V99 VALUE ZERO.
001980     05  WS-PTT-REV-DEBIT-TOTAL      PIC S9(11)V99 VALUE ZERO.
001990 01  WS-JRNL-DEBIT-TOTAL             PIC S9(13)V99 COMP-3
002000                                     VALUE ZERO.
002010 01  WS-JRNL-CREDIT-TOTAL            PIC S9(13)V99 COMP-3
002020                                     VALUE ZERO.
002030 01  WS-JRNL-LINE-COUNT              PIC 9(05) VALUE ZERO.
002040 01  WS-AMOUNT-X                     PIC X(11) VALUE ZEROS.
002050 01  WS-AMOUNT-N REDEFINES WS-AMOUNT-X
002060                                     PIC 9(09)V99.
002070*----------------------------------------------------------*
002080*  JOURNAL REGISTER HEADING, DETAIL AND TOTAL LINES
002090*----------------------------------------------------------*
002100 01  WS-HEADING-1.
002110     05  FILLER                      PIC X(20) VALUE
002120         'GLEXTRCT - DAILY GEN'.
002130     05  FILLER                      PIC X(40) VALUE
002140         'ERAL-LEDGER JOURNAL EXTRACT'.
002150     05  FILLER                      PIC X(20) VALUE SPACES.
002160 01  WS-HEADING-2.
002170     05  FILLER                      PIC X(10) VALUE 'RUN DATE:'.
002180     05  WH2-RUN-DATE                PIC 9(08).
002190     05  FILLER                      PIC X(62) VALUE SPACES.
002200 01  WS-HEADING-3.
002210     05  FILLER                      PIC X(20) VALUE
002220         'CODE SRC     ITEMS  '.
002230     05  FILLER                      PIC X(26) VALUE
002240         'DEBIT GL     CREDIT GL'.
002250     05  FILLER                      PIC X(34) VALUE
002260         '            AMOUNT'.
002270 01  WS-DETAIL-LINE.
002280     05  WDL-TRAN-CODE               PIC X(04).
002290     05  FILLER                      PIC X(02) VALUE SPACES.
002300     05  WDL-SOURCE                  PIC X(01).
002310     05  FILLER                      PIC X(02) VALUE SPACES.
002320     05  WDL-ITEM-COUNT              PIC ZZZ,ZZ9.
002330     05  FILLER                      PIC X(02) VALUE SPACES.
002340     05  WDL-DEBIT-ACCOUNT           PIC X(12).
002350     05  FILLER                      PIC X(01) VALUE SPACES.
002360     05  WDL-CREDIT-ACCOUNT          PIC X(12).
002370     05  FILLER                      PIC X(01) VALUE SPACES.
002380     05  WDL-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002390     05  FILLER                      PIC X(01) VALUE SPACES.
002400     05  WDL-FLAG                    PIC X(10).
002410     05  FILLER                      PIC X(07) VALUE SPACES.
002420 01  WS-SECTION-LINE                 PIC X(80) VALUE SPACES.
002430 01  WS-AMOUNT-LINE.
002440     05  FILLER                      PIC X(02) VALUE SPACES.
002450     05  WAL-LABEL                   PIC X(28).
002460     05  WAL-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002470     05  FILLER                      PIC X(02) VALUE SPACES.
002480     05  WAL-OTHER                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002490     05  FILLER                      PIC X(06) VALUE SPACES.
002500 LINKAGE SECTION.
002510 01  LK-PARM-AREA.
002520     05  LK-PARM-LENGTH              PIC S9(04) COMP.
002530     05  LK-PARM-TEXT                PIC X(20).
002540 PROCEDURE DIVISION USING LK-PARM-AREA.
002550*----------------------------------------------------------*
002560*  GLEX001-MAINLINE - PROGRAM ENTRY POINT.  EVERYTHING IS
002570*  SUMMED AND PROVED BEFORE GLJRNL IS EVEN OPENED, SO A
002580*  STOPPED RUN LEAVES NO JOURNAL LINE BEHIND.
002590*----------------------------------------------------------*
002600 GLEX001-MAINLINE.
002610     PERFORM GLEX001-GET-RUN-DATE.
002620     PERFORM GLEX001-INITIALIZE.
002630     IF WS-PROGRAM-RETURN-CODE < 16
002640         PERFORM GLEX001-LOAD-GLMAP
002650     END-IF.
002660     IF WS-PROGRAM-RETURN-CODE < 16
002670         PERFORM GLEX001-SUM-HISTORY
002680     END-IF.
002690     IF WS-PROGRAM-RETURN-CODE < 16
002700         PERFORM GLEX001-SUM-SUSPENSE
002710     END-IF.
002720     IF WS-PROGRAM-RETURN-CODE < 16
002730         PERFORM GLEX001-READ-TOTALS
002740     END-IF.
002750     IF WS-PROGRAM-RETURN-CODE < 16
002760         PERFORM GLEX001-MAP-ENTRY
002770             VARYING WS-SUM-SUB FROM 1 BY 1
002780             UNTIL WS-SUM-SUB > WS-SUM-COUNT
002790         PERFORM GLEX001-PROVE-JOURNAL
002800         IF WS-EXTRACT-STOPPED
002810             PERFORM GLEX001-STOP-EXTRACT
002820         ELSE
002830             PERFORM GLEX001-WRITE-JOURNAL
002840         END-IF
002850         PERFORM GLEX001-REPORT-TOTALS
002860     END-IF.
002870     PERFORM GLEX001-TERMINATE.
002880     STOP RUN.
002890*----------------------------------------------------------*
002900*  GLEX001-GET-RUN-DATE - DECODE THE EXEC JCL PARM.  AN
002910*  EIGHT-DIGIT DATE EXTRACTS THAT DAY (A CATCH-UP AFTER A
002920*  STOPPED RUN IS FIXED); 'TODAY' OR NO PARM EXTRACTS
002930*  TODAY'S POSTING RUN.
002940*----------------------------------------------------------*
002950 GLEX001-GET-RUN-DATE.
002960     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002970     IF LK-PARM-LENGTH = 8
002980         AND LK-PARM-TEXT(1:8) IS NUMERIC
002990         MOVE LK-PARM-TEXT(1:8) TO WS-RUN-DATE
003000     END-IF.
003010     DISPLAY 'GLEXTRCT EXTRACTING RUN DATE ' WS-RUN-DATE.
003020*----------------------------------------------------------*
003030*  GLEX001-INITIALIZE - JOB-START AUDIT EVENT AND REPORT
003040*  HEADINGS.
003050*----------------------------------------------------------*
003060 GLEX001-INITIALIZE.
003070     MOVE 'GLEXTRCT' TO AUD-STEP-NAME.
003080     MOVE 'S'        TO AUD-EVENT-TYPE.
003090     MOVE 'J'        TO AUD-EVENT-SOURCE.
003100     MOVE SPACE      TO AUD-OUTCOME-CODE.
003110     MOVE ZERO       TO AUD-RETURN-CODE.
003120     MOVE ZERO       TO AUD-ELAPSED-TIME.
003130     PERFORM GLEX001-WRITE-AUDIT.
003140     OPEN OUTPUT REPORT-FILE.
003150     IF WS-REPORT-OK
003160         MOVE WS-RUN-DATE TO WH2-RUN-DATE
003170         WRITE REPORT-LINE FROM WS-HEADING-1
003180         WRITE REPORT-LINE FROM WS-HEADING-2
003190         MOVE SPACES TO REPORT-LINE
003200         WRITE REPORT-LINE
003210         WRITE REPORT-LINE FROM WS-HEADING-3
003220     ELSE
003230         MOVE 'GLRPT'          TO WS-ERROR-DD-NAME
003240         MOVE WS-REPORT-STATUS TO WS-ERROR-DD-STATUS
003250         PERFORM GLEX001-INPUT-ERROR
003260     END-IF.
003270*----------------------------------------------------------*
003280*  GLEX001-LOAD-GLMAP - LOAD THE GL MAPPING TABLE.  AN
003290*  ABSENT OR EMPTY GLMAP IS NOT AN OPEN FAILURE - IT JUST
003300*  LEAVES EVERY CODE WITH ACTIVITY UNMAPPED, WHICH STOPS
003310*  THE EXTRACT WITH EACH CODE LISTED.  MORE RECORDS THAN
003320*  THE TABLE HOLDS FAILS THE JOB.
003330*----------------------------------------------------------*
003340 GLEX001-LOAD-GLMAP.
003350     MOVE ZERO TO GLMAP-TABLE-COUNT.
003360     OPEN INPUT GLMAP-FILE.
003370     IF WS-GLMAP-OK
003380         PERFORM GLEX001-LOAD-GLM-ENTRY
003390             UNTIL WS-GLMAP-EOF-REACHED
003400                OR GLMAP-TABLE-COUNT = 100
003410         IF NOT WS-GLMAP-EOF-REACHED
003420             DISPLAY 'ERROR - GLMAP HAS MORE THAN 100 '
003430                     'ENTRIES - RUN FAILED'
003440             MOVE 16 TO WS-PROGRAM-RETURN-CODE
003450         END-IF
003460         CLOSE GLMAP-FILE
003470     ELSE
003480         IF WS-GLMAP-NOT-FOUND
003490             DISPLAY 'GLEX001-LOAD-GLMAP - GLMAP NOT '
003500                     'ALLOCATED, NO CODE IS MAPPED'
003510         ELSE
003520             MOVE 'GLMAP'         TO WS-ERROR-DD-NAME
003530             MOVE WS-GLMAP-STATUS TO WS-ERROR-DD-STATUS
003540             PERFORM GLEX001-INPUT-ERROR
003550         END-IF
003560     END-IF.
003570*----------------------------------------------------------*
003580*  GLEX001-LOAD-GLM-ENTRY - READ ONE GLMAP RECORD INTO THE
003590*  TABLE.  PERFORMED REPEATEDLY BY GLEX001-LOAD-GLMAP.
003600*----------------------------------------------------------*
003610 GLEX001-LOAD-GLM-ENTRY.
003620     READ GLMAP-FILE
003630         AT END
003640             MOVE 'Y' TO WS-GLMAP-EOF-SWITCH
003650         NOT AT END
003660             ADD 1 TO GLMAP-TABLE-COUNT
003670             MOVE GLM-TRAN-CODE
003680                 TO GMT-TRAN-CODE(GLMAP-TABLE-COUNT)
003690             MOVE GLM-DEBIT-ACCOUNT
003700                 TO GMT-DEBIT-ACCOUNT(GLMAP-TABLE-COUNT)
003710             MOVE GLM-CREDIT-ACCOUNT
003720                 TO GMT-CREDIT-ACCOUNT(GLMAP-TABLE-COUNT)
003730             MOVE GLM-SUSP-DEBIT-ACCOUNT
003740                 TO GMT-SUSP-DEBIT-ACCOUNT(GLMAP-TABLE-COUNT)
003750             MOVE GLM-SUSP-CREDIT-ACCOUNT
003760                 TO GMT-SUSP-CREDIT-ACCOUNT(GLMAP-TABLE-COUNT)
003770             MOVE GLM-ACTIVE-SWITCH
003780                 TO GMT-ACTIVE-SWITCH(GLMAP-TABLE-COUNT)
003790     END-READ.
003800*----------------------------------------------------------*
003810*  GLEX001-SUM-HISTORY - ROLL THE RUN DATE'S TRANHIST
003820*  MOVEMENTS INTO THE SUMMARY.  TRANHIST IS THE WHOLE
003830*  APPEND-ONLY HISTORY, SO OTHER DAYS ARE SKIPPED.
003840*----------------------------------------------------------*
003850 GLEX001-SUM-HISTORY.
003860     MOVE 'N' TO WS-EOF-SWITCH.
003870     OPEN INPUT HISTORY-FILE.
003880     IF WS-HIST-OK
003890         PERFORM GLEX001-ONE-HISTORY-RECORD
003900             UNTIL WS-EOF
003910         CLOSE HISTORY-FILE
003920     ELSE
003930         IF NOT WS-HIST-NOT-FOUND
003940             MOVE 'TRANHIST'     TO WS-ERROR-DD-NAME
003950             MOVE WS-HIST-STATUS TO WS-ERROR-DD-STATUS
003960             PERFORM GLEX001-INPUT-ERROR
003970         END-IF
003980     END-IF.
003990*----------------------------------------------------------*
004000*  GLEX001-ONE-HISTORY-RECORD - ROLL ONE TRANHIST MOVEMENT
004010*  IN.  A REVERSAL ('R') GOES ON THE ORIGINAL POSTING'S CODE
004020*  UNDER SOURCE R - THE JOURNAL BACKS OUT THE ORIGINAL'S
004030*  ENTRY.  AN ORIGINAL LATER REVERSED ('O') WAS STILL A REAL
004040*  POSTING ON ITS DAY AND COUNTS AS ONE.  THE DIRECTION
004050*  TOTALS ARE KEPT THE WAY TRANPOST KEEPS THEM FOR POSTTOT.
004060*----------------------------------------------------------*
004070 GLEX001-ONE-HISTORY-RECORD.
004080     READ HISTORY-FILE
004090         AT END
004100             MOVE 'Y' TO WS-EOF-SWITCH
004110         NOT AT END
004120             ADD 1 TO WS-HIST-READ-COUNT
004130             IF PHS-RUN-DATE IS NUMERIC
004140                 AND PHS-RUN-DATE = WS-RUN-DATE
004150                 AND PHS-AMOUNT IS NUMERIC
004160                 ADD 1 TO WS-HIST-DAY-COUNT
004170                 MOVE PHS-AMOUNT TO WS-KEY-AMOUNT
004180                 IF PHS-REVERSAL-ENTRY
004190                     MOVE PHS-PAIR-TRAN-CODE TO WS-KEY-TRAN-CODE
004200                     MOVE 'R'                TO WS-KEY-SOURCE
004210                     IF PHS-DIR-CREDIT
004220                         ADD PHS-AMOUNT
004230                             TO WS-HIST-REV-CREDIT-TOTAL
004240                     ELSE
004250                         ADD PHS-AMOUNT
004260                             TO WS-HIST-REV-DEBIT-TOTAL
004270                     END-IF
004280                 ELSE
004290                     MOVE PHS-TRANSACTION-CODE TO WS-KEY-TRAN-CODE
004300                     MOVE 'P'                  TO WS-KEY-SOURCE
004310                     IF PHS-DIR-CREDIT
004320                         ADD PHS-AMOUNT TO WS-HIST-CREDIT-TOTAL
004330                     ELSE
004340                         ADD PHS-AMOUNT TO WS-HIST-DEBIT-TOTAL
004350                     END-IF
004360                 END-IF
004370                 PERFORM GLEX001-ADD-TO-SUMMARY
004380             END-IF
004390     END-READ.
004400*----------------------------------------------------------*
004410*  GLEX001-SUM-SUSPENSE - ROLL THE RUN DATE'S TRANSUS ITEMS
004420*  INTO THE SUMMARY UNDER SOURCE S (TRANSUS SHARES THE
004430*  REJCREC1 SHAPE AND REJ-REJECT-DATE CARRIES THE POSTING
004440*  RUN DATE, AS RECONRPT READS IT).
004450*----------------------------------------------------------*
004460 GLEX001-SUM-SUSPENSE.
004470     MOVE 'N' TO WS-EOF-SWITCH.
004480     OPEN INPUT SUSPENSE-FILE.
004490     IF WS-SUSP-OK
004500         PERFORM GLEX001-ONE-SUSP-RECORD
004510             UNTIL WS-EOF
004520         CLOSE SUSPENSE-FILE
004530     ELSE
004540         IF NOT WS-SUSP-NOT-FOUND
004550             MOVE 'TRANSUS'      TO WS-ERROR-DD-NAME
004560             MOVE WS-SUSP-STATUS TO WS-ERROR-DD-STATUS
004570             PERFORM GLEX001-INPUT-ERROR
004580         END-IF
004590     END-IF.
004600*----------------------------------------------------------*
004610*  GLEX001-ONE-SUSP-RECORD - ROLL ONE TRANSUS ITEM IN.
004620*----------------------------------------------------------*
004630 GLEX001-ONE-SUSP-RECORD.
004640     READ SUSPENSE-FILE
004650         AT END
004660             MOVE 'Y' TO WS-EOF-SWITCH
004670         NOT AT END
004680             IF REJ-REJECT-DATE IS NUMERIC
004690                 AND REJ-REJECT-DATE = WS-RUN-DATE
004700                 AND REJ-AMOUNT NUMERIC
004710                 ADD 1 TO WS-SUSP-DAY-COUNT
004720                 MOVE REJ-AMOUNT           TO WS-AMOUNT-X
004730                 MOVE WS-AMOUNT-N          TO WS-KEY-AMOUNT
004740                 ADD WS-AMOUNT-N           TO WS-SUSP-AMOUNT-TOTAL
004750                 MOVE REJ-TRANSACTION-CODE TO WS-KEY-TRAN-CODE
004760                 MOVE 'S'                  TO WS-KEY-SOURCE
004770                 PERFORM GLEX001-ADD-TO-SUMMARY
004780             END-IF
004790     END-READ.
004800*----------------------------------------------------------*
004810*  GLEX001-ADD-TO-SUMMARY - ADD THE MOVEMENT IN HAND TO ITS
004820*  CODE/SOURCE ENTRY, OPENING ONE IF NEW.  A DAY WITH MORE
004830*  CODE/SOURCE PAIRS THAN THE TABLE HOLDS FAILS THE JOB -
004840*  A JOURNAL MISSING ENTRIES IS WORSE THAN NONE.
004850*----------------------------------------------------------*
004860 GLEX001-ADD-TO-SUMMARY.
004870     MOVE ZERO TO WS-SUM-FOUND-SUB.
004880     PERFORM GLEX001-MATCH-SUMMARY
004890         VARYING WS-SUM-SUB FROM 1 BY 1
004900         UNTIL WS-SUM-SUB > WS-SUM-COUNT
004910            OR WS-SUM-FOUND-SUB > ZERO.
004920     IF WS-SUM-FOUND-SUB = ZERO
004930         IF WS-SUM-COUNT = 300
004940             DISPLAY 'ERROR - MORE THAN 300 CODE/SOURCE '
004950                     'PAIRS ON ONE DAY - RUN FAILED'
004960             MOVE 16 TO WS-PROGRAM-RETURN-CODE
004970             MOVE 'Y' TO WS-EOF-SWITCH
004980         ELSE
004990             ADD 1 TO WS-SUM-COUNT
005000             MOVE WS-SUM-COUNT     TO WS-SUM-FOUND-SUB
005010             MOVE WS-KEY-TRAN-CODE
005020                 TO WS-SUM-TRAN-CODE(WS-SUM-FOUND-SUB)
005030             MOVE WS-KEY-SOURCE
005040                 TO WS-SUM-SOURCE(WS-SUM-FOUND-SUB)
005050             MOVE ZERO
005060                 TO WS-SUM-ITEM-COUNT(WS-SUM-FOUND-SUB)
005070             MOVE ZERO
005080                 TO WS-SUM-AMOUNT(WS-SUM-FOUND-SUB)
005090             MOVE SPACES
005100                 TO WS-SUM-DEBIT-ACCOUNT(WS-SUM-FOUND-SUB)
005110             MOVE SPACES
005120                 TO WS-SUM-CREDIT-ACCOUNT(WS-SUM-FOUND-SUB)
005130         END-IF
005140     END-IF.
005150     IF WS-SUM-FOUND-SUB > ZERO
005160         ADD 1 TO WS-SUM-ITEM-COUNT(WS-SUM-FOUND-SUB)
005170         ADD WS-KEY-AMOUNT TO WS-SUM-AMOUNT(WS-SUM-FOUND-SUB)
005180     END-IF.
005190*----------------------------------------------------------*
005200*  GLEX001-MATCH-SUMMARY - COMPARE ONE SUMMARY ENTRY TO THE
005210*  MOVEMENT IN HAND.
005220*----------------------------------------------------------*
005230 GLEX001-MATCH-SUMMARY.
005240     IF WS-SUM-TRAN-CODE(WS-SUM-SUB) = WS-KEY-TRAN-CODE
005250         AND WS-SUM-SOURCE(WS-SUM-SUB) = WS-KEY-SOURCE
005260         MOVE WS-SUM-SUB TO WS-SUM-FOUND-SUB
005270     END-IF.
005280*----------------------------------------------------------*
005290*  GLEX001-READ-TOTALS - FIND THE POSTING RUN'S POSTTOT
005300*  RECORD FOR THE RUN DATE.  THE LAST RECORD FOR THE DATE
005310*  WINS, AS A REPROCESS RERUN APPENDS A FRESH ONE (THE SAME
005320*  RULE RECONRPT APPLIES).
005330*----------------------------------------------------------*
005340 GLEX001-READ-TOTALS.
005350     MOVE 'N' TO WS-EOF-SWITCH.
005360     OPEN INPUT TOTALS-FILE.
005370     IF WS-PTOT-OK
005380         PERFORM GLEX001-ONE-TOTALS-RECORD
005390             UNTIL WS-EOF
005400         CLOSE TOTALS-FILE
005410     ELSE
005420         IF NOT WS-PTOT-NOT-FOUND
005430             MOVE 'POSTTOT'      TO WS-ERROR-DD-NAME
005440             MOVE WS-PTOT-STATUS TO WS-ERROR-DD-STATUS
005450             PERFORM GLEX001-INPUT-ERROR
005460         END-IF
005470     END-IF.
005480*----------------------------------------------------------*
005490*  GLEX001-ONE-TOTALS-RECORD - KEEP ONE POSTTOT RECORD IF IT
005500*  IS FOR THE RUN DATE.
005510*----------------------------------------------------------*
005520 GLEX001-ONE-TOTALS-RECORD.
005530     READ TOTALS-FILE
005540         AT END
005550             MOVE 'Y' TO WS-EOF-SWITCH
005560         NOT AT END
005570             IF PTT-RUN-DATE = WS-RUN-DATE
005580                 MOVE PTT-POSTED-COUNT     TO WS-PTT-POSTED-COUNT
005590                 MOVE PTT-SUSP-COUNT       TO WS-PTT-SUSP-COUNT
005600                 MOVE PTT-CREDIT-TOTAL     TO WS-PTT-CREDIT-TOTAL
005610                 MOVE PTT-DEBIT-TOTAL      TO WS-PTT-DEBIT-TOTAL
005620                 MOVE PTT-SUSP-AMOUNT      TO WS-PTT-SUSP-AMOUNT
005630                 MOVE PTT-REV-CREDIT-TOTAL
005640                     TO WS-PTT-REV-CREDIT-TOTAL
005650                 MOVE PTT-REV-DEBIT-TOTAL
005660                     TO WS-PTT-REV-DEBIT-TOTAL
005670                 MOVE 'Y' TO WS-PTOT-FOUND-SWITCH
005680             END-IF
005690     END-READ.
005700*----------------------------------------------------------*
005710*  GLEX001-MAP-ENTRY - RESOLVE ONE SUMMARY ENTRY TO ITS GL
005720*  ACCOUNTS AND LIST IT ON THE REGISTER.  POSTED MONEY TAKES
005730*  THE CODE'S OWN PAIR; A REVERSAL TAKES THE ORIGINAL CODE'S
005740*  PAIR THE OTHER WAY ROUND; SUSPENSE TAKES THE CODE'S
005750*  SUSPENSE PAIR, OR THE CATCH-ALL '****' RECORD'S WHEN THE
005760*  CODE HAS NONE.  A MISSING ACCOUNT ON EITHER SIDE IS AN
005770*  UNMAPPED CODE AND STOPS THE EXTRACT.
005780*----------------------------------------------------------*
005790 GLEX001-MAP-ENTRY.
005800     MOVE WS-SUM-TRAN-CODE(WS-SUM-SUB) TO WS-GLM-LOOKUP-CODE.
005810     PERFORM GLEX001-FIND-GLMAP.
005820     IF WS-GLM-FOUND-SUB > ZERO
005830         EVALUATE TRUE
005840             WHEN WS-SUM-POSTED(WS-SUM-SUB)
005850                 MOVE GMT-DEBIT-ACCOUNT(WS-GLM-FOUND-SUB)
005860                     TO WS-SUM-DEBIT-ACCOUNT(WS-SUM-SUB)
005870                 MOVE GMT-CREDIT-ACCOUNT(WS-GLM-FOUND-SUB)
005880                     TO WS-SUM-CREDIT-ACCOUNT(WS-SUM-SUB)
005890             WHEN WS-SUM-REVERSAL(WS-SUM-SUB)
005900                 MOVE GMT-CREDIT-ACCOUNT(WS-GLM-FOUND-SUB)
005910                     TO WS-SUM-DEBIT-ACCOUNT(WS-SUM-SUB)
005920                 MOVE GMT-DEBIT-ACCOUNT(WS-GLM-FOUND-SUB)
005930                     TO WS-SUM-CREDIT-ACCOUNT(WS-SUM-SUB)
005940             WHEN OTHER
005950                 MOVE GMT-SUSP-DEBIT-ACCOUNT(WS-GLM-FOUND-SUB)
005960                     TO WS-SUM-DEBIT-ACCOUNT(WS-SUM-SUB)
005970                 MOVE GMT-SUSP-CREDIT-ACCOUNT(WS-GLM-FOUND-SUB)
005980                     TO WS-SUM-CREDIT-ACCOUNT(WS-SUM-SUB)
005990         END-EVALUATE
006000     END-IF.
006010     IF WS-SUM-SUSPENSE(WS-SUM-SUB)
006020         AND (WS-SUM-DEBIT-ACCOUNT(WS-SUM-SUB) = SPACES
006030           OR WS-SUM-CREDIT-ACCOUNT(WS-SUM-SUB) = SPACES)
006040         MOVE WS-GLM-CATCH-ALL-CODE TO WS-GLM-LOOKUP-CODE
006050         PERFORM GLEX001-FIND-GLMAP
006060         IF WS-GLM-FOUND-SUB > ZERO
006070             MOVE GMT-SUSP-DEBIT-ACCOUNT(WS-GLM-FOUND-SUB)
006080                 TO WS-SUM-DEBIT-ACCOUNT(WS-SUM-SUB)
006090             MOVE GMT-SUSP-CREDIT-ACCOUNT(WS-GLM-FOUND-SUB)
006100                 TO WS-SUM-CREDIT-ACCOUNT(WS-SUM-SUB)
006110         END-IF
006120     END-IF.
006130     MOVE SPACES TO WDL-FLAG.
006140     IF WS-SUM-DEBIT-ACCOUNT(WS-SUM-SUB) = SPACES
006150         OR WS-SUM-CREDIT-ACCOUNT(WS-SUM-SUB) = SPACES
006160         ADD 1 TO WS-UNMAPPED-COUNT
006170         MOVE '*UNMAPPED*' TO WDL-FLAG
006180         DISPLAY 'ERROR - NO GL MAPPING FOR CODE '
006190                 WS-SUM-TRAN-CODE(WS-SUM-SUB) ' SOURCE '
006200                 WS-SUM-SOURCE(WS-SUM-SUB)
006210         IF NOT WS-EXTRACT-STOPPED
006220             MOVE 'Y'       TO WS-STOP-SWITCH
006230             MOVE 'GLUNMAP' TO WS-STOP-STEP-NAME
006240             MOVE 'TRANSACTION CODE WITH NO GL MAPPING'
006250                 TO WS-STOP-REASON
006260         END-IF
006270     ELSE
006280         ADD WS-SUM-AMOUNT(WS-SUM-SUB) TO WS-JRNL-DEBIT-TOTAL
006290         ADD WS-SUM-AMOUNT(WS-SUM-SUB) TO WS-JRNL-CREDIT-TOTAL
006300     END-IF.
006310     MOVE WS-SUM-TRAN-CODE(WS-SUM-SUB)      TO WDL-TRAN-CODE.
006320     MOVE WS-SUM-SOURCE(WS-SUM-SUB)         TO WDL-SOURCE.
006330     MOVE WS-SUM-ITEM-COUNT(WS-SUM-SUB)     TO WDL-ITEM-COUNT.
006340     MOVE WS-SUM-DEBIT-ACCOUNT(WS-SUM-SUB)  TO WDL-DEBIT-ACCOUNT.
006350     MOVE WS-SUM-CREDIT-ACCOUNT(WS-SUM-SUB) TO WDL-CREDIT-ACCOUNT.
006360     MOVE WS-SUM-AMOUNT(WS-SUM-SUB)         TO WDL-AMOUNT.
006370     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
006380*----------------------------------------------------------*
006390*  GLEX001-FIND-GLMAP - LOCATE THE ACTIVE MAPPING FOR
006400*  WS-GLM-LOOKUP-CODE.  LEAVES THE SUBSCRIPT IN WS-GLM-
006410*  FOUND-SUB, ZERO IF ABSENT OR INACTIVE.
006420*----------------------------------------------------------*
006430 GLEX001-FIND-GLMAP.
006440     MOVE ZERO TO WS-GLM-FOUND-SUB.
006450     PERFORM GLEX001-MATCH-GLMAP
006460         VARYING WS-GLM-SUB FROM 1 BY 1
006470         UNTIL WS-GLM-SUB > GLMAP-TABLE-COUNT
006480            OR WS-GLM-FOUND-SUB > ZERO.
006490*----------------------------------------------------------*
006500*  GLEX001-MATCH-GLMAP - COMPARE ONE MAPPING TABLE ENTRY TO
006510*  THE CODE BEING LOOKED UP.
006520*----------------------------------------------------------*
006530 GLEX001-MATCH-GLMAP.
006540     IF GMT-TRAN-CODE(WS-GLM-SUB) = WS-GLM-LOOKUP-CODE
006550         AND GMT-ENTRY-ACTIVE(WS-GLM-SUB)
006560         MOVE WS-GLM-SUB TO WS-GLM-FOUND-SUB
006570     END-IF.
006580*----------------------------------------------------------*
006590*  GLEX001-PROVE-JOURNAL - THE JOURNAL MUST BALANCE, AND
006600*  MUST TIE TO THE POSTING RUN THAT PRODUCED THE MOVEMENTS:
006610*  TRANHIST CREDITS, DEBITS AND REVERSALS AND THE TRANSUS
006620*  AMOUNT FOR THE DAY AGAINST THE POSTTOT RECORD.  NO
006630*  POSTTOT RECORD MEANS THE POSTING RUN NEVER ENDED CLEAN,
006640*  SO THE DAY IS NOT WHOLE.  ANY FAILURE HERE IS AN
006650*  UNBALANCED JOURNAL AND STOPS THE EXTRACT.
006660*----------------------------------------------------------*
006670 GLEX001-PROVE-JOURNAL.
006680     IF WS-EXTRACT-STOPPED
006690         CONTINUE
006700     ELSE
006710         EVALUATE TRUE
006720             WHEN WS-JRNL-DEBIT-TOTAL NOT = WS-JRNL-CREDIT-TOTAL
006730                 MOVE 'JOURNAL DEBITS NOT EQUAL TO CREDITS'
006740                     TO WS-STOP-REASON
006750             WHEN NOT WS-PTOT-FOUND
006760                 MOVE 'NO POSTTOT RECORD FOR THE RUN DATE'
006770                     TO WS-STOP-REASON
006780             WHEN WS-HIST-CREDIT-TOTAL NOT = WS-PTT-CREDIT-TOTAL
006790               OR WS-HIST-DEBIT-TOTAL NOT = WS-PTT-DEBIT-TOTAL
006800                 MOVE 'TRANHIST POSTINGS DO NOT TIE TO POSTTOT'
006810                     TO WS-STOP-REASON
006820             WHEN WS-HIST-REV-CREDIT-TOTAL
006830                      NOT = WS-PTT-REV-CREDIT-TOTAL
006840               OR WS-HIST-REV-DEBIT-TOTAL
006850                      NOT = WS-PTT-REV-DEBIT-TOTAL
006860                 MOVE 'TRANHIST REVERSALS DO NOT TIE TO POSTTOT'
006870                     TO WS-STOP-REASON
006880             WHEN WS-SUSP-AMOUNT-TOTAL NOT = WS-PTT-SUSP-AMOUNT
006890                 MOVE 'TRANSUS AMOUNT DOES NOT TIE TO POSTTOT'
006900                     TO WS-STOP-REASON
006910         END-EVALUATE
006920         IF WS-STOP-REASON NOT = SPACES
006930             MOVE 'Y'       TO WS-STOP-SWITCH
006940             MOVE 'GLUNBAL' TO WS-STOP-STEP-NAME
006950         END-IF
006960     END-IF.
006970*----------------------------------------------------------*
006980*  GLEX001-STOP-EXTRACT - THE JOURNAL CANNOT GO TO FINANCE.
006990*  NOTHING HAS BEEN WRITTEN TO GLJRNL; RECORD WHY ON THE
007000*  AUDIT TRAIL (STEP NAME GLUNMAP OR GLUNBAL) AND FAIL THE
007010*  STEP SO THE JCL DOES NOT CATALOG A GENERATION.
007020*----------------------------------------------------------*
007030 GLEX001-STOP-EXTRACT.
007040     DISPLAY 'ERROR - GL EXTRACT STOPPED: ' WS-STOP-REASON.
007050     MOVE 16 TO WS-PROGRAM-RETURN-CODE.
007060     MOVE WS-STOP-STEP-NAME TO AUD-STEP-NAME.
007070     MOVE 'E'               TO AUD-EVENT-TYPE.
007080     MOVE 'J'               TO AUD-EVENT-SOURCE.
007090     MOVE 'F'               TO AUD-OUTCOME-CODE.
007100     MOVE 16                TO AUD-RETURN-CODE.
007110     MOVE ZERO              TO AUD-ELAPSED-TIME.
007120     PERFORM GLEX001-WRITE-AUDIT.
007130*----------------------------------------------------------*
007140*  GLEX001-WRITE-JOURNAL - THE JOURNAL IS PROVED; WRITE IT.
007150*  A DAY WITH NO MOVEMENTS STILL GETS A HEADER AND TRAILER,
007160*  SO THE LEDGER SEES THE DAY WAS EXTRACTED.
007170*----------------------------------------------------------*
007180 GLEX001-WRITE-JOURNAL.
007190     OPEN OUTPUT JOURNAL-FILE.
007200     IF WS-JRNL-OK
007210         MOVE SPACES      TO GL-JOURNAL-RECORD
007220         MOVE 'H'         TO GLJ-RECORD-TYPE
007230         MOVE WS-RUN-DATE TO GLJ-RUN-DATE
007240         ACCEPT GLH-CREATED-DATE FROM DATE YYYYMMDD
007250         ACCEPT GLH-CREATED-TIME FROM TIME
007260         MOVE 'ACMEBTCH'  TO GLH-SOURCE-SYSTEM
007270         WRITE GL-JOURNAL-RECORD
007280         PERFORM GLEX001-WRITE-JOURNAL-PAIR
007290             VARYING WS-SUM-SUB FROM 1 BY 1
007300             UNTIL WS-SUM-SUB > WS-SUM-COUNT
007310         MOVE SPACES               TO GL-JOURNAL-RECORD
007320         MOVE 'T'                  TO GLJ-RECORD-TYPE
007330         MOVE WS-RUN-DATE          TO GLJ-RUN-DATE
007340         MOVE WS-JRNL-LINE-COUNT   TO GLT-LINE-COUNT
007350         MOVE WS-JRNL-DEBIT-TOTAL  TO GLT-DEBIT-TOTAL
007360         MOVE WS-JRNL-CREDIT-TOTAL TO GLT-CREDIT-TOTAL
007370         MOVE WS-PTT-POSTED-COUNT  TO GLT-PTT-POSTED-COUNT
007380         MOVE WS-PTT-SUSP-COUNT    TO GLT-PTT-SUSP-COUNT
007390         MOVE WS-PTT-CREDIT-TOTAL  TO GLT-PTT-CREDIT-TOTAL
007400         MOVE WS-PTT-DEBIT-TOTAL   TO GLT-PTT-DEBIT-TOTAL
007410         MOVE WS-PTT-SUSP-AMOUNT   TO GLT-PTT-SUSP-AMOUNT
007420         MOVE WS-PTT-REV-CREDIT-TOTAL TO GLT-PTT-REV-CREDIT
007430         MOVE WS-PTT-REV-DEBIT-TOTAL  TO GLT-PTT-REV-DEBIT
007440         WRITE GL-JOURNAL-RECORD
007450         CLOSE JOURNAL-FILE
007460     ELSE
007470         DISPLAY 'ERROR - GLJRNL OPEN FAILED, STATUS='
007480                 WS-JRNL-STATUS ' - JOB WILL BE FLAGGED AS FAILED'
007490         MOVE 16 TO WS-PROGRAM-RETURN-CODE
007500     END-IF.
007510*----------------------------------------------------------*
007520*  GLEX001-WRITE-JOURNAL-PAIR - THE DEBIT LINE AND THE
007530*  CREDIT LINE FOR ONE SUMMARY ENTRY.
007540*----------------------------------------------------------*
007550 GLEX001-WRITE-JOURNAL-PAIR.
007560     MOVE SPACES      TO GL-JOURNAL-RECORD.
007570     MOVE 'D'         TO GLJ-RECORD-TYPE.
007580     MOVE WS-RUN-DATE TO GLJ-RUN-DATE.
007590     MOVE WS-SUM-AMOUNT(WS-SUM-SUB)     TO GLD-AMOUNT.
007600     MOVE WS-SUM-TRAN-CODE(WS-SUM-SUB)  TO GLD-TRAN-CODE.
007610     MOVE WS-SUM-SOURCE(WS-SUM-SUB)     TO GLD-SOURCE.
007620     MOVE WS-SUM-ITEM-COUNT(WS-SUM-SUB) TO GLD-ITEM-COUNT.
007630     ADD 1 TO WS-JRNL-LINE-COUNT.
007640     MOVE WS-JRNL-LINE-COUNT TO GLD-LINE-NUMBER.
007650     MOVE WS-SUM-DEBIT-ACCOUNT(WS-SUM-SUB) TO GLD-GL-ACCOUNT.
007660     MOVE 'D' TO GLD-DR-CR.
007670     WRITE GL-JOURNAL-RECORD.
007680     ADD 1 TO WS-JRNL-LINE-COUNT.
007690     MOVE WS-JRNL-LINE-COUNT TO GLD-LINE-NUMBER.
007700     MOVE WS-SUM-CREDIT-ACCOUNT(WS-SUM-SUB) TO GLD-GL-ACCOUNT.
007710     MOVE 'C' TO GLD-DR-CR.
007720     WRITE GL-JOURNAL-RECORD.
007730*----------------------------------------------------------*
007740*  GLEX001-REPORT-TOTALS - THE PROOF BLOCK UNDER THE CODE
007750*  LISTING: JOURNAL BALANCE, EACH SOURCE AGAINST POSTTOT,
007760*  AND THE VERDICT.
007770*----------------------------------------------------------*
007780 GLEX001-REPORT-TOTALS.
007790     MOVE SPACES TO REPORT-LINE.
007800     WRITE REPORT-LINE.
007810     MOVE '                              JOURNAL/SOURCE'
007820         TO WS-SECTION-LINE.
007830     MOVE 'POSTTOT' TO WS-SECTION-LINE(62:7).
007840     WRITE REPORT-LINE FROM WS-SECTION-LINE.
007850     MOVE 'JOURNAL DEBITS / CREDITS...:' TO WAL-LABEL.
007860     MOVE WS-JRNL-DEBIT-TOTAL  TO WAL-AMOUNT.
007870     MOVE WS-JRNL-CREDIT-TOTAL TO WAL-OTHER.
007880     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
007890     MOVE 'TRANHIST POSTED CREDITS....:' TO WAL-LABEL.
007900     MOVE WS-HIST-CREDIT-TOTAL TO WAL-AMOUNT.
007910     MOVE WS-PTT-CREDIT-TOTAL  TO WAL-OTHER.
007920     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
007930     MOVE 'TRANHIST POSTED DEBITS.....:' TO WAL-LABEL.
007940     MOVE WS-HIST-DEBIT-TOTAL TO WAL-AMOUNT.
007950     MOVE WS-PTT-DEBIT-TOTAL  TO WAL-OTHER.
007960     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
007970     MOVE 'TRANHIST REVERSAL CREDITS..:' TO WAL-LABEL.
007980     MOVE WS-HIST-REV-CREDIT-TOTAL TO WAL-AMOUNT.
007990     MOVE WS-PTT-REV-CREDIT-TOTAL  TO WAL-OTHER.
008000     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
008010     MOVE 'TRANHIST REVERSAL DEBITS...:' TO WAL-LABEL.
008020     MOVE WS-HIST-REV-DEBIT-TOTAL TO WAL-AMOUNT.
008030     MOVE WS-PTT-REV-DEBIT-TOTAL  TO WAL-OTHER.
008040     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
008050     MOVE 'TRANSUS SUSPENSE AMOUNT....:' TO WAL-LABEL.
008060     MOVE WS-SUSP-AMOUNT-TOTAL TO WAL-AMOUNT.
008070     MOVE WS-PTT-SUSP-AMOUNT   TO WAL-OTHER.
008080     WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
008090     MOVE SPACES TO REPORT-LINE.
008100     WRITE REPORT-LINE.
008110     MOVE SPACES TO WS-SECTION-LINE.
008120     IF WS-EXTRACT-STOPPED
008130         STRING 'EXTRACT STOPPED - '  DELIMITED BY SIZE
008140                WS-STOP-REASON        DELIMITED BY SIZE
008150                INTO WS-SECTION-LINE
008160     ELSE
008170         IF WS-PROGRAM-RETURN-CODE < 16
008180             STRING 'JOURNAL WRITTEN - ' DELIMITED BY SIZE
008190                    WS-JRNL-LINE-COUNT   DELIMITED BY SIZE
008200                    ' LINES, IN BALANCE' DELIMITED BY SIZE
008210                    INTO WS-SECTION-LINE
008220         ELSE
008230             MOVE 'EXTRACT FAILED - SEE SYSOUT'
008240                 TO WS-SECTION-LINE
008250         END-IF
008260     END-IF.
008270     WRITE REPORT-LINE FROM WS-SECTION-LINE.
008280*----------------------------------------------------------*
008290*  GLEX001-INPUT-ERROR - AN INPUT OR REPORT DATASET COULD
008300*  NOT BE OPENED.  THE CALLER HAS SET THE DD NAME AND
008310*  STATUS.
008320*----------------------------------------------------------*
008330 GLEX001-INPUT-ERROR.
008340     DISPLAY 'ERROR - ' WS-ERROR-DD-NAME ' OPEN FAILED, '
008350             'STATUS=' WS-ERROR-DD-STATUS
008360             ' - JOB WILL BE FLAGGED AS FAILED'.
008370     MOVE 16 TO WS-PROGRAM-RETURN-CODE.
008380     MOVE 'Y' TO WS-EOF-SWITCH.
008390*----------------------------------------------------------*
008400*  GLEX001-WRITE-AUDIT - APPEND ONE RECORD TO AUDIT-FILE,
008410*  SAME OPEN EXTEND / STATUS-35-FALLBACK RULE AS HELLO'S
008420*  HELL001-WRITE-AUDIT.
008430*----------------------------------------------------------*
008440 GLEX001-WRITE-AUDIT.
008450     MOVE WS-JOB-NAME     TO AUD-JOB-ID.
008460     MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
008470     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
008480     ACCEPT AUD-RUN-TIME FROM TIME.
008490     OPEN EXTEND AUDIT-FILE.
008500     IF NOT WS-AUDIT-OK AND WS-AUDIT-NOT-FOUND
008510         OPEN OUTPUT AUDIT-FILE
008520     END-IF.
008530     IF WS-AUDIT-OK
008540         WRITE AUDIT-RECORD
008550         CLOSE AUDIT-FILE
008560     ELSE
008570         DISPLAY 'ERROR - AUDIT-FILE OPEN FAILED, STATUS='
008580                 WS-AUDIT-STATUS ' - JOB WILL BE FLAGGED '
008590                 'AS FAILED'
008600         MOVE 16 TO WS-PROGRAM-RETURN-CODE
008610     END-IF.
008620*----------------------------------------------------------*
008630*  GLEX001-TERMINATE - RUN TOTALS, JOB-END AUDIT EVENT AND
008640*  PROGRAM EXIT.
008650*----------------------------------------------------------*
008660 GLEX001-TERMINATE.
008670     CLOSE REPORT-FILE.
008680     DISPLAY 'GLEXTRCT RUN TOTALS'.
008690     DISPLAY '  TRANHIST READ........: ' WS-HIST-READ-COUNT.
008700     DISPLAY '  RUN-DATE MOVEMENTS...: ' WS-HIST-DAY-COUNT.
008710     DISPLAY '  RUN-DATE SUSPENSE....: ' WS-SUSP-DAY-COUNT.
008720     DISPLAY '  CODE/SOURCE ENTRIES..: ' WS-SUM-COUNT.
008730     DISPLAY '  UNMAPPED ENTRIES.....: ' WS-UNMAPPED-COUNT.
008740     DISPLAY '  JOURNAL LINES........: ' WS-JRNL-LINE-COUNT.
008750     MOVE 'GLEXTRCT' TO AUD-STEP-NAME.
008760     MOVE 'E'        TO AUD-EVENT-TYPE.
008770     MOVE 'J'        TO AUD-EVENT-SOURCE.
008780     MOVE WS-PROGRAM-RETURN-CODE TO AUD-RETURN-CODE.
008790     MOVE ZERO       TO AUD-ELAPSED-TIME.
008800     IF WS-PROGRAM-RETURN-CODE = ZERO
008810         MOVE 'S' TO AUD-OUTCOME-CODE
008820     ELSE
008830         MOVE 'F' TO AUD-OUTCOME-CODE
008840     END-IF.
008850     PERFORM GLEX001-WRITE-AUDIT.
008860     DISPLAY 'TERMINATING PROGRAM'.
008870     MOVE WS-PROGRAM-RETURN-CODE TO RETURN-CODE.
