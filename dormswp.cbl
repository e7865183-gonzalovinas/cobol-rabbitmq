000100*----------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     DORMSWP.
000130 AUTHOR.         BATCH-SYSTEMS-GROUP.
000140 INSTALLATION.   ACME FINANCIAL SERVICES INC.
000150 DATE-WRITTEN.   2026-10-02.
000160 DATE-COMPILED.
000170*----------------------------------------------------------*
000180*  MODIFICATION HISTORY
000190*  ------------------------------------------------------
000200*  2026-10-02  JCV  ORIGINAL VERSION - PERIODIC DORMANCY SWEEP
000210*                   OF THE ACCTMST ACCOUNT MASTER.  EVERY OPEN
000220*                   ACCOUNT WHOSE LAST POSTING IS AT LEAST THE
000230*                   DORMANCY PERIOD OLD (PARM='NN' MONTHS,
000240*                   DEFAULT 12) IS REWRITTEN WITH STATUS D
000250*                   (SEE ACCTREC1) AND LEAVES ONE DISPOSITION
000260*                   RECORD ON AUDIT-FILE NAMING THE ACCOUNT.
000270*                   TRANPOST SUSPENDS DEBITS TO A DORMANT
000280*                   ACCOUNT (R014) AND AN ACCTMNT REACT CARD
000290*                   WAKES IT.  THE DORMRPT REPORT LISTS EVERY
000300*                   DORMANT ACCOUNT WITH ITS BALANCE, AGED BY
000310*                   MONTHS SINCE ITS LAST POSTING, WITH BUCKET
000320*                   TOTALS FOR THE UNCLAIMED-PROPERTY FILING.
000330*----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ACCOUNT-FILE       ASSIGN TO ACCTMST
000380                                ORGANIZATION IS INDEXED
000390                                ACCESS MODE IS SEQUENTIAL
000400                                RECORD KEY IS ACM-ACCOUNT-NUMBER
000410                                FILE STATUS IS WS-ACCT-STATUS.
000420     SELECT REPORT-FILE        ASSIGN TO DORMRPT
000430                                ORGANIZATION IS SEQUENTIAL
000440                                FILE STATUS IS WS-REPORT-STATUS.
000450     SELECT AUDIT-FILE         ASSIGN TO AUDITF
000460                                ORGANIZATION IS SEQUENTIAL
000470                                FILE STATUS IS WS-AUDIT-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ACCOUNT-FILE
000510     RECORDING MODE IS F.
000520 COPY ACCTREC1.
000530 FD  REPORT-FILE
000540     RECORDING MODE IS F.
000550 01  REPORT-LINE                     PIC X(80).
000560 FD  AUDIT-FILE
000570     RECORDING MODE IS F.
000580 COPY AUDTREC1.
000590 WORKING-STORAGE SECTION.
000600*----------------------------------------------------------*
000610*  JOB IDENTIFICATION AND RETURN-CODE TRACKING
000620*----------------------------------------------------------*
000630 01  WS-JOB-NAME                     PIC X(08) VALUE 'DORMSWP'.
000640 01  WS-OPERATOR-ID                  PIC X(08) VALUE 'BATCH'.
000650 01  WS-PROGRAM-RETURN-CODE          PIC S9(04) COMP VALUE ZERO.
000660 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
000670 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
000680     05  WS-RUN-YEAR                 PIC 9(04).
000690     05  WS-RUN-MONTH                PIC 9(02).
000700     05  WS-RUN-DAY                  PIC 9(02).
000710*----------------------------------------------------------*
000720*  FILE STATUS AND END-OF-FILE CONTROL
000730*----------------------------------------------------------*
000740 01  WS-ACCT-STATUS                  PIC X(02) VALUE '00'.
000750     88  WS-ACCT-OK                  VALUE '00'.
000760     88  WS-ACCT-NOT-FOUND           VALUE '35'.
000770 01  WS-REPORT-STATUS                PIC X(02) VALUE '00'.
000780     88  WS-REPORT-OK                VALUE '00'.
000790 01  WS-AUDIT-STATUS                 PIC X(02) VALUE '00'.
000800     88  WS-AUDIT-OK                 VALUE '00'.
000810     88  WS-AUDIT-NOT-FOUND          VALUE '35'.
000820 01  WS-ACCT-EOF-SWITCH              PIC X(01) VALUE 'N'.
000830     88  WS-ACCT-EOF-REACHED         VALUE 'Y'.
000840*----------------------------------------------------------*
000850*  DORMANCY PERIOD, SET BY DSWP001-GET-PERIOD.  NO PARM IS
000860*  THE STANDING 12 MONTHS; PARM 'NN' (01-99) OVERRIDES IT.
000870*----------------------------------------------------------*
000880 01  WS-DORMANCY-MONTHS              PIC 9(02) VALUE 12.
000890*----------------------------------------------------------*
000900*  INACTIVITY OF THE ACCOUNT IN HAND - WHOLE MONTHS FROM
000910*  ITS ACM-LAST-POST-DATE TO THE RUN DATE.  A MONTH ONLY
000920*  COUNTS ONCE ITS DAY OF THE MONTH IS REACHED, SO A LAST
000930*  POSTING ON 03-15 IS ONE MONTH OLD FROM 04-15.
000940*----------------------------------------------------------*
000950 01  WS-LAST-POST-DATE               PIC 9(08) VALUE ZERO.
000960 01  WS-LAST-POST-PARTS REDEFINES WS-LAST-POST-DATE.
000970     05  WS-LAST-POST-YEAR           PIC 9(04).
000980     05  WS-LAST-POST-MONTH          PIC 9(02).
000990     05  WS-LAST-POST-DAY            PIC 9(02).
001000 01  WS-MONTHS-INACTIVE              PIC S9(05) COMP VALUE ZERO.
001010 01  WS-NEWLY-DORMANT-SWITCH         PIC X(01) VALUE 'N'.
001020     88  WS-NEWLY-DORMANT            VALUE 'Y'.
001030*----------------------------------------------------------*
001040*  AGING BUCKETS FOR THE UNCLAIMED-PROPERTY FILING - THE
001050*  LOWEST MONTH COUNT EACH BUCKET TAKES AND ITS LABEL ARE
001060*  COMPILED IN; THE TOTALS ARE RUN TOTALS.  AN ACCOUNT
001070*  GOES IN THE LAST BUCKET WHOSE FLOOR IT HAS REACHED.  A
001080*  DORMANT ACCOUNT THAT HAS TAKEN A CREDIT SINCE IT WENT
001090*  DORMANT AGES FROM THAT CREDIT, SO THE FIRST BUCKET IS
001100*  NOT ALWAYS EMPTY.
001110*----------------------------------------------------------*
001120 01  WS-BUCKET-VALUES.
001130     05  FILLER                      PIC X(20) VALUE
001140         '000UNDER 12 MONTHS  '.
001150     05  FILLER                      PIC X(20) VALUE
001160         '01212 TO 23 MONTHS  '.
001170     05  FILLER                      PIC X(20) VALUE
001180         '02424 TO 35 MONTHS  '.
001190     05  FILLER                      PIC X(20) VALUE
001200         '03636 TO 59 MONTHS  '.
001210     05  FILLER                      PIC X(20) VALUE
001220         '06060 MONTHS OR MORE'.
001230 01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
001240     05  WS-BUCKET-ENTRY OCCURS 5 TIMES.
001250         10  WS-BKT-FLOOR            PIC 9(03).
001260         10  WS-BKT-LABEL            PIC X(17).
001270 01  WS-BUCKET-TOTALS.
001280     05  WS-BUCKET-TOTAL-ENTRY OCCURS 5 TIMES.
001290         10  WS-BKT-COUNT            PIC 9(07) COMP.
001300         10  WS-BKT-BALANCE          PIC S9(13)V99 COMP-3.
001310 01  WS-BKT-SUB                      PIC 9(01) COMP VALUE ZERO.
001320 01  WS-BKT-FOUND-SUB                PIC 9(01) COMP VALUE ZERO.
001330*----------------------------------------------------------*
001340*  RUN TOTALS FOR THE REPORT AND THE END-OF-RUN SUMMARY.
001350*  AN OVERDRAWN DORMANT ACCOUNT OWES THE BANK RATHER THAN
001360*  THE OTHER WAY ROUND, SO IT IS LISTED BUT TOTALLED APART
001370*  FROM THE REPORTABLE BUCKETS.
001380*----------------------------------------------------------*
001390 01  WS-ACCOUNTS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001400 01  WS-NEWLY-DORMANT-COUNT          PIC 9(07) COMP VALUE ZERO.
001410 01  WS-NEWLY-DORMANT-BALANCE        PIC S9(13)V99 COMP-3
001420                                     VALUE ZERO.
001430 01  WS-DORMANT-COUNT                PIC 9(07) COMP VALUE ZERO.
001440 01  WS-REPORTABLE-COUNT             PIC 9(07) COMP VALUE ZERO.
001450 01  WS-REPORTABLE-BALANCE           PIC S9(13)V99 COMP-3
001460                                     VALUE ZERO.
001470 01  WS-OVERDRAWN-COUNT              PIC 9(07) COMP VALUE ZERO.
001480 01  WS-OVERDRAWN-BALANCE            PIC S9(13)V99 COMP-3
001490                                     VALUE ZERO.
001500 01  WS-NEVER-POSTED-COUNT           PIC 9(07) COMP VALUE ZERO.
001510*----------------------------------------------------------*
001520*  REPORT HEADING, DETAIL, TOTAL AND SIGN-OFF LINES
001530*----------------------------------------------------------*
001540 01  WS-RPT-HEADING-1.
001550     05  FILLER                     PIC X(46) VALUE
001560         'DORMSWP - DORMANT ACCOUNT BALANCES (UNCLAIMED '.
001570     05  FILLER                     PIC X(34) VALUE
001580         'PROPERTY)'.
001590 01  WS-RPT-HEADING-2.
001600     05  FILLER                     PIC X(10) VALUE
001610         'RUN DATE:'.
001620     05  WRH-RUN-DATE               PIC 9(08).
001630     05  FILLER                     PIC X(04) VALUE SPACES.
001640     05  FILLER                     PIC X(18) VALUE
001650         'DORMANCY PERIOD:'.
001660     05  WRH-MONTHS                 PIC Z9.
001670     05  FILLER                     PIC X(38) VALUE
001680         ' MONTHS'.
001690 01  WS-RPT-HEADING-3.
001700     05  FILLER                     PIC X(40) VALUE
001710         'ACCOUNT     LAST POST MOS   AGING BUCKET'.
001720     05  FILLER                     PIC X(40) VALUE
001730         '             BALANCE  NEW OD'.
001740 01  WS-RPT-DETAIL-LINE.
001750     05  WRD-ACCOUNT                PIC X(10).
001760     05  FILLER                     PIC X(02) VALUE SPACES.
001770     05  WRD-LAST-POST              PIC 9(08).
001780     05  WRD-LAST-POST-X REDEFINES WRD-LAST-POST
001790                                    PIC X(08).
001800     05  FILLER                     PIC X(02) VALUE SPACES.
001810     05  WRD-MONTHS                 PIC ZZ9.
001820     05  WRD-MONTHS-X REDEFINES WRD-MONTHS
001830                                    PIC X(03).
001840     05  FILLER                     PIC X(03) VALUE SPACES.
001850     05  WRD-BUCKET                 PIC X(17).
001860     05  FILLER                     PIC X(01) VALUE SPACES.
001870     05  WRD-BALANCE                PIC ---,---,--9.99.
001880     05  FILLER                     PIC X(02) VALUE SPACES.
001890     05  WRD-NEW                    PIC X(03).
001900     05  FILLER                     PIC X(01) VALUE SPACES.
001910     05  WRD-OVERDRAWN              PIC X(02).
001920     05  FILLER                     PIC X(12) VALUE SPACES.
001930 01  WS-RPT-BUCKET-LINE.
001940     05  FILLER                     PIC X(02) VALUE SPACES.
001950     05  WRB-LABEL                  PIC X(17).
001960     05  FILLER                     PIC X(08) VALUE
001970         '  COUNT '.
001980     05  WRB-COUNT                  PIC ZZZ,ZZ9.
001990     05  FILLER                     PIC X(10) VALUE
002000         '  BALANCE '.
002010     05  WRB-BALANCE                PIC ---,---,---,--9.99.
002020     05  FILLER                     PIC X(18) VALUE SPACES.
002030 01  WS-RPT-TOTAL-LINE.
002040     05  WRL-LABEL                  PIC X(30).
002050     05  WRL-AMOUNT                 PIC ---,---,---,--9.99.
002060     05  FILLER                     PIC X(32) VALUE SPACES.
002070 01  WS-RPT-COUNT-LINE.
002080     05  WRC-LABEL                  PIC X(30).
002090     05  WRC-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002100     05  FILLER                     PIC X(39) VALUE SPACES.
002110 01  WS-RPT-SIGNOFF-1.
002120     05  FILLER                     PIC X(40) VALUE
002130         'PREPARED BY ....................... DATE'.
002140     05  FILLER                     PIC X(40) VALUE
002150         ' ..........'.
002160 01  WS-RPT-SIGNOFF-2.
002170     05  FILLER                     PIC X(40) VALUE
002180         'COMPLIANCE SIGN-OFF ............... DATE'.
002190     05  FILLER                     PIC X(40) VALUE
002200         ' ..........'.
002210 LINKAGE SECTION.
002220 01  LK-PARM-AREA.
002230     05  LK-PARM-LENGTH              PIC S9(04) COMP.
002240     05  LK-PARM-TEXT                PIC X(20).
002250 PROCEDURE DIVISION USING LK-PARM-AREA.
002260*----------------------------------------------------------*
002270*  DSWP001-MAINLINE - PROGRAM ENTRY POINT.  THE MASTER IS
002280*  READ IN KEY ORDER AND EACH ACCOUNT IS SWEPT AND, WHEN
002290*  DORMANT, REPORTED AS IT IS PASSED.  A MASTER I/O
002300*  FAILURE (RC 16) STOPS THE SWEEP AT ONCE.
002310*----------------------------------------------------------*
002320 DSWP001-MAINLINE.
002330     PERFORM DSWP001-INITIALIZE.
002340     IF WS-PROGRAM-RETURN-CODE = ZERO
002350         PERFORM DSWP001-PROCESS-ACCOUNT
002360             UNTIL WS-ACCT-EOF-REACHED
002370                OR WS-PROGRAM-RETURN-CODE >= 16
002380         PERFORM DSWP001-PRINT-TOTALS
002390     END-IF.
002400     PERFORM DSWP001-TERMINATE.
002410     STOP RUN.
002420*----------------------------------------------------------*
002430*  DSWP001-INITIALIZE - JOB-START AUDIT EVENT, DORMANCY
002440*  PERIOD AND OPENS.  THE MASTER IS OPENED FOR UPDATE - THE
002450*  SWEEP REWRITES THE STATUS BYTE IN PLACE - SO IT MUST NOT
002460*  RUN ALONGSIDE TRANPSTJ OR ACCTMNTJ.
002470*----------------------------------------------------------*
002480 DSWP001-INITIALIZE.
002490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002500     MOVE 'DORMSWP' TO AUD-STEP-NAME.
002510     MOVE 'S'       TO AUD-EVENT-TYPE.
002520     MOVE 'J'       TO AUD-EVENT-SOURCE.
002530     MOVE SPACE     TO AUD-OUTCOME-CODE.
002540     MOVE SPACES    TO AUD-ACCOUNT-NUMBER.
002550     MOVE ZERO      TO AUD-RETURN-CODE.
002560     MOVE ZERO      TO AUD-ELAPSED-TIME.
002570     PERFORM DSWP001-WRITE-AUDIT.
002580     PERFORM DSWP001-GET-PERIOD.
002590     OPEN OUTPUT REPORT-FILE.
002600     IF NOT WS-REPORT-OK
002610         DISPLAY 'ERROR - DORMRPT OPEN FAILED, STATUS='
002620                 WS-REPORT-STATUS
002630         MOVE 16 TO WS-PROGRAM-RETURN-CODE
002640     END-IF.
002650     IF WS-PROGRAM-RETURN-CODE = ZERO
002660         OPEN I-O ACCOUNT-FILE
002670         IF NOT WS-ACCT-OK
002680             DISPLAY 'ERROR - ACCTMST OPEN FAILED, STATUS='
002690                     WS-ACCT-STATUS
002700                     ' - DEFINE THE CLUSTER (ACCTDEFJ) FIRST'
002710             MOVE 16 TO WS-PROGRAM-RETURN-CODE
002720         END-IF
002730     END-IF.
002740     PERFORM DSWP001-CLEAR-BUCKET
002750         VARYING WS-BKT-SUB FROM 1 BY 1 UNTIL WS-BKT-SUB > 5.
002760     IF WS-REPORT-OK
002770         MOVE WS-RUN-DATE        TO WRH-RUN-DATE
002780         MOVE WS-DORMANCY-MONTHS TO WRH-MONTHS
002790         WRITE REPORT-LINE FROM WS-RPT-HEADING-1
002800         WRITE REPORT-LINE FROM WS-RPT-HEADING-2
002810         MOVE SPACES TO REPORT-LINE
002820         WRITE REPORT-LINE
002830         WRITE REPORT-LINE FROM WS-RPT-HEADING-3
002840     END-IF.
002850*----------------------------------------------------------*
002860*  DSWP001-GET-PERIOD - DECODE THE EXEC JCL PARM.  A PARM
002870*  THAT IS NOT TWO DIGITS, OR IS 00, FAILS THE JOB BEFORE
002880*  ANY ACCOUNT IS TOUCHED - A BAD PERIOD WOULD PUT THE
002890*  WRONG ACCOUNTS TO SLEEP.
002900*----------------------------------------------------------*
002910 DSWP001-GET-PERIOD.
002920     IF LK-PARM-LENGTH > ZERO AND LK-PARM-TEXT NOT = SPACES
002930         IF LK-PARM-TEXT(1:2) IS NUMERIC
002940             AND LK-PARM-TEXT(3:18) = SPACES
002950             AND LK-PARM-TEXT(1:2) NOT = '00'
002960             MOVE LK-PARM-TEXT(1:2) TO WS-DORMANCY-MONTHS
002970         ELSE
002980             DISPLAY 'ERROR - DORMANCY PARM (NN MONTHS, 01-99) '
002990                     'IS INVALID - RUN FAILED'
003000             MOVE 16 TO WS-PROGRAM-RETURN-CODE
003010         END-IF
003020     END-IF.
003030     DISPLAY 'DORMANCY PERIOD: ' WS-DORMANCY-MONTHS ' MONTHS'.
003040*----------------------------------------------------------*
003050*  DSWP001-CLEAR-BUCKET - ZERO ONE AGING BUCKET'S TOTALS.
003060*----------------------------------------------------------*
003070 DSWP001-CLEAR-BUCKET.
003080     MOVE ZERO TO WS-BKT-COUNT(WS-BKT-SUB).
003090     MOVE ZERO TO WS-BKT-BALANCE(WS-BKT-SUB).
003100*----------------------------------------------------------*
003110*  DSWP001-PROCESS-ACCOUNT - READ THE NEXT MASTER RECORD.
003120*  AN OPEN ACCOUNT PAST THE DORMANCY PERIOD IS PUT TO SLEEP;
003130*  EVERY DORMANT ACCOUNT, NEW OR OLD, GOES ON THE REPORT.
003140*  AN OPEN ACCOUNT THAT HAS NEVER POSTED (LAST-POST DATE
003150*  ZERO) HAS NO INACTIVITY TO MEASURE AND HOLDS NO MONEY -
003160*  IT OPENED AT ZERO - SO IT IS COUNTED AND LEFT OPEN.
003170*  CLOSED ACCOUNTS ARE PASSED OVER.
003180*----------------------------------------------------------*
003190 DSWP001-PROCESS-ACCOUNT.
003200     READ ACCOUNT-FILE NEXT RECORD
003210         AT END
003220             MOVE 'Y' TO WS-ACCT-EOF-SWITCH
003230         NOT AT END
003240             ADD 1 TO WS-ACCOUNTS-READ-COUNT
003250             MOVE 'N' TO WS-NEWLY-DORMANT-SWITCH
003260             PERFORM DSWP001-AGE-ACCOUNT
003270             EVALUATE TRUE
003280                 WHEN ACM-STATUS-OPEN
003290                  AND WS-MONTHS-INACTIVE < ZERO
003300                     ADD 1 TO WS-NEVER-POSTED-COUNT
003310                 WHEN ACM-STATUS-OPEN
003320                  AND WS-MONTHS-INACTIVE
003330                          NOT < WS-DORMANCY-MONTHS
003340                     PERFORM DSWP001-MAKE-DORMANT
003350                 WHEN OTHER
003360                     CONTINUE
003370             END-EVALUATE
003380             IF ACM-STATUS-DORMANT
003390                 PERFORM DSWP001-REPORT-ACCOUNT
003400             END-IF
003410     END-READ.
003420     IF NOT WS-ACCT-OK AND NOT WS-ACCT-EOF-REACHED
003430         AND WS-PROGRAM-RETURN-CODE < 16
003440         DISPLAY 'ERROR - ACCTMST READ FAILED, STATUS='
003450                 WS-ACCT-STATUS
003460         MOVE 16 TO WS-PROGRAM-RETURN-CODE
003470     END-IF.
003480*----------------------------------------------------------*
003490*  DSWP001-AGE-ACCOUNT - WHOLE MONTHS SINCE THE ACCOUNT'S
003500*  LAST POSTING.  A ZERO OR NON-NUMERIC LAST-POST DATE
003510*  (NEVER POSTED) COMES BACK AS -1; A LAST-POST DATE AFTER
003520*  THE RUN DATE COUNTS AS ZERO MONTHS.
003530*----------------------------------------------------------*
003540 DSWP001-AGE-ACCOUNT.
003550     IF ACM-LAST-POST-DATE NOT NUMERIC
003560         OR ACM-LAST-POST-DATE = ZERO
003570         MOVE -1 TO WS-MONTHS-INACTIVE
003580     ELSE
003590         MOVE ACM-LAST-POST-DATE TO WS-LAST-POST-DATE
003600         COMPUTE WS-MONTHS-INACTIVE =
003610             (WS-RUN-YEAR * 12 + WS-RUN-MONTH)
003620           - (WS-LAST-POST-YEAR * 12 + WS-LAST-POST-MONTH)
003630         IF WS-RUN-DAY < WS-LAST-POST-DAY
003640             SUBTRACT 1 FROM WS-MONTHS-INACTIVE
003650         END-IF
003660         IF WS-MONTHS-INACTIVE < ZERO
003670             MOVE ZERO TO WS-MONTHS-INACTIVE
003680         END-IF
003690     END-IF.
003700*----------------------------------------------------------*
003710*  DSWP001-MAKE-DORMANT - REWRITE THE ACCOUNT IN HAND WITH
003720*  STATUS D AND LEAVE ITS DISPOSITION RECORD ON THE AUDIT
003730*  TRAIL.  NOTHING ELSE ON THE RECORD IS TOUCHED.
003740*----------------------------------------------------------*
003750 DSWP001-MAKE-DORMANT.
003760     MOVE 'D' TO ACM-ACCOUNT-STATUS.
003770     REWRITE ACCOUNT-RECORD.
003780     IF WS-ACCT-OK
003790         MOVE 'Y' TO WS-NEWLY-DORMANT-SWITCH
003800         ADD 1 TO WS-NEWLY-DORMANT-COUNT
003810         ADD ACM-CURRENT-BALANCE TO WS-NEWLY-DORMANT-BALANCE
003820         DISPLAY 'DORMANT:  ' ACM-ACCOUNT-NUMBER
003830                 ' LAST POSTED ' ACM-LAST-POST-DATE
003840         MOVE 'DORMANT'          TO AUD-STEP-NAME
003850         MOVE 'E'                TO AUD-EVENT-TYPE
003860         MOVE 'R'                TO AUD-EVENT-SOURCE
003870         MOVE 'S'                TO AUD-OUTCOME-CODE
003880         MOVE ACM-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
003890         MOVE ZERO               TO AUD-RETURN-CODE
003900         MOVE ZERO               TO AUD-ELAPSED-TIME
003910         PERFORM DSWP001-WRITE-AUDIT
003920     ELSE
003930         DISPLAY 'ERROR - ACCTMST REWRITE FAILED FOR '
003940                 ACM-ACCOUNT-NUMBER ', STATUS=' WS-ACCT-STATUS
003950         MOVE 16 TO WS-PROGRAM-RETURN-CODE
003960     END-IF.
003970*----------------------------------------------------------*
003980*  DSWP001-REPORT-ACCOUNT - ONE DETAIL LINE FOR A DORMANT
003990*  ACCOUNT, AND ITS BALANCE INTO ITS AGING BUCKET (OR THE
004000*  OVERDRAWN TOTAL).  A DORMANT ACCOUNT WITH NO LAST-POST
004010*  DATE AT ALL IS AGED AS THE OLDEST.
004020*----------------------------------------------------------*
004030 DSWP001-REPORT-ACCOUNT.
004040     ADD 1 TO WS-DORMANT-COUNT.
004050     MOVE ACM-ACCOUNT-NUMBER TO WRD-ACCOUNT.
004060     IF WS-MONTHS-INACTIVE < ZERO
004070         MOVE 'NEVER'            TO WRD-LAST-POST-X
004080         MOVE '***'              TO WRD-MONTHS-X
004090         MOVE 5                  TO WS-BKT-FOUND-SUB
004100     ELSE
004110         MOVE ACM-LAST-POST-DATE TO WRD-LAST-POST
004120         MOVE WS-MONTHS-INACTIVE TO WRD-MONTHS
004130         MOVE 1                  TO WS-BKT-FOUND-SUB
004140         PERFORM DSWP001-MATCH-BUCKET
004150             VARYING WS-BKT-SUB FROM 2 BY 1 UNTIL WS-BKT-SUB > 5
004160     END-IF.
004170     MOVE WS-BKT-LABEL(WS-BKT-FOUND-SUB) TO WRD-BUCKET.
004180     MOVE ACM-CURRENT-BALANCE TO WRD-BALANCE.
004190     IF WS-NEWLY-DORMANT
004200         MOVE 'NEW' TO WRD-NEW
004210     ELSE
004220         MOVE SPACES TO WRD-NEW
004230     END-IF.
004240     IF ACM-CURRENT-BALANCE < ZERO
004250         MOVE 'OD' TO WRD-OVERDRAWN
004260         ADD 1 TO WS-OVERDRAWN-COUNT
004270         ADD ACM-CURRENT-BALANCE TO WS-OVERDRAWN-BALANCE
004280     ELSE
004290         MOVE SPACES TO WRD-OVERDRAWN
004300         ADD 1 TO WS-REPORTABLE-COUNT
004310         ADD ACM-CURRENT-BALANCE TO WS-REPORTABLE-BALANCE
004320         ADD 1 TO WS-BKT-COUNT(WS-BKT-FOUND-SUB)
004330         ADD ACM-CURRENT-BALANCE
004340             TO WS-BKT-BALANCE(WS-BKT-FOUND-SUB)
004350     END-IF.
004360     WRITE REPORT-LINE FROM WS-RPT-DETAIL-LINE.
004370*----------------------------------------------------------*
004380*  DSWP001-MATCH-BUCKET - MOVE UP TO THE NEXT BUCKET WHEN
004390*  THE ACCOUNT HAS REACHED ITS FLOOR.
004400*----------------------------------------------------------*
004410 DSWP001-MATCH-BUCKET.
004420     IF WS-MONTHS-INACTIVE NOT < WS-BKT-FLOOR(WS-BKT-SUB)
004430         MOVE WS-BKT-SUB TO WS-BKT-FOUND-SUB
004440     END-IF.
004450*----------------------------------------------------------*
004460*  DSWP001-PRINT-TOTALS - AGING BUCKET TOTALS (THE FIGURES
004470*  THE UNCLAIMED-PROPERTY FILING IS PREPARED FROM), THE
004480*  OVERDRAWN AND RUN TOTALS, AND THE SIGN-OFF BLOCK.
004490*----------------------------------------------------------*
004500 DSWP001-PRINT-TOTALS.
004510     MOVE SPACES TO REPORT-LINE.
004520     WRITE REPORT-LINE.
004530     MOVE 'REPORTABLE BALANCES BY MONTHS SINCE LAST POSTING'
004540         TO REPORT-LINE.
004550     WRITE REPORT-LINE.
004560     PERFORM DSWP001-PRINT-BUCKET
004570         VARYING WS-BKT-SUB FROM 1 BY 1 UNTIL WS-BKT-SUB > 5.
004580     MOVE SPACES TO REPORT-LINE.
004590     WRITE REPORT-LINE.
004600     MOVE 'TOTAL REPORTABLE BALANCE......' TO WRL-LABEL.
004610     MOVE WS-REPORTABLE-BALANCE TO WRL-AMOUNT.
004620     WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
004630     MOVE 'OVERDRAWN (NOT REPORTABLE)....' TO WRL-LABEL.
004640     MOVE WS-OVERDRAWN-BALANCE TO WRL-AMOUNT.
004650     WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
004660     MOVE 'MADE DORMANT THIS RUN.........' TO WRL-LABEL.
004670     MOVE WS-NEWLY-DORMANT-BALANCE TO WRL-AMOUNT.
004680     WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
004690     MOVE 'ACCOUNTS READ.................' TO WRC-LABEL.
004700     MOVE WS-ACCOUNTS-READ-COUNT TO WRC-COUNT.
004710     WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
004720     MOVE 'DORMANT ACCOUNTS LISTED.......' TO WRC-LABEL.
004730     MOVE WS-DORMANT-COUNT TO WRC-COUNT.
004740     WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
004750     MOVE '  REPORTABLE..................' TO WRC-LABEL.
004760     MOVE WS-REPORTABLE-COUNT TO WRC-COUNT.
004770     WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
004780     MOVE '  OVERDRAWN...................' TO WRC-LABEL.
004790     MOVE WS-OVERDRAWN-COUNT TO WRC-COUNT.
004800     WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
004810     MOVE 'MADE DORMANT THIS RUN.........' TO WRC-LABEL.
004820     MOVE WS-NEWLY-DORMANT-COUNT TO WRC-COUNT.
004830     WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
004840     MOVE 'OPEN, NEVER POSTED (LEFT OPEN)' TO WRC-LABEL.
004850     MOVE WS-NEVER-POSTED-COUNT TO WRC-COUNT.
004860     WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
004870     MOVE SPACES TO REPORT-LINE.
004880     WRITE REPORT-LINE.
004890     WRITE REPORT-LINE.
004900     WRITE REPORT-LINE FROM WS-RPT-SIGNOFF-1.
004910     MOVE SPACES TO REPORT-LINE.
004920     WRITE REPORT-LINE.
004930     WRITE REPORT-LINE FROM WS-RPT-SIGNOFF-2.
004940*----------------------------------------------------------*
004950*  DSWP001-PRINT-BUCKET - ONE AGING BUCKET'S TOTAL LINE.
004960*----------------------------------------------------------*
004970 DSWP001-PRINT-BUCKET.
004980     MOVE WS-BKT-LABEL(WS-BKT-SUB)   TO WRB-LABEL.
004990     MOVE WS-BKT-COUNT(WS-BKT-SUB)   TO WRB-COUNT.
005000     MOVE WS-BKT-BALANCE(WS-BKT-SUB) TO WRB-BALANCE.
005010     WRITE REPORT-LINE FROM WS-RPT-BUCKET-LINE.
005020*----------------------------------------------------------*
005030*  DSWP001-WRITE-AUDIT - APPEND ONE RECORD TO AUDIT-FILE,
005040*  SAME OPEN EXTEND / STATUS-35-FALLBACK RULE AS HELLO'S
005050*  HELL001-WRITE-AUDIT.
005060*----------------------------------------------------------*
005070 DSWP001-WRITE-AUDIT.
005080     MOVE WS-JOB-NAME     TO AUD-JOB-ID.
005090     MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
005100     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
005110     ACCEPT AUD-RUN-TIME FROM TIME.
005120     OPEN EXTEND AUDIT-FILE.
005130     IF NOT WS-AUDIT-OK AND WS-AUDIT-NOT-FOUND
005140         OPEN OUTPUT AUDIT-FILE
005150     END-IF.
005160     IF WS-AUDIT-OK
005170         WRITE AUDIT-RECORD
005180         CLOSE AUDIT-FILE
005190     ELSE
005200         DISPLAY 'ERROR - AUDIT-FILE OPEN FAILED, STATUS='
005210                 WS-AUDIT-STATUS ' - JOB WILL BE FLAGGED '
005220                 'AS FAILED'
005230         MOVE 16 TO WS-PROGRAM-RETURN-CODE
005240     END-IF.
005250*----------------------------------------------------------*
005260*  DSWP001-TERMINATE - RUN TOTALS, JOB-END AUDIT EVENT AND
005270*  PROGRAM EXIT.
005280*----------------------------------------------------------*
005290 DSWP001-TERMINATE.
005300     CLOSE ACCOUNT-FILE.
005310     CLOSE REPORT-FILE.
005320     DISPLAY 'DORMSWP RUN TOTALS'.
005330     DISPLAY '  ACCOUNTS READ........: ' WS-ACCOUNTS-READ-COUNT.
005340     DISPLAY '  MADE DORMANT.........: ' WS-NEWLY-DORMANT-COUNT.
005350     DISPLAY '  DORMANT LISTED.......: ' WS-DORMANT-COUNT.
005360     DISPLAY '  NEVER POSTED (OPEN)..: ' WS-NEVER-POSTED-COUNT.
005370     MOVE 'DORMSWP' TO AUD-STEP-NAME.
005380     MOVE 'E'       TO AUD-EVENT-TYPE.
005390     MOVE 'J'       TO AUD-EVENT-SOURCE.
005400     MOVE SPACES    TO AUD-ACCOUNT-NUMBER.
005410     MOVE WS-PROGRAM-RETURN-CODE TO AUD-RETURN-CODE.
005420     MOVE ZERO      TO AUD-ELAPSED-TIME.
005430     IF WS-PROGRAM-RETURN-CODE = ZERO
005440         MOVE 'S' TO AUD-OUTCOME-CODE
005450     ELSE
005460         MOVE 'F' TO AUD-OUTCOME-CODE
005470     END-IF.
005480     PERFORM DSWP001-WRITE-AUDIT.
005490     DISPLAY 'TERMINATING PROGRAM'.
005500     MOVE WS-PROGRAM-RETURN-CODE TO RETURN-CODE.
