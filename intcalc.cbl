000100*----------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     INTCALC.
000130 AUTHOR.         BATCH-SYSTEMS-GROUP.
000140 INSTALLATION.   ACME FINANCIAL SERVICES INC.
000150 DATE-WRITTEN.   2026-09-22.
000160 DATE-COMPILED.
000170*----------------------------------------------------------*
000180*  MODIFICATION HISTORY
000190*  ------------------------------------------------------
000200*  2026-09-22  JCV  ORIGINAL VERSION - MONTH-END INTEREST AND
000210*                   SERVICE FEES AGAINST THE ACCOUNT MASTER,
000220*                   REPLACING FINANCE'S SPREADSHEET.  ONCE PER
000230*                   MONTH (THE FIRST CYCLE AFTER IT ENDS, OR A
000240*                   PARM-NAMED MONTH) EVERY OPEN ACCOUNT IS
000250*                   CHARGED FROM THE OPERATIONS RATE/FEE TABLE
000260*                   (SEE IRATREC1): CREDIT INTEREST ON A
000270*                   POSITIVE MONTH-END BALANCE, DEBIT INTEREST
000280*                   ON A NEGATIVE ONE, THE FLAT MAINTENANCE
000290*                   FEE, AND THE OVERDRAFT-USAGE FEE WHEN THE
000300*                   ACCOUNT WENT BELOW ZERO DURING THE MONTH.
000310*                   THE MONTH-END BALANCE AND THE OVERDRAFT
000320*                   USE ARE TAKEN FROM THE SORTED TRANHIST
000330*                   RESULTING BALANCES, SO A LATE RUN STILL
000340*                   CHARGES ON THE MONTH AS IT STOOD.  THE
000350*                   CHARGES GO OUT AS SYSTEM TRANSACTIONS IN
000360*                   THEIR OWN HDR/TRL CONTROL GROUP, WHICH
000370*                   HELLOJ CONCATENATES BEHIND TRANSIN LIKE
000380*                   THE RESUBMIT/TRANSTG/RELEASE FEEDS, SO
000390*                   THEY ARE VALIDATED, POSTED AND KEPT ON
000400*                   TRANHIST LIKE ANY OTHER MOVEMENT.  A
000410*                   REGISTER OF EVERY CHARGE AND ITS BASIS IS
000420*                   PRINTED FOR THE FINANCE SIGN-OFF, AND THE
000430*                   MONTH IS LOGGED ON INTMLOG (SEE IMLGREC1)
000440*                   SO IT CANNOT BE CHARGED TWICE.
000450*----------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPTIONAL ACCOUNT-FILE
000500                                ASSIGN TO ACCTMST
000510                                ORGANIZATION IS INDEXED
000520                                ACCESS MODE IS SEQUENTIAL
000530                                RECORD KEY IS ACM-ACCOUNT-NUMBER
000540                                FILE STATUS IS WS-ACCT-STATUS.
000550     SELECT OPTIONAL HISTORY-FILE
000560                                ASSIGN TO HISTIN
000570                                ORGANIZATION IS SEQUENTIAL
000580                                FILE STATUS IS WS-HIST-STATUS.
000590     SELECT OPTIONAL RATE-FILE
000600                                ASSIGN TO RATEFILE
000610                                ORGANIZATION IS SEQUENTIAL
000620                                FILE STATUS IS WS-RATE-STATUS.
000630     SELECT OPTIONAL TRANCODE-FILE
000640                                ASSIGN TO TCODFILE
000650                                ORGANIZATION IS SEQUENTIAL
000660                                FILE STATUS IS WS-TCODE-STATUS.
000670     SELECT OPTIONAL MONTH-LOG-FILE
000680                                ASSIGN TO INTMLOG
000690                                ORGANIZATION IS SEQUENTIAL
000700                                FILE STATUS IS WS-MLOG-STATUS.
000710     SELECT FEED-FILE          ASSIGN TO INTOUT
000720                                ORGANIZATION IS SEQUENTIAL
000730                                FILE STATUS IS WS-FEED-STATUS.
000740     SELECT REGISTER-FILE      ASSIGN TO INTRPT
000750                                ORGANIZATION IS SEQUENTIAL
000760                                FILE STATUS IS WS-REG-STATUS.
000770     SELECT AUDIT-FILE         ASSIGN TO AUDITF
000780                                ORGANIZATION IS SEQUENTIAL
000790                                FILE STATUS IS WS-AUDIT-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  ACCOUNT-FILE
000830     RECORDING MODE IS F.
000840 COPY ACCTREC1.
000850 FD  HISTORY-FILE
000860     RECORDING MODE IS F.
000870 COPY PHSTREC1.
000880 FD  RATE-FILE
000890     RECORDING MODE IS F.
000900 COPY IRATREC1.
000910 FD  TRANCODE-FILE
000920     RECORDING MODE IS F.
000930 COPY TCODREC1.
000940 FD  MONTH-LOG-FILE
000950     RECORDING MODE IS F.
000960 COPY IMLGREC1.
000970 FD  FEED-FILE
000980     RECORDING MODE IS F.
000990 01  FEED-RECORD                     PIC X(56).
001000 FD  REGISTER-FILE
001010     RECORDING MODE IS F.
001020 01  REGISTER-LINE                   PIC X(80).
001030 FD  AUDIT-FILE
001040     RECORDING MODE IS F.
001050 COPY AUDTREC1.
001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------*
001080*  JOB IDENTIFICATION AND RETURN-CODE TRACKING
001090*----------------------------------------------------------*
001100 01  WS-JOB-NAME                     PIC X(08) VALUE 'INTCALC'.
001110 01  WS-OPERATOR-ID                  PIC X(08) VALUE 'BATCH'.
001120 01  WS-PROGRAM-RETURN-CODE          PIC S9(04) COMP VALUE ZERO.
001130 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001140 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001150     05  WS-RUN-YEAR                 PIC 9(04).
001160     05  WS-RUN-MONTH                PIC 9(02).
001170     05  WS-RUN-DAY                  PIC 9(02).
001180 01  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001190*----------------------------------------------------------*
001200*  FILE STATUS AND END-OF-FILE CONTROL
001210*----------------------------------------------------------*
001220 01  WS-ACCT-STATUS                  PIC X(02) VALUE '00'.
001230     88  WS-ACCT-OK                  VALUE '00'.
001240     88  WS-ACCT-NOT-FOUND           VALUE '35'.
001250 01  WS-HIST-STATUS                  PIC X(02) VALUE '00'.
001260     88  WS-HIST-OK                  VALUE '00'.
001270     88  WS-HIST-NOT-FOUND           VALUE '35'.
001280 01  WS-RATE-STATUS                  PIC X(02) VALUE '00'.
001290     88  WS-RATE-OK                  VALUE '00'.
001300     88  WS-RATE-NOT-FOUND           VALUE '35'.
001310 01  WS-TCODE-STATUS                 PIC X(02) VALUE '00'.
001320     88  WS-TCODE-OK                 VALUE '00'.
001330     88  WS-TCODE-NOT-FOUND          VALUE '35'.
001340 01  WS-MLOG-STATUS                  PIC X(02) VALUE '00'.
001350     88  WS-MLOG-OK                  VALUE '00'.
001360     88  WS-MLOG-NOT-FOUND           VALUE '35'.
001370 01  WS-FEED-STATUS                  PIC X(02) VALUE '00'.
001380     88  WS-FEED-OK                  VALUE '00'.
001390 01  WS-REG-STATUS                   PIC X(02) VALUE '00'.
001400     88  WS-REG-OK                   VALUE '00'.
001410 01  WS-AUDIT-STATUS                 PIC X(02) VALUE '00'.
001420     88  WS-AUDIT-OK                 VALUE '00'.
001430     88  WS-AUDIT-NOT-FOUND          VALUE '35'.
001440 01  WS-ACCT-EOF-SWITCH              PIC X(01) VALUE 'N'.
001450     88  WS-ACCT-EOF-REACHED         VALUE 'Y'.
001460 01  WS-HIST-EOF-SWITCH              PIC X(01) VALUE 'N'.
001470     88  WS-HIST-EOF-REACHED         VALUE 'Y'.
001480 01  WS-RATE-EOF-SWITCH              PIC X(01) VALUE 'N'.
001490     88  WS-RATE-EOF-REACHED         VALUE 'Y'.
001500 01  WS-TCODE-EOF-SWITCH             PIC X(01) VALUE 'N'.
001510     88  WS-TCODE-EOF-REACHED        VALUE 'Y'.
001520 01  WS-MLOG-EOF-SWITCH              PIC X(01) VALUE 'N'.
001530     88  WS-MLOG-EOF-REACHED         VALUE 'Y'.
001540*----------------------------------------------------------*
001550*  MONTH SELECTION, SET BY ICAL001-GET-RUN-MODE.  NO PARM
001560*  TARGETS THE MONTH BEFORE THE RUN DATE AND QUIETLY DOES
001570*  NOTHING WHEN INTMLOG SHOWS IT CLOSED - THE EVERY-CYCLE
001580*  CASE.  PARM 'YYYYMM' NAMES A MONTH (A CATCH-UP), AND
001590*  'YYYYMM,RERUN' CLOSES IT EVEN IF INTMLOG HAS IT.
001600*----------------------------------------------------------*
001610 01  WS-PARM-MONTH-SWITCH            PIC X(01) VALUE 'N'.
001620     88  WS-PARM-MONTH-GIVEN         VALUE 'Y'.
001630 01  WS-RERUN-SWITCH                 PIC X(01) VALUE 'N'.
001640     88  WS-RERUN-REQUESTED          VALUE 'Y'.
001650 01  WS-MONTH-CLOSED-SWITCH          PIC X(01) VALUE 'N'.
001660     88  WS-MONTH-ALREADY-CLOSED     VALUE 'Y'.
001670 01  WS-CLOSE-SWITCH                 PIC X(01) VALUE 'N'.
001680     88  WS-CLOSING-MONTH            VALUE 'Y'.
001690 01  WS-TARGET-MONTH                 PIC 9(06) VALUE ZERO.
001700 01  WS-TARGET-MONTH-PARTS REDEFINES WS-TARGET-MONTH.
001710     05  WS-TARGET-YEAR              PIC 9(04).
001720     05  WS-TARGET-MM                PIC 9(02).
001730 01  WS-CURRENT-MONTH                PIC 9(06) VALUE ZERO.
001740 01  WS-MONTH-FIRST-DATE             PIC 9(08) VALUE ZERO.
001750 01  WS-MONTH-LAST-DATE              PIC 9(08) VALUE ZERO.
001760*----------------------------------------------------------*
001770*  RATE/FEE TABLE - ONE SLOT PER CHARGE TYPE IN A FIXED
001780*  ORDER (1 CI, 2 DI, 3 MF, 4 OF).  THE TYPE CODES, REGISTER
001790*  LABELS AND REQUIRED TCODFILE DIRECTIONS ARE COMPILED IN;
001800*  THE CODE, RATE AND FLAT AMOUNT COME FROM RATEFILE.
001810*----------------------------------------------------------*
001820 01  WS-CHARGE-TYPE-VALUES.
001830     05  FILLER                      PIC X(21) VALUE
001840         'CICREDIT INTEREST  C'.
001850     05  FILLER                      PIC X(21) VALUE
001860         'DIDEBIT INTEREST   D'.
001870     05  FILLER                      PIC X(21) VALUE
001880         'MFMAINTENANCE FEE  D'.
001890     05  FILLER                      PIC X(21) VALUE
001900         'OFOVERDRAFT FEE    D'.
001910 01  WS-CHARGE-TYPE-TABLE REDEFINES WS-CHARGE-TYPE-VALUES.
001920     05  WS-CHARGE-TYPE-ENTRY OCCURS 4 TIMES.
001930         10  WS-CT-TYPE              PIC X(02).
001940         10  WS-CT-LABEL             PIC X(17).
001950         10  WS-CT-DIRECTION         PIC X(01).
001960         10  FILLER                  PIC X(01).
001970 01  WS-RATE-TABLE.
001980     05  WS-RATE-ENTRY OCCURS 4 TIMES.
001990         10  WS-RT-LOADED-SWITCH     PIC X(01).
002000             88  WS-RT-LOADED        VALUE 'Y'.
002010         10  WS-RT-TRAN-CODE         PIC X(04).
002020         10  WS-RT-ANNUAL-RATE       PIC 9(03)V9(04).
002030         10  WS-RT-FLAT-AMOUNT       PIC 9(05)V99.
002040         10  WS-RT-CHARGE-COUNT      PIC 9(07) COMP.
002050         10  WS-RT-CHARGE-TOTAL      PIC S9(11)V99 COMP-3.
002060 01  WS-RT-SUB                       PIC 9(01) COMP VALUE ZERO.
002070 01  WS-RT-FOUND-SUB                 PIC 9(01) COMP VALUE ZERO.
002080 01  WS-RATE-RECORD-COUNT            PIC 9(05) COMP VALUE ZERO.
002090 01  WS-CI                           PIC 9(01) COMP VALUE 1.
002100 01  WS-DI                           PIC 9(01) COMP VALUE 2.
002110 01  WS-MF                           PIC 9(01) COMP VALUE 3.
002120 01  WS-OF                           PIC 9(01) COMP VALUE 4.
002130*----------------------------------------------------------*
002140*  TCODFILE LOOKUP - EVERY RATEFILE CODE MUST BE AN ACTIVE
002150*  TCODFILE CODE WITH THE RIGHT DIRECTION, OR HELLO WOULD
002160*  REJECT (OR TRANPOST MIS-POST) THE WHOLE MONTH'S CHARGES.
002170*----------------------------------------------------------*
002180 01  WS-TCODE-FOUND-SUB              PIC 9(03) COMP VALUE ZERO.
002190 01  WS-TCODE-SUB                    PIC 9(03) COMP VALUE ZERO.
002200 01  WS-LOOKUP-CODE                  PIC X(04) VALUE SPACES.
002210 COPY TCODTBL1.
002220*----------------------------------------------------------*
002230*  PER-ACCOUNT MONTH PICTURE, BUILT FROM THE ACCOUNT'S
002240*  TRANHIST MOVEMENTS BY ICAL001-TAKE-HISTORY.  THE MONTH-
002250*  END BALANCE IS THE RESULTING BALANCE OF THE LAST MOVEMENT
002260*  POSTED ON OR BEFORE THE MONTH'S LAST DAY; WITH NONE, THE
002270*  BALANCE BEFORE THE FIRST LATER MOVEMENT; WITH NO HISTORY
002280*  AT ALL, THE MASTER BALANCE.  THE LOW BALANCE IS THE
002290*  LOWEST THE ACCOUNT STOOD AT ANY POINT IN THE MONTH.
002300*----------------------------------------------------------*
002310 01  WS-BEFORE-MONTH-END-SWITCH      PIC X(01) VALUE 'N'.
002320     88  WS-SEEN-BEFORE-MONTH-END    VALUE 'Y'.
002330 01  WS-AFTER-MONTH-END-SWITCH       PIC X(01) VALUE 'N'.
002340     88  WS-SEEN-AFTER-MONTH-END     VALUE 'Y'.
002350 01  WS-IN-MONTH-SWITCH              PIC X(01) VALUE 'N'.
002360     88  WS-SEEN-IN-MONTH            VALUE 'Y'.
002370 01  WS-MONTH-END-BALANCE            PIC S9(09)V99 COMP-3
002380                                     VALUE ZERO.
002390 01  WS-LOW-BALANCE                  PIC S9(09)V99 COMP-3
002400                                     VALUE ZERO.
002410 01  WS-PRIOR-BALANCE                PIC S9(09)V99 COMP-3
002420                                     VALUE ZERO.
002430*----------------------------------------------------------*
002440*  ONE CHARGE IN HAND - AMOUNT, THE BALANCE IT WAS WORKED
002450*  FROM (PRINTED AS THE BASIS ON THE REGISTER) AND WHICH
002460*  CHARGE TYPE SLOT IT BELONGS TO.
002470*----------------------------------------------------------*
002480 01  WS-CHARGE-AMOUNT                PIC S9(09)V99 COMP-3
002490                                     VALUE ZERO.
002500 01  WS-CHARGE-BASIS                 PIC S9(09)V99 COMP-3
002510                                     VALUE ZERO.
002520*----------------------------------------------------------*
002530*  FEED CONTROL GROUP - THE CHARGES GO TO THE NEXT
002540*  VALIDATION PASS WRAPPED IN THEIR OWN HDR/TRL GROUP, SAME
002550*  AS TRANWHSE'S RELEASE FILE.  THE HEADER IS ONLY WRITTEN
002560*  ONCE THE FIRST CHARGE LANDS, SO A CYCLE WITH NO MONTH TO
002570*  CLOSE LEAVES AN EMPTY FILE.
002580*----------------------------------------------------------*
002590 01  WS-FEED-HEADER-SWITCH           PIC X(01) VALUE 'N'.
002600     88  WS-FEED-HEADER-WRITTEN      VALUE 'Y'.
002610 01  WS-FEED-COUNT                   PIC 9(09) COMP VALUE ZERO.
002620 01  WS-FEED-AMOUNT-SUM              PIC S9(13)V99 COMP-3
002630                                     VALUE ZERO.
002640 01  WS-FEED-AMOUNT-X                PIC X(11) VALUE ZEROS.
002650 01  WS-FEED-AMOUNT-N REDEFINES WS-FEED-AMOUNT-X
002660                                     PIC 9(09)V99.
002670 COPY TRANREC1.
002680*----------------------------------------------------------*
002690*  RUN TOTALS FOR THE REGISTER AND THE END-OF-RUN SUMMARY
002700*----------------------------------------------------------*
002710 01  WS-ACCOUNTS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
002720 01  WS-ACCOUNTS-CHARGED-COUNT       PIC 9(07) COMP VALUE ZERO.
002730 01  WS-NOT-OPEN-COUNT               PIC 9(07) COMP VALUE ZERO.
002740 01  WS-CHARGE-COUNT                 PIC 9(07) COMP VALUE ZERO.
002750 01  WS-CREDIT-TOTAL                 PIC S9(11)V99 COMP-3
002760                                     VALUE ZERO.
002770 01  WS-DEBIT-TOTAL                  PIC S9(11)V99 COMP-3
002780                                     VALUE ZERO.
002790 01  WS-ACCOUNT-CHARGED-SWITCH       PIC X(01) VALUE 'N'.
002800     88  WS-ACCOUNT-CHARGED          VALUE 'Y'.
002810*----------------------------------------------------------*
002820*  REGISTER HEADING, DETAIL, TOTAL AND SIGN-OFF LINES
002830*----------------------------------------------------------*
002840 01  WS-REG-HEADING-1.
002850     05  FILLER                     PIC X(46) VALUE
002860         'INTCALC - MONTH-END INTEREST AND FEE REGISTER'.
002870     05  FILLER                     PIC X(34) VALUE SPACES.
002880 01  WS-REG-HEADING-2.
002890     05  FILLER                     PIC X(10) VALUE
002900         'RUN DATE:'.
002910     05  WRH-RUN-DATE               PIC 9(08).
002920     05  FILLER                     PIC X(04) VALUE SPACES.
002930     05  FILLER                     PIC X(07) VALUE 'MONTH:'.
002940     05  WRH-MONTH                  PIC 9(06).
002950     05  FILLER                     PIC X(45) VALUE SPACES.
002960 01  WS-REG-HEADING-3.
002970     05  FILLER                     PIC X(40) VALUE
002980         'ACCOUNT     CHARGE            CODE     '.
002990     05  FILLER                     PIC X(40) VALUE
003000         '      BASIS    RATE %          AMOUNT'.
003010 01  WS-REG-DETAIL-LINE.
003020     05  WRD-ACCOUNT                PIC X(10).
003030     05  FILLER                     PIC X(02) VALUE SPACES.
003040     05  WRD-CHARGE                 PIC X(17).
003050     05  FILLER                     PIC X(01) VALUE SPACES.
003060     05  WRD-CODE                   PIC X(04).
003070     05  FILLER                     PIC X(02) VALUE SPACES.
003080     05  WRD-BASIS                  PIC ---,---,--9.99.
003090     05  FILLER                     PIC X(02) VALUE SPACES.
003100     05  WRD-RATE                   PIC ZZ9.9999.
003110     05  WRD-RATE-X REDEFINES WRD-RATE
003120                                    PIC X(08).
003130     05  FILLER                     PIC X(02) VALUE SPACES.
003140     05  WRD-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
003150     05  FILLER                     PIC X(04) VALUE SPACES.
003160 01  WS-REG-TYPE-LINE.
003170     05  FILLER                     PIC X(02) VALUE SPACES.
003180     05  WRT-LABEL                  PIC X(17).
003190     05  FILLER                     PIC X(01) VALUE SPACES.
003200     05  WRT-CODE                   PIC X(04).
003210     05  FILLER                     PIC X(08) VALUE
003220         '  COUNT '.
003230     05  WRT-COUNT                  PIC ZZZ,ZZ9.
003240     05  FILLER                     PIC X(09) VALUE
003250         '  AMOUNT '.
003260     05  WRT-AMOUNT                 PIC ---,---,---,--9.99.
003270     05  FILLER                     PIC X(14) VALUE SPACES.
003280 01  WS-REG-TOTAL-LINE.
003290     05  WRL-LABEL                  PIC X(30).
003300     05  WRL-AMOUNT                 PIC ---,---,---,--9.99.
003310     05  FILLER                     PIC X(32) VALUE SPACES.
003320 01  WS-REG-COUNT-LINE.
003330     05  WRC-LABEL                  PIC X(30).
003340     05  WRC-COUNT                  PIC ZZZ,ZZZ,ZZ9.
003350     05  FILLER                     PIC X(39) VALUE SPACES.
003360 01  WS-REG-SIGNOFF-1.
003370     05  FILLER                     PIC X(40) VALUE
003380         'PREPARED BY ....................... DATE'.
003390     05  FILLER                     PIC X(40) VALUE
003400         ' ..........'.
003410 01  WS-REG-SIGNOFF-2.
003420     05  FILLER                     PIC X(40) VALUE
003430         'FINANCE SIGN-OFF .................. DATE'.
003440     05  FILLER                     PIC X(40) VALUE
003450         ' ..........'.
003460 01  WS-REG-NOTHING-LINE.
003470     05  FILLER                     PIC X(40) VALUE
003480         'NO MONTH TO CLOSE THIS CYCLE - NOTHING C'.
003490     05  FILLER                     PIC X(40) VALUE
003500         'HARGED'.
003510 LINKAGE SECTION.
003520 01  LK-PARM-AREA.
003530     05  LK-PARM-LENGTH              PIC S9(04) COMP.
003540     05  LK-PARM-TEXT                PIC X(20).
003550 PROCEDURE DIVISION USING LK-PARM-AREA.
003560*----------------------------------------------------------*
003570*  ICAL001-MAINLINE - PROGRAM ENTRY POINT.  THE MASTER IS
003580*  READ IN KEY ORDER WITH THE SORTED HISTORY MATCHED
003590*  ALONGSIDE; EACH ACCOUNT IS CHARGED AS IT IS PASSED.
003600*----------------------------------------------------------*
003610 ICAL001-MAINLINE.
003620     PERFORM ICAL001-INITIALIZE.
003630     IF WS-PROGRAM-RETURN-CODE = ZERO AND WS-CLOSING-MONTH
003640         PERFORM ICAL001-READ-HISTORY
003650         PERFORM ICAL001-PROCESS-ACCOUNT
003660             UNTIL WS-ACCT-EOF-REACHED
003670         PERFORM ICAL001-CLOSE-FEED
003680         PERFORM ICAL001-PRINT-TOTALS
003690         IF WS-PROGRAM-RETURN-CODE = ZERO
003700             PERFORM ICAL001-LOG-MONTH
003710         END-IF
003720     END-IF.
003730     PERFORM ICAL001-TERMINATE.
003740     STOP RUN.
003750*----------------------------------------------------------*
003760*  ICAL001-INITIALIZE - JOB-START AUDIT EVENT, MONTH
003770*  SELECTION AND OPENS.  THE FEED AND REGISTER ARE ALWAYS
003780*  OPENED, SO EVERY CYCLE CUTS ITS (POSSIBLY EMPTY) FEED
003790*  GENERATION; THE MASTER, HISTORY AND TABLES ARE ONLY
003800*  OPENED WHEN THERE IS A MONTH TO CLOSE.
003810*----------------------------------------------------------*
003820 ICAL001-INITIALIZE.
003830     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003840     ACCEPT WS-RUN-TIME FROM TIME.
003850     MOVE 'INTCALC' TO AUD-STEP-NAME.
003860     MOVE 'S'       TO AUD-EVENT-TYPE.
003870     MOVE 'J'       TO AUD-EVENT-SOURCE.
003880     MOVE SPACE     TO AUD-OUTCOME-CODE.
003890     MOVE ZERO      TO AUD-RETURN-CODE.
003900     MOVE ZERO      TO AUD-ELAPSED-TIME.
003910     PERFORM ICAL001-WRITE-AUDIT.
003920     OPEN OUTPUT FEED-FILE.
003930     IF NOT WS-FEED-OK
003940         DISPLAY 'ERROR - INTOUT OPEN FAILED, STATUS='
003950                 WS-FEED-STATUS
003960         MOVE 16 TO WS-PROGRAM-RETURN-CODE
003970     END-IF.
003980     OPEN OUTPUT REGISTER-FILE.
003990     IF WS-REG-OK
004000         MOVE WS-RUN-DATE TO WRH-RUN-DATE
004010         WRITE REGISTER-LINE FROM WS-REG-HEADING-1
004020     ELSE
004030         DISPLAY 'ERROR - INTRPT OPEN FAILED, STATUS='
004040                 WS-REG-STATUS
004050         MOVE 16 TO WS-PROGRAM-RETURN-CODE
004060     END-IF.
004070     IF WS-PROGRAM-RETURN-CODE = ZERO
004080         PERFORM ICAL001-GET-RUN-MODE
004090     END-IF.
004100     IF WS-PROGRAM-RETURN-CODE = ZERO
004110         PERFORM ICAL001-CHECK-MONTH-LOG
004120     END-IF.
004130     IF WS-PROGRAM-RETURN-CODE = ZERO AND WS-CLOSING-MONTH
004140         PERFORM ICAL001-LOAD-TRANCODES
004150     END-IF.
004160     IF WS-PROGRAM-RETURN-CODE = ZERO AND WS-CLOSING-MONTH
004170         PERFORM ICAL001-LOAD-RATES
004180     END-IF.
004190     IF WS-PROGRAM-RETURN-CODE = ZERO AND WS-CLOSING-MONTH
004200         PERFORM ICAL001-OPEN-INPUTS
004210     END-IF.
004220     IF WS-REG-OK
004230         MOVE WS-TARGET-MONTH TO WRH-MONTH
004240         WRITE REGISTER-LINE FROM WS-REG-HEADING-2
004250         MOVE SPACES TO REGISTER-LINE
004260         WRITE REGISTER-LINE
004270         IF WS-PROGRAM-RETURN-CODE = ZERO AND WS-CLOSING-MONTH
004280             WRITE REGISTER-LINE FROM WS-REG-HEADING-3
004290         ELSE
004300             WRITE REGISTER-LINE FROM WS-REG-NOTHING-LINE
004310         END-IF
004320     END-IF.
004330*----------------------------------------------------------*
004340*  ICAL001-GET-RUN-MODE - DECODE THE EXEC JCL PARM AND SET
004350*  THE TARGET MONTH AND ITS FIRST/LAST DATES.  THE LAST
004360*  DATE IS TAKEN AS DAY 31 - RUN DATES ARE ONLY EVER
004370*  COMPARED AGAINST IT, SO THE MONTH'S TRUE LENGTH DOES NOT
004380*  MATTER.  A NAMED MONTH THAT HAS NOT ENDED YET, OR A PARM
004390*  THAT IS NOT A MONTH, FAILS THE JOB BEFORE A PENNY MOVES.
004400*----------------------------------------------------------*
004410 ICAL001-GET-RUN-MODE.
004420     MOVE WS-RUN-DATE(1:6) TO WS-CURRENT-MONTH.
004430     IF LK-PARM-LENGTH > ZERO AND LK-PARM-TEXT(1:6) NOT = SPACES
004440         MOVE 'Y' TO WS-PARM-MONTH-SWITCH
004450         IF LK-PARM-TEXT(1:6) IS NUMERIC
004460             MOVE LK-PARM-TEXT(1:6) TO WS-TARGET-MONTH
004470         ELSE
004480             MOVE ZERO TO WS-TARGET-MONTH
004490         END-IF
004500         IF LK-PARM-TEXT(7:6) = ',RERUN'
004510             MOVE 'Y' TO WS-RERUN-SWITCH
004520         END-IF
004530     ELSE
004540         MOVE WS-RUN-YEAR  TO WS-TARGET-YEAR
004550         MOVE WS-RUN-MONTH TO WS-TARGET-MM
004560         IF WS-TARGET-MM = 1
004570             SUBTRACT 1 FROM WS-TARGET-YEAR
004580             MOVE 12 TO WS-TARGET-MM
004590         ELSE
004600             SUBTRACT 1 FROM WS-TARGET-MM
004610         END-IF
004620     END-IF.
004630     IF WS-TARGET-MM < 1 OR WS-TARGET-MM > 12
004640         OR WS-TARGET-MONTH NOT < WS-CURRENT-MONTH
004650         DISPLAY 'ERROR - MONTH PARM (YYYYMM OR YYYYMM,RERUN, '
004660                 'A MONTH ALREADY ENDED) IS INVALID - RUN FAILED'
004670         MOVE 16 TO WS-PROGRAM-RETURN-CODE
004680     ELSE
004690         COMPUTE WS-MONTH-FIRST-DATE = WS-TARGET-MONTH * 100 + 1
004700         COMPUTE WS-MONTH-LAST-DATE  = WS-TARGET-MONTH * 100 + 31
004710         DISPLAY 'MONTH SELECTED: ' WS-TARGET-MONTH
004720     END-IF.
004730*----------------------------------------------------------*
004740*  ICAL001-CHECK-MONTH-LOG - LOOK FOR THE TARGET MONTH ON
004750*  INTMLOG.  A MONTH ALREADY CLOSED IS NOT CHARGED AGAIN:
004760*  WITH NO PARM THAT IS THE NORMAL QUIET CYCLE (RC 0); WHEN
004770*  THE MONTH WAS NAMED IT IS A WARNING (RC 4), UNLESS THE
004780*  PARM SAYS RERUN.  AN INTMLOG NOT ALLOCATED YET (STATUS
004790*  35) HAS NO MONTH CLOSED.
004800*----------------------------------------------------------*
004810 ICAL001-CHECK-MONTH-LOG.
004820     MOVE 'N' TO WS-MONTH-CLOSED-SWITCH.
004830     MOVE 'N' TO WS-MLOG-EOF-SWITCH.
004840     OPEN INPUT MONTH-LOG-FILE.
004850     EVALUATE TRUE
004860         WHEN WS-MLOG-OK
004870             PERFORM ICAL001-READ-MONTH-LOG
004880                 UNTIL WS-MLOG-EOF-REACHED
004890             CLOSE MONTH-LOG-FILE
004900         WHEN WS-MLOG-NOT-FOUND
004910             CONTINUE
004920         WHEN OTHER
004930             DISPLAY 'ERROR - INTMLOG OPEN FAILED, STATUS='
004940                     WS-MLOG-STATUS
004950             MOVE 16 TO WS-PROGRAM-RETURN-CODE
004960     END-EVALUATE.
004970     IF WS-PROGRAM-RETURN-CODE = ZERO
004980         EVALUATE TRUE
004990             WHEN NOT WS-MONTH-ALREADY-CLOSED
005000                 MOVE 'Y' TO WS-CLOSE-SWITCH
005010             WHEN WS-RERUN-REQUESTED
005020                 DISPLAY 'WARNING - MONTH ' WS-TARGET-MONTH
005030                         ' ALREADY ON INTMLOG - CLOSED AGAIN '
005040                         'ON PARM RERUN'
005050                 MOVE 'Y' TO WS-CLOSE-SWITCH
005060             WHEN WS-PARM-MONTH-GIVEN
005070                 DISPLAY 'WARNING - MONTH ' WS-TARGET-MONTH
005080                         ' ALREADY ON INTMLOG - NOT CHARGED '
005090                         'AGAIN (USE PARM YYYYMM,RERUN TO FORCE)'
005100                 MOVE 4 TO WS-PROGRAM-RETURN-CODE
005110             WHEN OTHER
005120                 DISPLAY 'MONTH ' WS-TARGET-MONTH
005130                         ' ALREADY CLOSED - NOTHING TO CHARGE'
005140         END-EVALUATE
005150     END-IF.
005160*----------------------------------------------------------*
005170*  ICAL001-READ-MONTH-LOG - READ ONE INTMLOG RECORD.
005180*----------------------------------------------------------*
005190 ICAL001-READ-MONTH-LOG.
005200     READ MONTH-LOG-FILE
005210         AT END
005220             MOVE 'Y' TO WS-MLOG-EOF-SWITCH
005230         NOT AT END
005240             IF IML-MONTH = WS-TARGET-MONTH
005250                 MOVE 'Y' TO WS-MONTH-CLOSED-SWITCH
005260             END-IF
005270     END-READ.
005280*----------------------------------------------------------*
005290*  ICAL001-LOAD-TRANCODES - LOAD THE TCODFILE TRANSACTION-
005300*  CODE REFERENCE TABLE.  UNLIKE THE POSTING RUN THERE IS
005310*  NO FALLBACK: WITHOUT THE TABLE THE RATEFILE CODES CANNOT
005320*  BE CHECKED, SO AN ABSENT, EMPTY OR OVERFULL FILE FAILS
005330*  THE JOB.
005340*----------------------------------------------------------*
005350 ICAL001-LOAD-TRANCODES.
005360     MOVE ZERO TO TCODE-TABLE-COUNT.
005370     MOVE 'N'  TO WS-TCODE-EOF-SWITCH.
005380     OPEN INPUT TRANCODE-FILE.
005390     IF WS-TCODE-OK
005400         PERFORM ICAL001-LOAD-ONE-TRANCODE
005410             UNTIL WS-TCODE-EOF-REACHED
005420                OR TCODE-TABLE-COUNT = 100
005430         CLOSE TRANCODE-FILE
005440         EVALUATE TRUE
005450             WHEN NOT WS-TCODE-EOF-REACHED
005460                 DISPLAY 'ERROR - TCODFILE HAS MORE THAN '
005470                         '100 CODES - RUN FAILED'
005480                 MOVE 16 TO WS-PROGRAM-RETURN-CODE
005490             WHEN TCODE-TABLE-COUNT = ZERO
005500                 DISPLAY 'ERROR - TCODFILE EMPTY, CHARGE CODES '
005510                         'CANNOT BE CHECKED - RUN FAILED'
005520                 MOVE 16 TO WS-PROGRAM-RETURN-CODE
005530             WHEN OTHER
005540                 DISPLAY 'TRANSACTION CODES LOADED: '
005550                         TCODE-TABLE-COUNT ' CODES'
005560         END-EVALUATE
005570     ELSE
005580         DISPLAY 'ERROR - TCODFILE OPEN FAILED, STATUS='
005590                 WS-TCODE-STATUS
005600         MOVE 16 TO WS-PROGRAM-RETURN-CODE
005610     END-IF.
005620*----------------------------------------------------------*
005630*  ICAL001-LOAD-ONE-TRANCODE - READ ONE TCODFILE RECORD AND
005640*  APPEND IT TO THE LOOKUP TABLE.
005650*----------------------------------------------------------*
005660 ICAL001-LOAD-ONE-TRANCODE.
005670     READ TRANCODE-FILE
005680         AT END
005690             MOVE 'Y' TO WS-TCODE-EOF-SWITCH
005700         NOT AT END
005710             ADD 1 TO TCODE-TABLE-COUNT
005720             MOVE TCD-TRAN-CODE
005730                 TO TCT-TRAN-CODE(TCODE-TABLE-COUNT)
005740             MOVE TCD-DESCRIPTION
005750                 TO TCT-DESCRIPTION(TCODE-TABLE-COUNT)
005760             MOVE TCD-DIRECTION
005770                 TO TCT-DIRECTION(TCODE-TABLE-COUNT)
005780             MOVE TCD-ACTIVE-SWITCH
005790                 TO TCT-ACTIVE-SWITCH(TCODE-TABLE-COUNT)
005800     END-READ.
005810*----------------------------------------------------------*
005820*  ICAL001-LOAD-RATES - LOAD AND CHECK THE RATEFILE TABLE.
005830*  EVERY RECORD MUST NAME A KNOWN CHARGE TYPE ONCE ONLY,
005840*  CARRY NUMERIC FIGURES, AND USE AN ACTIVE TCODFILE CODE OF
005850*  THE RIGHT DIRECTION.  ANY BAD RECORD, OR A TABLE WITH
005860*  NOTHING IN IT, FAILS THE JOB - A MONTH CLOSED ON A BROKEN
005870*  TABLE WOULD BE LOGGED AND NEVER CHARGED PROPERLY.
005880*----------------------------------------------------------*
005890 ICAL001-LOAD-RATES.
005900     MOVE 'N' TO WS-RATE-EOF-SWITCH.
005910     MOVE ZERO TO WS-RATE-RECORD-COUNT.
005920     PERFORM ICAL001-CLEAR-RATE
005930         VARYING WS-RT-SUB FROM 1 BY 1 UNTIL WS-RT-SUB > 4.
005940     OPEN INPUT RATE-FILE.
005950     EVALUATE TRUE
005960         WHEN WS-RATE-OK
005970             PERFORM ICAL001-LOAD-ONE-RATE
005980                 UNTIL WS-RATE-EOF-REACHED
005990             CLOSE RATE-FILE
006000         WHEN WS-RATE-NOT-FOUND
006010             CONTINUE
006020         WHEN OTHER
006030             DISPLAY 'ERROR - RATEFILE OPEN FAILED, STATUS='
006040                     WS-RATE-STATUS
006050             MOVE 16 TO WS-PROGRAM-RETURN-CODE
006060     END-EVALUATE.
006070     IF WS-PROGRAM-RETURN-CODE = ZERO
006080         AND WS-RATE-RECORD-COUNT = ZERO
006090         DISPLAY 'ERROR - RATEFILE NOT ALLOCATED OR EMPTY, '
006100                 'MONTH NOT CLOSED - RUN FAILED'
006110         MOVE 16 TO WS-PROGRAM-RETURN-CODE
006120     END-IF.
006130*----------------------------------------------------------*
006140*  ICAL001-CLEAR-RATE - EMPTY ONE RATE TABLE SLOT.
006150*----------------------------------------------------------*
006160 ICAL001-CLEAR-RATE.
006170     MOVE 'N'    TO WS-RT-LOADED-SWITCH(WS-RT-SUB).
006180     MOVE SPACES TO WS-RT-TRAN-CODE(WS-RT-SUB).
006190     MOVE ZERO   TO WS-RT-ANNUAL-RATE(WS-RT-SUB).
006200     MOVE ZERO   TO WS-RT-FLAT-AMOUNT(WS-RT-SUB).
006210     MOVE ZERO   TO WS-RT-CHARGE-COUNT(WS-RT-SUB).
006220     MOVE ZERO   TO WS-RT-CHARGE-TOTAL(WS-RT-SUB).
006230*----------------------------------------------------------*
006240*  ICAL001-LOAD-ONE-RATE - READ AND CHECK ONE RATEFILE
006250*  RECORD, FILLING ITS CHARGE TYPE'S SLOT.
006260*----------------------------------------------------------*
006270 ICAL001-LOAD-ONE-RATE.
006280     READ RATE-FILE
006290         AT END
006300             MOVE 'Y' TO WS-RATE-EOF-SWITCH
006310         NOT AT END
006320             ADD 1 TO WS-RATE-RECORD-COUNT
006330             PERFORM ICAL001-CHECK-ONE-RATE
006340     END-READ.
006350*----------------------------------------------------------*
006360*  ICAL001-CHECK-ONE-RATE - VALIDATE THE RATEFILE RECORD IN
006370*  HAND AND STORE IT.
006380*----------------------------------------------------------*
006390 ICAL001-CHECK-ONE-RATE.
006400     MOVE ZERO TO WS-RT-FOUND-SUB.
006410     PERFORM ICAL001-MATCH-CHARGE-TYPE
006420         VARYING WS-RT-SUB FROM 1 BY 1
006430         UNTIL WS-RT-SUB > 4 OR WS-RT-FOUND-SUB > ZERO.
006440     MOVE IRT-TRAN-CODE TO WS-LOOKUP-CODE.
006450     PERFORM ICAL001-FIND-TRANCODE.
006460     EVALUATE TRUE
006470         WHEN WS-RT-FOUND-SUB = ZERO
006480             DISPLAY 'ERROR - RATEFILE CHARGE TYPE '
006490                     IRT-CHARGE-TYPE ' UNKNOWN (CI/DI/MF/OF)'
006500             MOVE 16 TO WS-PROGRAM-RETURN-CODE
006510         WHEN WS-RT-LOADED(WS-RT-FOUND-SUB)
006520             DISPLAY 'ERROR - RATEFILE CHARGE TYPE '
006530                     IRT-CHARGE-TYPE ' APPEARS MORE THAN ONCE'
006540             MOVE 16 TO WS-PROGRAM-RETURN-CODE
006550         WHEN IRT-ANNUAL-RATE NOT NUMERIC
006560           OR IRT-FLAT-AMOUNT NOT NUMERIC
006570             DISPLAY 'ERROR - RATEFILE ' IRT-CHARGE-TYPE
006580                     ' RATE OR AMOUNT NOT NUMERIC'
006590             MOVE 16 TO WS-PROGRAM-RETURN-CODE
006600         WHEN WS-TCODE-FOUND-SUB = ZERO
006610             DISPLAY 'ERROR - RATEFILE ' IRT-CHARGE-TYPE
006620                     ' CODE ' IRT-TRAN-CODE
006630                     ' NOT AN ACTIVE TCODFILE CODE'
006640             MOVE 16 TO WS-PROGRAM-RETURN-CODE
006650         WHEN TCT-DIRECTION(WS-TCODE-FOUND-SUB)
006660                 NOT = WS-CT-DIRECTION(WS-RT-FOUND-SUB)
006670             DISPLAY 'ERROR - RATEFILE ' IRT-CHARGE-TYPE
006680                     ' CODE ' IRT-TRAN-CODE ' MUST HAVE '
006690                     'DIRECTION ' WS-CT-DIRECTION(WS-RT-FOUND-SUB)
006700             MOVE 16 TO WS-PROGRAM-RETURN-CODE
006710         WHEN OTHER
006720             MOVE 'Y' TO WS-RT-LOADED-SWITCH(WS-RT-FOUND-SUB)
006730             MOVE IRT-TRAN-CODE
006740                 TO WS-RT-TRAN-CODE(WS-RT-FOUND-SUB)
006750             MOVE IRT-ANNUAL-RATE
006760                 TO WS-RT-ANNUAL-RATE(WS-RT-FOUND-SUB)
006770             MOVE IRT-FLAT-AMOUNT
006780                 TO WS-RT-FLAT-AMOUNT(WS-RT-FOUND-SUB)
006790             DISPLAY 'RATE LOADED: ' IRT-CHARGE-TYPE ' CODE '
006800                     IRT-TRAN-CODE ' RATE ' IRT-ANNUAL-RATE
006810                     ' AMOUNT ' IRT-FLAT-AMOUNT
006820     END-EVALUATE.
006830*----------------------------------------------------------*
006840*  ICAL001-MATCH-CHARGE-TYPE - TEST ONE CHARGE TYPE SLOT
006850*  AGAINST THE RATEFILE RECORD IN HAND.
006860*----------------------------------------------------------*
006870 ICAL001-MATCH-CHARGE-TYPE.
006880     IF WS-CT-TYPE(WS-RT-SUB) = IRT-CHARGE-TYPE
006890         MOVE WS-RT-SUB TO WS-RT-FOUND-SUB
006900     END-IF.
006910*----------------------------------------------------------*
006920*  ICAL001-FIND-TRANCODE - LOOK WS-LOOKUP-CODE UP AMONG THE
006930*  ACTIVE TCODFILE CODES; ZERO FOUND-SUB IF IT IS NOT THERE.
006940*----------------------------------------------------------*
006950 ICAL001-FIND-TRANCODE.
006960     MOVE ZERO TO WS-TCODE-FOUND-SUB.
006970     PERFORM ICAL001-MATCH-TRANCODE
006980         VARYING WS-TCODE-SUB FROM 1 BY 1
006990         UNTIL WS-TCODE-SUB > TCODE-TABLE-COUNT
007000            OR WS-TCODE-FOUND-SUB > ZERO.
007010*----------------------------------------------------------*
007020*  ICAL001-MATCH-TRANCODE - TEST ONE TABLE ENTRY.
007030*----------------------------------------------------------*
007040 ICAL001-MATCH-TRANCODE.
007050     IF TCT-TRAN-CODE(WS-TCODE-SUB) = WS-LOOKUP-CODE
007060         AND TCT-ENTRY-ACTIVE(WS-TCODE-SUB)
007070         MOVE WS-TCODE-SUB TO WS-TCODE-FOUND-SUB
007080     END-IF.
007090*----------------------------------------------------------*
007100*  ICAL001-OPEN-INPUTS - OPEN THE MASTER AND THE SORTED
007110*  HISTORY.  THE MASTER IS ONLY READ, SHARED WITH ANYTHING
007120*  ELSE THAT READS IT.  NO HISTORY (STATUS 35) JUST MEANS
007130*  EVERY ACCOUNT IS CHARGED ON ITS MASTER BALANCE.
007140*----------------------------------------------------------*
007150 ICAL001-OPEN-INPUTS.
007160     OPEN INPUT ACCOUNT-FILE.
007170     IF NOT WS-ACCT-OK
007180         DISPLAY 'ERROR - ACCTMST OPEN FAILED, STATUS='
007190                 WS-ACCT-STATUS
007200         MOVE 16 TO WS-PROGRAM-RETURN-CODE
007210     END-IF.
007220     OPEN INPUT HISTORY-FILE.
007230     EVALUATE TRUE
007240         WHEN WS-HIST-OK
007250             CONTINUE
007260         WHEN WS-HIST-NOT-FOUND
007270             DISPLAY 'ICAL001-OPEN-INPUTS - HISTIN NOT PRESENT, '
007280                     'MASTER BALANCES USED'
007290             MOVE 'Y' TO WS-HIST-EOF-SWITCH
007300         WHEN OTHER
007310             DISPLAY 'ERROR - HISTIN OPEN FAILED, STATUS='
007320                     WS-HIST-STATUS
007330             MOVE 16 TO WS-PROGRAM-RETURN-CODE
007340     END-EVALUATE.
007350*----------------------------------------------------------*
007360*  ICAL001-READ-HISTORY - READ THE NEXT SORTED TRANHIST
007370*  RECORD.
007380*----------------------------------------------------------*
007390 ICAL001-READ-HISTORY.
007400     IF NOT WS-HIST-EOF-REACHED
007410         READ HISTORY-FILE
007420             AT END
007430                 MOVE 'Y' TO WS-HIST-EOF-SWITCH
007440         END-READ
007450     END-IF.
007460*----------------------------------------------------------*
007470*  ICAL001-PROCESS-ACCOUNT - READ THE NEXT MASTER RECORD,
007480*  PASS OVER ITS HISTORY (SKIPPING HISTORY FOR ACCOUNTS NO
007490*  LONGER ON THE MASTER), WORK OUT ITS MONTH AND CHARGE IT
007500*  IF IT IS OPEN.
007510*----------------------------------------------------------*
007520 ICAL001-PROCESS-ACCOUNT.
007530     READ ACCOUNT-FILE NEXT RECORD
007540         AT END
007550             MOVE 'Y' TO WS-ACCT-EOF-SWITCH
007560         NOT AT END
007570             ADD 1 TO WS-ACCOUNTS-READ-COUNT
007580             MOVE 'N' TO WS-BEFORE-MONTH-END-SWITCH
007590             MOVE 'N' TO WS-AFTER-MONTH-END-SWITCH
007600             MOVE 'N' TO WS-IN-MONTH-SWITCH
007610             PERFORM ICAL001-READ-HISTORY
007620                 UNTIL WS-HIST-EOF-REACHED
007630                    OR PHS-ACCOUNT-NUMBER
007640                           NOT < ACM-ACCOUNT-NUMBER
007650             PERFORM ICAL001-TAKE-HISTORY
007660                 UNTIL WS-HIST-EOF-REACHED
007670                    OR PHS-ACCOUNT-NUMBER
007680                           NOT = ACM-ACCOUNT-NUMBER
007690             PERFORM ICAL001-FINISH-MONTH
007700             IF ACM-STATUS-OPEN
007710                 PERFORM ICAL001-CHARGE-ACCOUNT
007720             ELSE
007730                 ADD 1 TO WS-NOT-OPEN-COUNT
007740             END-IF
007750     END-READ.
007760*----------------------------------------------------------*
007770*  ICAL001-TAKE-HISTORY - FOLD ONE OF THE ACCOUNT'S TRANHIST
007780*  MOVEMENTS INTO ITS MONTH PICTURE, THEN READ THE NEXT.
007790*----------------------------------------------------------*
007800 ICAL001-TAKE-HISTORY.
007810     IF PHS-RUN-DATE NOT > WS-MONTH-LAST-DATE
007820         IF PHS-RUN-DATE NOT < WS-MONTH-FIRST-DATE
007830             IF NOT WS-SEEN-IN-MONTH
007840                 PERFORM ICAL001-PRIOR-BALANCE
007850                 MOVE WS-PRIOR-BALANCE TO WS-LOW-BALANCE
007860                 MOVE 'Y' TO WS-IN-MONTH-SWITCH
007870             END-IF
007880             IF PHS-RESULTING-BALANCE < WS-LOW-BALANCE
007890                 MOVE PHS-RESULTING-BALANCE TO WS-LOW-BALANCE
007900             END-IF
007910         END-IF
007920         MOVE PHS-RESULTING-BALANCE TO WS-MONTH-END-BALANCE
007930         MOVE 'Y' TO WS-BEFORE-MONTH-END-SWITCH
007940     ELSE
007950         IF NOT WS-SEEN-BEFORE-MONTH-END
007960             AND NOT WS-SEEN-AFTER-MONTH-END
007970             PERFORM ICAL001-PRIOR-BALANCE
007980             MOVE WS-PRIOR-BALANCE TO WS-MONTH-END-BALANCE
007990             MOVE 'Y' TO WS-AFTER-MONTH-END-SWITCH
008000         END-IF
008010     END-IF.
008020     PERFORM ICAL001-READ-HISTORY.
008030*----------------------------------------------------------*
008040*  ICAL001-PRIOR-BALANCE - THE BALANCE JUST BEFORE THE
008050*  MOVEMENT IN HAND: ITS RESULTING BALANCE WITH THE MOVEMENT
008060*  BACKED OUT (SAME RULE AS ACCTSTMT'S OPENING BALANCE).
008070*----------------------------------------------------------*
008080 ICAL001-PRIOR-BALANCE.
008090     IF PHS-DIR-CREDIT
008100         COMPUTE WS-PRIOR-BALANCE =
008110             PHS-RESULTING-BALANCE - PHS-AMOUNT
008120     ELSE
008130         COMPUTE WS-PRIOR-BALANCE =
008140             PHS-RESULTING-BALANCE + PHS-AMOUNT
008150     END-IF.
008160*----------------------------------------------------------*
008170*  ICAL001-FINISH-MONTH - COMPLETE THE ACCOUNT'S MONTH
008180*  PICTURE ONCE ITS HISTORY IS PASSED.  WITH NO HISTORY AT
008190*  ALL THE MASTER BALANCE STANDS; WITH NO MOVEMENT INSIDE
008200*  THE MONTH THE ACCOUNT STOOD AT ITS MONTH-END BALANCE ALL
008210*  MONTH.
008220*----------------------------------------------------------*
008230 ICAL001-FINISH-MONTH.
008240     IF NOT WS-SEEN-BEFORE-MONTH-END
008250         AND NOT WS-SEEN-AFTER-MONTH-END
008260         MOVE ACM-CURRENT-BALANCE TO WS-MONTH-END-BALANCE
008270     END-IF.
008280     IF NOT WS-SEEN-IN-MONTH
008290         MOVE WS-MONTH-END-BALANCE TO WS-LOW-BALANCE
008300     END-IF.
008310*----------------------------------------------------------*
008320*  ICAL001-CHARGE-ACCOUNT - WORK OUT AND EMIT EACH CHARGE
008330*  FOR ONE OPEN ACCOUNT.  INTEREST IS ONE TWELFTH OF THE
008340*  ANNUAL RATE ON THE MONTH-END BALANCE, ROUNDED TO THE
008350*  CENT; A CHARGE THAT ROUNDS TO ZERO IS NOT EMITTED.
008360*----------------------------------------------------------*
008370 ICAL001-CHARGE-ACCOUNT.
008380     MOVE 'N' TO WS-ACCOUNT-CHARGED-SWITCH.
008390     MOVE WS-MONTH-END-BALANCE TO WS-CHARGE-BASIS.
008400     IF WS-MONTH-END-BALANCE > ZERO
008410         AND WS-RT-ANNUAL-RATE(WS-CI) > ZERO
008420         COMPUTE WS-CHARGE-AMOUNT ROUNDED =
008430             WS-MONTH-END-BALANCE * WS-RT-ANNUAL-RATE(WS-CI)
008440             / 1200
008450         MOVE WS-CI TO WS-RT-SUB
008460         PERFORM ICAL001-EMIT-CHARGE
008470     END-IF.
008480     IF WS-MONTH-END-BALANCE < ZERO
008490         AND WS-RT-ANNUAL-RATE(WS-DI) > ZERO
008500         COMPUTE WS-CHARGE-AMOUNT ROUNDED =
008510             (ZERO - WS-MONTH-END-BALANCE)
008520             * WS-RT-ANNUAL-RATE(WS-DI) / 1200
008530         MOVE WS-DI TO WS-RT-SUB
008540         PERFORM ICAL001-EMIT-CHARGE
008550     END-IF.
008560     IF WS-RT-FLAT-AMOUNT(WS-MF) > ZERO
008570         MOVE WS-RT-FLAT-AMOUNT(WS-MF) TO WS-CHARGE-AMOUNT
008580         MOVE WS-MF TO WS-RT-SUB
008590         PERFORM ICAL001-EMIT-CHARGE
008600     END-IF.
008610     IF WS-LOW-BALANCE < ZERO
008620         AND WS-RT-FLAT-AMOUNT(WS-OF) > ZERO
008630         MOVE WS-LOW-BALANCE TO WS-CHARGE-BASIS
008640         MOVE WS-RT-FLAT-AMOUNT(WS-OF) TO WS-CHARGE-AMOUNT
008650         MOVE WS-OF TO WS-RT-SUB
008660         PERFORM ICAL001-EMIT-CHARGE
008670     END-IF.
008680     IF WS-ACCOUNT-CHARGED
008690         ADD 1 TO WS-ACCOUNTS-CHARGED-COUNT
008700     END-IF.
008710*----------------------------------------------------------*
008720*  ICAL001-EMIT-CHARGE - WRITE THE CHARGE IN HAND AS A
008730*  SYSTEM TRANSACTION INSIDE THE FEED'S HDR/TRL GROUP AND
008740*  AS A REGISTER LINE.  THE EFFECTIVE DATE IS THE RUN DATE,
008750*  SO THE NEXT VALIDATION PASS TAKES IT AS CURRENT; THE
008760*  MESSAGE ID IS LEFT BLANK - NO QUEUE SENDER TO ANSWER.
008770*----------------------------------------------------------*
008780 ICAL001-EMIT-CHARGE.
008790     IF WS-CHARGE-AMOUNT > ZERO
008800         IF NOT WS-FEED-HEADER-WRITTEN
008810             MOVE SPACES TO TRANS-CONTROL-RECORD
008820             MOVE 'HDR'  TO TCR-RECORD-ID
008830             MOVE ZERO   TO TCR-RECORD-COUNT
008840             MOVE ZERO   TO TCR-AMOUNT-HASH
008850             WRITE FEED-RECORD FROM TRANS-CONTROL-RECORD
008860             MOVE 'Y' TO WS-FEED-HEADER-SWITCH
008870         END-IF
008880         MOVE WS-CHARGE-AMOUNT TO WS-FEED-AMOUNT-N
008890         MOVE SPACES                   TO TRANS-RECORD
008900         MOVE ACM-ACCOUNT-NUMBER       TO TRN-ACCOUNT-NUMBER
008910         MOVE WS-RT-TRAN-CODE(WS-RT-SUB)
008920                                       TO TRN-TRANSACTION-CODE
008930         MOVE WS-FEED-AMOUNT-X         TO TRN-AMOUNT
008940         MOVE WS-RUN-DATE              TO TRN-EFFECTIVE-DATE
008950         WRITE FEED-RECORD FROM TRANS-RECORD
008960         ADD 1 TO WS-FEED-COUNT
008970         ADD WS-FEED-AMOUNT-N TO WS-FEED-AMOUNT-SUM
008980         ADD 1 TO WS-CHARGE-COUNT
008990         ADD 1 TO WS-RT-CHARGE-COUNT(WS-RT-SUB)
009000         ADD WS-CHARGE-AMOUNT TO WS-RT-CHARGE-TOTAL(WS-RT-SUB)
009010         IF WS-RT-SUB = WS-CI
009020             ADD WS-CHARGE-AMOUNT TO WS-CREDIT-TOTAL
009030         ELSE
009040             ADD WS-CHARGE-AMOUNT TO WS-DEBIT-TOTAL
009050         END-IF
009060         MOVE 'Y' TO WS-ACCOUNT-CHARGED-SWITCH
009070         MOVE ACM-ACCOUNT-NUMBER       TO WRD-ACCOUNT
009080         MOVE WS-CT-LABEL(WS-RT-SUB)   TO WRD-CHARGE
009090         MOVE WS-RT-TRAN-CODE(WS-RT-SUB) TO WRD-CODE
009100         MOVE WS-CHARGE-BASIS          TO WRD-BASIS
009110         IF WS-RT-SUB = WS-CI OR WS-RT-SUB = WS-DI
009120             MOVE WS-RT-ANNUAL-RATE(WS-RT-SUB) TO WRD-RATE
009130         ELSE
009140             MOVE '    FLAT' TO WRD-RATE-X
009150         END-IF
009160         MOVE WS-CHARGE-AMOUNT         TO WRD-AMOUNT
009170         WRITE REGISTER-LINE FROM WS-REG-DETAIL-LINE
009180     END-IF.
009190*----------------------------------------------------------*
009200*  ICAL001-CLOSE-FEED - IF ANYTHING WAS CHARGED, CLOSE THE
009210*  FEED'S CONTROL GROUP WITH THE TRAILER TOTALS.
009220*----------------------------------------------------------*
009230 ICAL001-CLOSE-FEED.
009240     IF WS-FEED-HEADER-WRITTEN
009250         MOVE SPACES             TO TRANS-CONTROL-RECORD
009260         MOVE 'TRL'              TO TCR-RECORD-ID
009270         MOVE WS-FEED-COUNT      TO TCR-RECORD-COUNT
009280         MOVE WS-FEED-AMOUNT-SUM TO TCR-AMOUNT-HASH
009290         WRITE FEED-RECORD FROM TRANS-CONTROL-RECORD
009300     END-IF.
009310*----------------------------------------------------------*
009320*  ICAL001-PRINT-TOTALS - REGISTER TOTALS BY CHARGE TYPE,
009330*  THE MONEY AND CONTROL TOTALS FINANCE TIES TO THE POSTING
009340*  RUN, AND THE SIGN-OFF BLOCK.
009350*----------------------------------------------------------*
009360 ICAL001-PRINT-TOTALS.
009370     MOVE SPACES TO REGISTER-LINE.
009380     WRITE REGISTER-LINE.
009390     MOVE 'TOTALS BY CHARGE TYPE' TO REGISTER-LINE.
009400     WRITE REGISTER-LINE.
009410     PERFORM ICAL001-PRINT-TYPE-TOTAL
009420         VARYING WS-RT-SUB FROM 1 BY 1 UNTIL WS-RT-SUB > 4.
009430     MOVE SPACES TO REGISTER-LINE.
009440     WRITE REGISTER-LINE.
009450     MOVE 'TOTAL CREDITED (INTEREST).....' TO WRL-LABEL.
009460     MOVE WS-CREDIT-TOTAL TO WRL-AMOUNT.
009470     WRITE REGISTER-LINE FROM WS-REG-TOTAL-LINE.
009480     MOVE 'TOTAL DEBITED (INTEREST, FEES)' TO WRL-LABEL.
009490     MOVE WS-DEBIT-TOTAL TO WRL-AMOUNT.
009500     WRITE REGISTER-LINE FROM WS-REG-TOTAL-LINE.
009510     MOVE 'FEED AMOUNT HASH (TRAILER)....' TO WRL-LABEL.
009520     MOVE WS-FEED-AMOUNT-SUM TO WRL-AMOUNT.
009530     WRITE REGISTER-LINE FROM WS-REG-TOTAL-LINE.
009540     MOVE 'FEED TRANSACTIONS (TRAILER)...' TO WRC-LABEL.
009550     MOVE WS-FEED-COUNT TO WRC-COUNT.
009560     WRITE REGISTER-LINE FROM WS-REG-COUNT-LINE.
009570     MOVE 'ACCOUNTS READ.................' TO WRC-LABEL.
009580     MOVE WS-ACCOUNTS-READ-COUNT TO WRC-COUNT.
009590     WRITE REGISTER-LINE FROM WS-REG-COUNT-LINE.
009600     MOVE 'ACCOUNTS CHARGED..............' TO WRC-LABEL.
009610     MOVE WS-ACCOUNTS-CHARGED-COUNT TO WRC-COUNT.
009620     WRITE REGISTER-LINE FROM WS-REG-COUNT-LINE.
009630     MOVE 'ACCOUNTS NOT OPEN (SKIPPED)...' TO WRC-LABEL.
009640     MOVE WS-NOT-OPEN-COUNT TO WRC-COUNT.
009650     WRITE REGISTER-LINE FROM WS-REG-COUNT-LINE.
009660     MOVE SPACES TO REGISTER-LINE.
009670     WRITE REGISTER-LINE.
009680     WRITE REGISTER-LINE.
009690     WRITE REGISTER-LINE FROM WS-REG-SIGNOFF-1.
009700     MOVE SPACES TO REGISTER-LINE.
009710     WRITE REGISTER-LINE.
009720     WRITE REGISTER-LINE FROM WS-REG-SIGNOFF-2.
009730*----------------------------------------------------------*
009740*  ICAL001-PRINT-TYPE-TOTAL - ONE CHARGE TYPE'S TOTAL LINE.
009750*----------------------------------------------------------*
009760 ICAL001-PRINT-TYPE-TOTAL.
009770     MOVE WS-CT-LABEL(WS-RT-SUB)        TO WRT-LABEL.
009780     MOVE WS-RT-TRAN-CODE(WS-RT-SUB)    TO WRT-CODE.
009790     MOVE WS-RT-CHARGE-COUNT(WS-RT-SUB) TO WRT-COUNT.
009800     MOVE WS-RT-CHARGE-TOTAL(WS-RT-SUB) TO WRT-AMOUNT.
009810     WRITE REGISTER-LINE FROM WS-REG-TYPE-LINE.
009820*----------------------------------------------------------*
009830*  ICAL001-LOG-MONTH - APPEND THE CLOSED MONTH TO INTMLOG,
009840*  SAME OPEN EXTEND / STATUS-35-FALLBACK RULE AS THE AUDIT
009850*  TRAIL.  A MONTH THAT CANNOT BE LOGGED FAILS THE RUN, SO
009860*  THE GATED FEED IS NOT CATALOGED AND NOTHING IS CHARGED
009870*  THAT A LATER RUN COULD CHARGE AGAIN.
009880*----------------------------------------------------------*
009890 ICAL001-LOG-MONTH.
009900     MOVE SPACES                    TO INTEREST-MONTH-LOG-RECORD.
009910     MOVE WS-TARGET-MONTH           TO IML-MONTH.
009920     MOVE WS-RUN-DATE               TO IML-RUN-DATE.
009930     MOVE WS-RUN-TIME               TO IML-RUN-TIME.
009940     MOVE WS-ACCOUNTS-READ-COUNT    TO IML-ACCOUNT-COUNT.
009950     MOVE WS-CHARGE-COUNT           TO IML-CHARGE-COUNT.
009960     MOVE WS-CREDIT-TOTAL           TO IML-CREDIT-TOTAL.
009970     MOVE WS-DEBIT-TOTAL            TO IML-DEBIT-TOTAL.
009980     OPEN EXTEND MONTH-LOG-FILE.
009990     IF NOT WS-MLOG-OK AND WS-MLOG-NOT-FOUND
010000         OPEN OUTPUT MONTH-LOG-FILE
010010     END-IF.
010020     IF WS-MLOG-OK
010030         WRITE INTEREST-MONTH-LOG-RECORD
010040         CLOSE MONTH-LOG-FILE
010050     ELSE
010060         DISPLAY 'ERROR - INTMLOG OPEN FAILED, STATUS='
010070                 WS-MLOG-STATUS ' - MONTH NOT LOGGED, RUN FAILED'
010080         MOVE 16 TO WS-PROGRAM-RETURN-CODE
010090     END-IF.
010100*----------------------------------------------------------*
010110*  ICAL001-WRITE-AUDIT - APPEND ONE RECORD TO AUDIT-FILE,
010120*  SAME OPEN EXTEND / STATUS-35-FALLBACK RULE AS HELLO'S
010130*  HELL001-WRITE-AUDIT.
010140*----------------------------------------------------------*
010150 ICAL001-WRITE-AUDIT.
010160     MOVE WS-JOB-NAME     TO AUD-JOB-ID.
010170     MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
010180     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
010190     ACCEPT AUD-RUN-TIME FROM TIME.
010200     OPEN EXTEND AUDIT-FILE.
010210     IF NOT WS-AUDIT-OK AND WS-AUDIT-NOT-FOUND
010220         OPEN OUTPUT AUDIT-FILE
010230     END-IF.
010240     IF WS-AUDIT-OK
010250         WRITE AUDIT-RECORD
010260         CLOSE AUDIT-FILE
010270     ELSE
010280         DISPLAY 'ERROR - AUDIT-FILE OPEN FAILED, STATUS='
010290                 WS-AUDIT-STATUS ' - JOB WILL BE FLAGGED '
010300                 'AS FAILED'
010310         MOVE 16 TO WS-PROGRAM-RETURN-CODE
010320     END-IF.
010330*----------------------------------------------------------*
010340*  ICAL001-TERMINATE - RUN TOTALS, JOB-END AUDIT EVENT AND
010350*  PROGRAM EXIT.
010360*----------------------------------------------------------*
010370 ICAL001-TERMINATE.
010380     IF WS-CLOSING-MONTH
010390         CLOSE ACCOUNT-FILE
010400         CLOSE HISTORY-FILE
010410     END-IF.
010420     CLOSE FEED-FILE.
010430     CLOSE REGISTER-FILE.
010440     DISPLAY 'INTCALC RUN TOTALS'.
010450     DISPLAY '  MONTH................: ' WS-TARGET-MONTH.
010460     DISPLAY '  ACCOUNTS READ........: ' WS-ACCOUNTS-READ-COUNT.
010470     DISPLAY '  ACCOUNTS CHARGED.....: '
010480             WS-ACCOUNTS-CHARGED-COUNT.
010490     DISPLAY '  CHARGES GENERATED....: ' WS-CHARGE-COUNT.
010500     DISPLAY '  NOT OPEN (SKIPPED)...: ' WS-NOT-OPEN-COUNT.
010510     MOVE 'INTCALC' TO AUD-STEP-NAME.
010520     MOVE 'E'       TO AUD-EVENT-TYPE.
010530     MOVE 'J'       TO AUD-EVENT-SOURCE.
010540     MOVE WS-PROGRAM-RETURN-CODE TO AUD-RETURN-CODE.
010550     MOVE ZERO      TO AUD-ELAPSED-TIME.
010560     IF WS-PROGRAM-RETURN-CODE = ZERO OR 4
010570         MOVE 'S' TO AUD-OUTCOME-CODE
010580     ELSE
010590         MOVE 'F' TO AUD-OUTCOME-CODE
010600     END-IF.
010610     PERFORM ICAL001-WRITE-AUDIT.
010620     DISPLAY 'TERMINATING PROGRAM'.
010630     MOVE WS-PROGRAM-RETURN-CODE TO RETURN-CODE.
