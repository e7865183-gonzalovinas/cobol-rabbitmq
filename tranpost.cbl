000940*                   OF THE KSDS AFTER THE POSTING LOOP.
000950*                   TAKE A REPRO BACKUP BEFORE THE RUN -
000960*                   SEE THE STEP010 NOTES IN TRANPSTJ.
000961*  2026-09-10  JCV  REVERSAL POSTINGS.  A TRANSACTION ON A
000962*                   TCODFILE CODE WITH DIRECTION R NAMES AN
000963*                   EARLIER POSTING (SAME ACCOUNT, AMOUNT AND
000964*                   EFFECTIVE DATE, ORIGINAL CODE IN
000965*                   TRN-ORIG-TRAN-CODE).  THE ORIGINAL IS
000966*                   FOUND ON TRANHIST, THE EXACT OPPOSITE
000967*                   MOVEMENT IS POSTED, AND BOTH HISTORY
000968*                   RECORDS ARE MARKED AS A REVERSAL PAIR
000969*                   (SEE PHSTREC1).  NO MATCH SUSPENDS AS
000970*                   R012, AN ORIGINAL ALREADY REVERSED AS
000971*                   R013.  REVERSALS ARE TOTALLED APART FROM
000972*                   THE ORDINARY CREDITS AND DEBITS ON
000973*                   POSTTOT (LRECL 96 TO 128) SO RECONRPT
000974*                   CAN SHOW THEM ON THEIR OWN LINE.
000975*  2026-09-14  JCV  COMMIT-INTERVAL CHECKPOINT/RESTART.  A
000976*                   CHECKPOINT (SEE PCKPREC1) IS APPENDED TO
000977*                   THE NEW CHKPT LOG WHEN THE LOOP STARTS AND
000978*                   EVERY N POSTINGS (PARM='NNNN', DEFAULT
000979*                   500) WITH THE LAST ACCOUNT AND CODE
000980*                   APPLIED AND THE RUNNING TOTALS.  A RUN
000981*                   THAT DIES IS RESUMED BY RESUBMITTING THE
000982*                   JOB: THE SORTED TRANIN IS REPOSITIONED
000983*                   PAST THE CHECKPOINT, THE SUSPENSE ITEMS
000984*                   ALREADY WRITTEN ARE CARRIED FORWARD FROM
000985*                   THE FAILED RUN'S SUSPPRV WORK FILE, AND
000986*                   POSTINGS MADE AFTER THE CHECKPOINT ARE
000987*                   RECOGNISED ON TRANHIST (PHS-RUN-STAMP) AND
000988*                   COUNTED, NOT POSTED OR APPENDED AGAIN -
000989*                   POSTTOT STILL CARRIES THE FULL RUN.
000990*                   PARM='NNNN,COLD' IGNORES A PENDING
000991*                   CHECKPOINT AFTER A REPRO RESTORE.
000992*  2026-09-18  JCV  A TRAN-POST/TRAN-SUSP OUTCOME EVENT THE
000993*                   RMQPUB01 BRIDGE REFUSES IS NO LONGER LOST:
000994*                   IT IS PARKED WHOLE ON THE RMQOUTB OUTBOX
000995*                   (SEE RMQIF03) WITH AN AUDIT RECORD (SOURCE
000996*                   Q) FOR RMQRPLY TO RESEND.  THE RUN'S RETURN
000997*                   CODE IS NOT TOUCHED BY A BROKER OUTAGE.
000998*  2026-10-02  JCV  DORMANT ACCOUNTS (STATUS D, SET BY THE
000999*                   DORMSWP SWEEP).  A DEBIT TO ONE IS
001000*                   SUSPENDED AS R014 UNTIL ACCTMNT
001001*                   REACTIVATES IT; CREDITS STILL POST (THE
001002*                   STATUS STAYS D) AND A REVERSAL STILL
001003*                   BACKS OUT ITS ORIGINAL.
001004*  2026-10-15  JCV  TRANHIST AND TRANSUS ARE CLOSED AND
001005*                   REOPENED BEFORE EACH CHECKPOINT IS WRITTEN,
001006*                   SO ALL IT COUNTS IS SAFE ON DISK FIRST.
001007*----------------------------------------------------------*
001008 ENVIRONMENT DIVISION.
001009 INPUT-OUTPUT SECTION.
001010 FILE-CONTROL.
001011     SELECT OPTIONAL TRAN-FILE
001020                                ASSIGN TO TRANIN
001030                                ORGANIZATION IS SEQUENTIAL
001040                                FILE STATUS IS WS-TRAN-STATUS.
001230     SELECT HISTORY-FILE       ASSIGN TO TRANHIST
001240                                ORGANIZATION IS SEQUENTIAL
001250                                FILE STATUS IS WS-HIST-STATUS.
001252     SELECT OUTBOX-FILE        ASSIGN TO RMQOUTB
001254                                ORGANIZATION IS SEQUENTIAL
001256                                FILE STATUS IS WS-OUTBOX-STATUS.
001260     SELECT AUDIT-FILE         ASSIGN TO AUDITF
001270                                ORGANIZATION IS SEQUENTIAL
001280                                FILE STATUS IS WS-AUDIT-STATUS.
001281     SELECT CHECKPOINT-FILE    ASSIGN TO CHKPT
001282                                ORGANIZATION IS SEQUENTIAL
001283                                FILE STATUS IS WS-CHKPT-STATUS.
001284     SELECT OPTIONAL PRIOR-SUSPENSE-FILE
001285                                ASSIGN TO SUSPPRV
001286                                ORGANIZATION IS SEQUENTIAL
001287                                FILE STATUS IS WS-SUSPPRV-STATUS.
001290 DATA DIVISION.
001300 FILE SECTION.
001310 FD  TRAN-FILE
001520 FD  AUDIT-FILE
001530     RECORDING MODE IS F.
001540 COPY AUDTREC1.
001541 FD  CHECKPOINT-FILE
001542     RECORDING MODE IS F.
001543 COPY PCKPREC1.
001544 FD  PRIOR-SUSPENSE-FILE
001545     RECORDING MODE IS F.
001546 01  PRIOR-SUSPENSE-RECORD           PIC X(96).
001547 FD  OUTBOX-FILE
001548     RECORDING MODE IS F.
001549 COPY RMQIF03.
001550 WORKING-STORAGE SECTION.
001560*----------------------------------------------------------*
001570*  JOB IDENTIFICATION AND RETURN-CODE TRACKING
001760 01  WS-HIST-STATUS                  PIC X(02) VALUE '00'.
001770     88  WS-HIST-OK                  VALUE '00'.
001780     88  WS-HIST-NOT-FOUND           VALUE '35'.
001781 01  WS-HIST-EOF-SWITCH              PIC X(01) VALUE 'N'.
001782     88  WS-HIST-EOF-REACHED         VALUE 'Y'.
001783 01  WS-HIST-MODE-SWITCH             PIC X(01) VALUE 'E'.
001784     88  WS-HIST-OPEN-EXTEND         VALUE 'E'.
001785     88  WS-HIST-OPEN-UPDATE         VALUE 'U'.
001790 01  WS-PTOT-STATUS                  PIC X(02) VALUE '00'.
001800     88  WS-PTOT-OK                  VALUE '00'.
001810     88  WS-PTOT-NOT-FOUND           VALUE '35'.
001820 01  WS-OVDR-STATUS                  PIC X(02) VALUE '00'.
001830     88  WS-OVDR-OK                  VALUE '00'.
001832 01  WS-OUTBOX-STATUS                PIC X(02) VALUE '00'.
001834     88  WS-OUTBOX-OK                VALUE '00'.
001836     88  WS-OUTBOX-NOT-FOUND         VALUE '35'.
001840 01  WS-AUDIT-STATUS                 PIC X(02) VALUE '00'.
001850     88  WS-AUDIT-OK                 VALUE '00'.
001860     88  WS-AUDIT-NOT-FOUND          VALUE '35'.
001861 01  WS-CHKPT-STATUS                 PIC X(02) VALUE '00'.
001862     88  WS-CHKPT-OK                 VALUE '00'.
001863     88  WS-CHKPT-NOT-FOUND          VALUE '35'.
001864 01  WS-CHKPT-EOF-SWITCH             PIC X(01) VALUE 'N'.
001865     88  WS-CHKPT-EOF-REACHED        VALUE 'Y'.
001866 01  WS-SUSPPRV-STATUS               PIC X(02) VALUE '00'.
001867     88  WS-SUSPPRV-OK               VALUE '00'.
001868 01  WS-SUSPPRV-EOF-SWITCH           PIC X(01) VALUE 'N'.
001869     88  WS-SUSPPRV-EOF-REACHED      VALUE 'Y'.
001870 01  WS-TRAN-EOF-SWITCH              PIC X(01) VALUE 'N'.
001871     88  WS-TRAN-EOF-REACHED         VALUE 'Y'.
001872*----------------------------------------------------------*
001873*  CHECKPOINT / RESTART CONTROL - THE CHKPT LOG IS APPEND-
001874*  ONLY (SEE PCKPREC1) AND ITS LAST RECORD IS THE RESTART
001875*  POINT.  WS-CKPT-INTERVAL COMES FROM THE EXEC JCL PARM;
001876*  WS-CKPT-DUE-COUNT IS THE POSTED COUNT AT WHICH THE NEXT
001877*  CHECKPOINT IS TAKEN.  WS-RUN-STAMP IS THE TIME THE RUN
001878*  FIRST STARTED - A RESUMED RUN KEEPS THE ORIGINAL ONE.
001879*----------------------------------------------------------*
001880 01  WS-RESTART-SWITCH               PIC X(01) VALUE 'N'.
001881     88  WS-RESTART-PENDING          VALUE 'Y'.
001882 01  WS-COLD-START-SWITCH            PIC X(01) VALUE 'N'.
001883     88  WS-COLD-START               VALUE 'Y'.
001884 01  WS-CKPT-INTERVAL                PIC 9(05) COMP VALUE 500.
001885 01  WS-CKPT-DUE-COUNT               PIC 9(07) COMP VALUE ZERO.
001886 01  WS-CKPT-COUNT                   PIC 9(05) COMP VALUE ZERO.
001887 01  WS-CKPT-LAST-ACCOUNT            PIC X(10) VALUE SPACES.
001888 01  WS-CKPT-LAST-TRAN-CODE          PIC X(04) VALUE SPACES.
001889 01  WS-RUN-STAMP                    PIC 9(08) VALUE ZERO.
001890 01  WS-LAST-CHECKPOINT              PIC X(200) VALUE SPACES.
001891 01  WS-RESUME-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
001892 01  WS-SKIP-COUNT                   PIC 9(07) COMP VALUE ZERO.
001893 01  WS-SUSP-COPY-COUNT              PIC 9(07) COMP VALUE ZERO.
001894 01  WS-HIST-RUN-COUNT               PIC 9(07) COMP VALUE ZERO.
001895 01  WS-ROLLED-FORWARD-COUNT         PIC 9(07) COMP VALUE ZERO.
001896*----------------------------------------------------------*
001897*  RESTART TAIL - THE TRANHIST RECORDS THE DEAD RUN APPENDED
001898*  AFTER ITS LAST CHECKPOINT, IN POSTING ORDER.  THEIR
001899*  MOVEMENTS ARE ALREADY ON THE MASTER, SO AS THE RESUMED
001900*  LOOP MEETS EACH ONE AGAIN IT IS COUNTED, NOT RE-POSTED.
001901*  THE TAIL CAN NEVER BE LONGER THAN ONE CHECKPOINT
001902*  INTERVAL, WHICH THE PARM EDIT HOLDS TO THE TABLE SIZE.
001903*----------------------------------------------------------*
001904 01  WS-TAIL-MATCH-SWITCH            PIC X(01) VALUE 'N'.
001905     88  WS-TAIL-MATCHED             VALUE 'Y'.
001906 01  WS-TAIL-COUNT                   PIC 9(05) COMP VALUE ZERO.
001907 01  WS-TAIL-SUB                     PIC 9(05) COMP VALUE 1.
001908 01  WS-TAIL-TABLE.
001909     05  WS-TAIL-ENTRY OCCURS 1000 TIMES.
001910         10  WS-TAIL-ACCOUNT         PIC X(10).
001911         10  WS-TAIL-TRAN-CODE       PIC X(04).
001912         10  WS-TAIL-AMOUNT          PIC 9(09)V99.
001913         10  WS-TAIL-EFF-DATE        PIC 9(08).
001914         10  WS-TAIL-DIRECTION       PIC X(01).
001915         10  WS-TAIL-REVERSAL-FLAG   PIC X(01).
001916*----------------------------------------------------------*
001917*  TRANSACTION-LOOP CONTROL - HIGH-VALUES IN WS-TRAN-KEY
001918*  MARKS END OF THE ACCEPTED FILE.  WS-LAST-UPDATED-KEY
001919*  REMEMBERS THE LAST MASTER REWRITTEN SO THE UPDATED-
001920*  MASTERS COUNT IS PER ACCOUNT, NOT PER POSTING (TRANIN
001921*  ARRIVES SORTED BY ACCOUNT).
001930*----------------------------------------------------------*
001940 01  WS-TRAN-KEY                     PIC X(10) VALUE HIGH-VALUES.
001950 01  WS-LAST-UPDATED-KEY             PIC X(10)
002080*  POSTING-HISTORY RECORD CARRIES WHICH WAY THE MONEY MOVED.
002090*----------------------------------------------------------*
002100 01  WS-POST-DIRECTION               PIC X(01) VALUE SPACE.
002101*----------------------------------------------------------*
002102*  REVERSAL MATCHING - TPST001-FIND-ORIGINAL SCANS TRANHIST
002103*  FOR THE POSTING A REVERSAL NAMES AND LEAVES THE RESULT
002104*  HERE.  A MATCH LEAVES TRANHIST OPEN I-O AND POSITIONED ON
002105*  THE ORIGINAL SO IT CAN BE REWRITTEN WITH ITS PAIR MARK
002106*  ONCE THE OPPOSITE MOVEMENT HAS LANDED ON THE MASTER.
002107*----------------------------------------------------------*
002108 01  WS-ORIG-MATCH-SWITCH            PIC X(01) VALUE 'N'.
002109     88  WS-ORIG-NOT-MATCHED         VALUE 'N'.
002110     88  WS-ORIG-MATCHED             VALUE 'Y'.
002111     88  WS-ORIG-ALREADY-REVERSED    VALUE 'R'.
002112 01  WS-REVERSAL-SWITCH              PIC X(01) VALUE 'N'.
002113     88  WS-REVERSAL-IN-HAND         VALUE 'Y'.
002114 01  WS-ORIG-RUN-DATE                PIC 9(08) VALUE ZERO.
002115 01  WS-ORIG-TRAN-CODE               PIC X(04) VALUE SPACES.
002116*----------------------------------------------------------*
002120*  TRANSACTION-CODE REFERENCE TABLE - TPST001-LOAD-
002130*  TRANCODES LOADS TCODFILE AT STARTUP AND TPST001-RESOLVE-
002140*  DIRECTION TAKES THE POSTING DIRECTION FROM IT.  STATUS
002410 01  WS-TRANS-SUSP-COUNT             PIC 9(07) COMP VALUE ZERO.
002420 01  WS-MASTERS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
002430 01  WS-MASTERS-UPDATED-COUNT        PIC 9(07) COMP VALUE ZERO.
002435 01  WS-OUTBOX-COUNT                 PIC 9(07) COMP VALUE ZERO.
002440 01  WS-CREDIT-TOTAL                 PIC S9(11)V99 COMP-3
002450                                     VALUE ZERO.
002460 01  WS-DEBIT-TOTAL                  PIC S9(11)V99 COMP-3
002470                                     VALUE ZERO.
002480 01  WS-CREDIT-TOTAL-EDIT            PIC -(11)9.99.
002490 01  WS-DEBIT-TOTAL-EDIT             PIC -(11)9.99.
002491*----------------------------------------------------------*
002492*  REVERSAL TOTALS - KEPT APART FROM THE ORDINARY CREDITS
002493*  AND DEBITS.  A REVERSED DEBIT PUTS MONEY BACK (REVERSAL
002494*  CREDIT), A REVERSED CREDIT TAKES IT BACK (REVERSAL DEBIT).
002495*----------------------------------------------------------*
002496 01  WS-REVERSAL-COUNT               PIC 9(07) COMP VALUE ZERO.
002497 01  WS-REV-CREDIT-TOTAL             PIC S9(11)V99 COMP-3
002498                                     VALUE ZERO.
002499 01  WS-REV-DEBIT-TOTAL              PIC S9(11)V99 COMP-3
002500                                     VALUE ZERO.
002501 01  WS-REV-CREDIT-TOTAL-EDIT        PIC -(11)9.99.
002502 01  WS-REV-DEBIT-TOTAL-EDIT         PIC -(11)9.99.
002503*----------------------------------------------------------*
002510*  RECONCILIATION TOTALS FOR THE POSTTOT REGISTER - THE
002520*  SUSPENSE AMOUNT MIRRORS WHAT LANDED ON TRANSUS AND THE
002530*  MASTER TOTAL SUMS EVERY BALANCE RELEASED TO THE NEW
002980         'ACCOUNTS LISTED.......'.
002990     05  WOS-TOTAL                  PIC ZZZ,ZZZZ9.
003000     05  FILLER                     PIC X(49) VALUE SPACES.
003002 LINKAGE SECTION.
003004 01  LK-PARM-AREA.
003006     05  LK-PARM-LENGTH              PIC S9(04) COMP.
003008     05  LK-PARM-TEXT                PIC X(20).
003010 PROCEDURE DIVISION USING LK-PARM-AREA.
003020*----------------------------------------------------------*
003030*  TPST001-MAINLINE - PROGRAM ENTRY POINT.  THE POSTING LOOP
003040*  AND THE END-OF-RUN MASTER SCAN ONLY RUN WHEN EVERY FILE
003200*  FILES WOULD EITHER LOSE TRANSACTIONS OR LOSE MASTERS.
003210*  STATUS 35 ON TRAN-FILE ALONE MEANS NO ACCEPTED FILE WAS
003220*  PRODUCED TODAY, WHICH IS A CLEAN EMPTY RUN, NOT AN ERROR.
003221*  A CHECKPOINT LEFT PENDING BY A RUN THAT DIED TURNS THIS
003222*  INTO A RESTART (TPST001-CHECK-RESTART): THE DEAD RUN'S
003223*  SUSPENSE ITEMS ARE CARRIED FORWARD, ITS POST-CHECKPOINT
003224*  TRANHIST TAIL IS LOADED AND TRANIN IS REPOSITIONED PAST
003225*  THE CHECKPOINT.  A FRESH RUN LOGS ITS STARTING CHECKPOINT
003226*  INSTEAD.
003230*----------------------------------------------------------*
003240 TPST001-INITIALIZE.
003250     PERFORM TPST001-LOAD-TRANCODES.
003260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003261     ACCEPT WS-RUN-STAMP FROM TIME.
003262     PERFORM TPST001-GET-RUN-MODE.
003263     IF WS-PROGRAM-RETURN-CODE = ZERO
003264         PERFORM TPST001-CHECK-RESTART
003265     END-IF.
003270     MOVE 'TRANPOST' TO AUD-STEP-NAME.
003280     MOVE 'S'        TO AUD-EVENT-TYPE.
003290     MOVE 'J'        TO AUD-EVENT-SOURCE.
003530                 WS-SUSP-STATUS
003540         MOVE 16 TO WS-PROGRAM-RETURN-CODE
003550     END-IF.
003552     IF WS-RESTART-PENDING AND WS-SUSP-OK
003554         PERFORM TPST001-RESTORE-SUSPENSE
003556     END-IF.
003560     OPEN OUTPUT OVERDRAFT-REPORT.
003570     IF WS-OVDR-OK
003580         MOVE WS-RUN-DATE TO WOH-RUN-DATE
003630                 WS-OVDR-STATUS
003640         MOVE 16 TO WS-PROGRAM-RETURN-CODE
003650     END-IF.
003652     IF WS-RESTART-PENDING
003654         PERFORM TPST001-LOAD-HISTORY-TAIL
003656     END-IF.
003660     OPEN EXTEND HISTORY-FILE.
003670     IF NOT WS-HIST-OK AND WS-HIST-NOT-FOUND
003680         OPEN OUTPUT HISTORY-FILE
003720                 WS-HIST-STATUS
003730         MOVE 16 TO WS-PROGRAM-RETURN-CODE
003740     END-IF.
003741     IF WS-PROGRAM-RETURN-CODE = ZERO
003742         IF WS-RESTART-PENDING
003743             PERFORM TPST001-REPOSITION-TRAN
003744         ELSE
003745             PERFORM TPST001-TAKE-CHECKPOINT
003746         END-IF
003747     END-IF.
003750     IF WS-PROGRAM-RETURN-CODE = ZERO
003760         PERFORM TPST001-READ-TRAN
003770     END-IF.
004570*  TPST001-POST-ONE - POST ONE ACCEPTED TRANSACTION: ONE
004580*  KEYED READ OF THE MASTER, THEN APPLY OR SUSPEND.  A KEY
004590*  NOT ON THE FILE GOES TO SUSPENSE AS R005; ANY OTHER READ
004593*  FAILURE FAILS THE JOB AND STOPS THE LOOP.  ON A RESTART A
004596*  TRANSACTION THE DEAD RUN ALREADY POSTED (THE NEXT ENTRY
004599*  OF THE TRANHIST TAIL) IS ONLY COUNTED.  A CHECKPOINT IS
004602*  TAKEN EACH TIME THE POSTED COUNT REACHES THE NEXT
004605*  INTERVAL.
004610*----------------------------------------------------------*
004620 TPST001-POST-ONE.
004625     PERFORM TPST001-MATCH-TAIL.
004630     MOVE TRN-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER.
004640     READ ACCOUNT-FILE.
004650     EVALUATE TRUE
004653         WHEN WS-TAIL-MATCHED
004656             PERFORM TPST001-ROLL-FORWARD
004660         WHEN WS-ACCT-OK
004670             PERFORM TPST001-APPLY-TRAN
004680         WHEN WS-ACCT-KEY-NOT-FOUND
004760             MOVE 16 TO WS-PROGRAM-RETURN-CODE
004770             MOVE HIGH-VALUES TO WS-TRAN-KEY
004780     END-EVALUATE.
004781     IF WS-TRANS-POSTED-COUNT >= WS-CKPT-DUE-COUNT
004782         AND WS-TRAN-KEY NOT = HIGH-VALUES
004783         MOVE TRN-ACCOUNT-NUMBER   TO WS-CKPT-LAST-ACCOUNT
004784         MOVE TRN-TRANSACTION-CODE TO WS-CKPT-LAST-TRAN-CODE
004785         PERFORM TPST001-TAKE-CHECKPOINT
004786     END-IF.
004790     IF WS-TRAN-KEY NOT = HIGH-VALUES
004800         PERFORM TPST001-READ-TRAN
004810     END-IF.
004820*----------------------------------------------------------*
004830*  TPST001-APPLY-TRAN - POST ONE TRANSACTION TO THE MASTER
004840*  IN HAND.  ONLY AN OPEN ACCOUNT TAKES A POSTING (A
004842*  DORMANT ONE TAKES CREDITS AND REVERSALS ONLY); THE
004850*  DIRECTION COMES FROM TPST001-RESOLVE-DIRECTION (THE
004860*  TCODFILE REFERENCE TABLE, OR THE OLD FIRST-BYTE RULE
004870*  WHEN NO TABLE IS LOADED) - C ADDS TO THE BALANCE, D
004876*  SUBTRACTS, R BACKS OUT AN EARLIER POSTING (TPST001-
004882*  REVERSE-TRAN), AND AN UNRESOLVED CODE GOES TO SUSPENSE
004890*  RATHER THAN GUESSING A DIRECTION.
004900*----------------------------------------------------------*
004910 TPST001-APPLY-TRAN.
004990             ACM-CURRENT-BALANCE - WS-TRAN-AMOUNT-N.
005000     COMPUTE WS-OVERDRAFT-FLOOR = ZERO - WS-WORK-LIMIT.
005010     EVALUATE TRUE
005011         WHEN ACM-STATUS-DORMANT
005012             AND WS-POST-DIRECTION = 'D'
005013             MOVE 'R014' TO REJ-REASON-CODE
005014             MOVE 'ACCOUNT DORMANT - DEBIT'
005015                 TO REJ-REASON-TEXT
005016             PERFORM TPST001-SUSPEND-TRAN
005020         WHEN ACM-STATUS-CLOSED
005030             MOVE 'R006' TO REJ-REASON-CODE
005040             MOVE 'ACCOUNT CLOSED'
005050                 TO REJ-REASON-TEXT
005060             PERFORM TPST001-SUSPEND-TRAN
005063         WHEN WS-POST-DIRECTION = 'R'
005066             PERFORM TPST001-REVERSE-TRAN
005070         WHEN WS-POST-DIRECTION = 'D'
005080             AND WS-PROJECTED-BALANCE < WS-OVERDRAFT-FLOOR
005090             MOVE 'R010' TO REJ-REASON-CODE
005700*  SET WS-POST-DIRECTION, SO THE HISTORY RECORD CARRIES THE
005710*  RESULTING BALANCE.  NOTHING IS BOOKED - NO HISTORY, NO
005720*  OUTCOME EVENT, NO COUNTS - UNLESS THE REWRITE ACTUALLY
005726*  LANDED ON THE MASTER: A FAILED REWRITE FAILS THE JOB AND
005732*  STOPS THE LOOP, AND TRANHIST IS PERMANENT, SO A PHANTOM
005738*  MOVEMENT WOULD SURVIVE THE RERUN.  A REVERSAL ALSO MARKS
005744*  ITS ORIGINAL ON TRANHIST BEFORE THE REVERSAL ENTRY ITSELF
005750*  IS APPENDED.
005760*----------------------------------------------------------*
005770 TPST001-COUNT-POSTING.
005780     MOVE WS-RUN-DATE TO ACM-LAST-POST-DATE.
005830             MOVE ACM-ACCOUNT-NUMBER TO WS-LAST-UPDATED-KEY
005840         END-IF
005850         ADD 1 TO WS-TRANS-POSTED-COUNT
005852         IF WS-REVERSAL-IN-HAND
005854             ADD 1 TO WS-REVERSAL-COUNT
005856             PERFORM TPST001-MARK-ORIGINAL
005858         END-IF
005860         PERFORM TPST001-WRITE-HISTORY
005870         IF TRN-MESSAGE-ID NOT = SPACES
005880             PERFORM TPST001-PUBLISH-POSTED
006080     MOVE TRN-EFFECTIVE-DATE   TO PHS-EFFECTIVE-DATE.
006090     MOVE WS-RUN-DATE          TO PHS-RUN-DATE.
006100     MOVE ACM-CURRENT-BALANCE  TO PHS-RESULTING-BALANCE.
006101     MOVE WS-RUN-STAMP         TO PHS-RUN-STAMP.
006102     IF WS-REVERSAL-IN-HAND
006103         MOVE 'R'               TO PHS-REVERSAL-FLAG
006104         MOVE WS-ORIG-RUN-DATE  TO PHS-PAIR-RUN-DATE
006105         MOVE WS-ORIG-TRAN-CODE TO PHS-PAIR-TRAN-CODE
006106     END-IF.
006110     WRITE POSTING-HISTORY-RECORD.
006120*----------------------------------------------------------*
006130*  TPST001-SUSPEND-TRAN - ROUTE ONE UNPOSTABLE TRANSACTION
006480     MOVE WS-DEBIT-TOTAL         TO PTT-DEBIT-TOTAL.
006490     MOVE WS-SUSP-AMOUNT-TOTAL   TO PTT-SUSP-AMOUNT.
006500     MOVE WS-MASTER-TOTAL        TO PTT-MASTER-TOTAL.
006502     MOVE WS-REVERSAL-COUNT      TO PTT-REVERSAL-COUNT.
006504     MOVE WS-REV-CREDIT-TOTAL    TO PTT-REV-CREDIT-TOTAL.
006506     MOVE WS-REV-DEBIT-TOTAL     TO PTT-REV-DEBIT-TOTAL.
006510     OPEN EXTEND TOTALS-FILE.
006520     IF NOT WS-PTOT-OK AND WS-PTOT-NOT-FOUND
006530         OPEN OUTPUT TOTALS-FILE
007100             WS-MASTERS-UPDATED-COUNT.
007110     DISPLAY '  CREDIT TOTAL.........: ' WS-CREDIT-TOTAL-EDIT.
007120     DISPLAY '  DEBIT TOTAL..........: ' WS-DEBIT-TOTAL-EDIT.
007121     MOVE WS-REV-CREDIT-TOTAL TO WS-REV-CREDIT-TOTAL-EDIT.
007122     MOVE WS-REV-DEBIT-TOTAL  TO WS-REV-DEBIT-TOTAL-EDIT.
007123     DISPLAY '  REVERSALS POSTED.....: ' WS-REVERSAL-COUNT.
007124     DISPLAY '  CHECKPOINTS TAKEN....: ' WS-CKPT-COUNT.
007125     DISPLAY '  ROLLED FORWARD.......: '
007126             WS-ROLLED-FORWARD-COUNT.
007127     DISPLAY '  REVERSAL CREDITS.....: '
007128             WS-REV-CREDIT-TOTAL-EDIT.
007129     DISPLAY '  REVERSAL DEBITS......: '
007130             WS-REV-DEBIT-TOTAL-EDIT.
007131     IF WS-OUTBOX-COUNT > ZERO
007132         DISPLAY 'WARNING - ' WS-OUTBOX-COUNT ' QUEUE EVENT(S) '
007133                 'PARKED ON RMQOUTB - RUN RMQRPLYJ ONCE THE '
007134                 'BROKER IS BACK'
007135     END-IF.
007136     IF WS-PROGRAM-RETURN-CODE = ZERO
007140         PERFORM TPST001-WRITE-TOTALS
007150     END-IF.
007152     IF WS-PROGRAM-RETURN-CODE = ZERO
007154         PERFORM TPST001-CLEAR-CHECKPOINT
007156     END-IF.
007160     MOVE 'TRANPOST' TO AUD-STEP-NAME.
007170     MOVE 'E'        TO AUD-EVENT-TYPE.
007180     MOVE 'J'        TO AUD-EVENT-SOURCE.
008330     ACCEPT RMQ-EVENT-DATE FROM DATE YYYYMMDD.
008340     ACCEPT RMQ-EVENT-TIME FROM TIME.
008350     CALL 'RMQPUB01' USING RMQ-MESSAGE-AREA RMQ-STATUS-CODE.
008352     IF NOT RMQ-PUBLISH-OK
008354         PERFORM TPST001-WRITE-OUTBOX
008356     END-IF.
008360*----------------------------------------------------------*
008370*  TPST001-REVERSE-TRAN - BACK OUT THE EARLIER POSTING THE
008380*  REVERSAL IN HAND NAMES.  THE ORIGINAL MUST BE ON TRANHIST
008390*  AND NOT ALREADY REVERSED; THE OPPOSITE MOVEMENT THEN POSTS
008400*  FOR THE SAME AMOUNT.  THE OVERDRAFT LIMIT IS NOT APPLIED -
008410*  A REVERSAL UNDOES A MOVEMENT THAT SHOULD NEVER HAVE
008420*  POSTED, AND SUSPENDING IT WOULD LEAVE THE WRONG MONEY ON
008430*  THE ACCOUNT.  WHATEVER THE OUTCOME, TRANHIST IS LEFT OPEN
008440*  EXTEND FOR THE POSTINGS THAT FOLLOW.
008450*----------------------------------------------------------*
008460 TPST001-REVERSE-TRAN.
008470     PERFORM TPST001-FIND-ORIGINAL.
008480     EVALUATE TRUE
008490         WHEN WS-TRAN-KEY = HIGH-VALUES
008500             CONTINUE
008510         WHEN WS-ORIG-ALREADY-REVERSED
008520             MOVE 'R013' TO REJ-REASON-CODE
008530             MOVE 'ORIGINAL ALREADY REVERSED'
008540                 TO REJ-REASON-TEXT
008550             PERFORM TPST001-SUSPEND-TRAN
008560         WHEN WS-ORIG-NOT-MATCHED
008570             MOVE 'R012' TO REJ-REASON-CODE
008580             MOVE 'ORIGINAL POSTING NOT FOUND'
008590                 TO REJ-REASON-TEXT
008600             PERFORM TPST001-SUSPEND-TRAN
008610         WHEN PHS-DIR-CREDIT
008620             MOVE 'D' TO WS-POST-DIRECTION
008630             SUBTRACT WS-TRAN-AMOUNT-N FROM ACM-CURRENT-BALANCE
008640             ADD WS-TRAN-AMOUNT-N TO WS-REV-DEBIT-TOTAL
008650             MOVE 'Y' TO WS-REVERSAL-SWITCH
008660             PERFORM TPST001-COUNT-POSTING
008670         WHEN OTHER
008680             MOVE 'C' TO WS-POST-DIRECTION
008690             ADD WS-TRAN-AMOUNT-N TO ACM-CURRENT-BALANCE
008700             ADD WS-TRAN-AMOUNT-N TO WS-REV-CREDIT-TOTAL
008710             MOVE 'Y' TO WS-REVERSAL-SWITCH
008720             PERFORM TPST001-COUNT-POSTING
008730     END-EVALUATE.
008740     MOVE 'N' TO WS-REVERSAL-SWITCH.
008750     IF WS-HIST-OPEN-UPDATE
008760         PERFORM TPST001-REOPEN-HISTORY
008770     END-IF.
008780*----------------------------------------------------------*
008790*  TPST001-FIND-ORIGINAL - SWITCH TRANHIST FROM APPEND TO
008800*  UPDATE AND READ IT FROM THE TOP FOR THE POSTING THE
008810*  REVERSAL NAMES: SAME ACCOUNT, ORIGINAL CODE, AMOUNT AND
008820*  EFFECTIVE DATE.  THE FIRST SUCH POSTING NOT YET REVERSED
008830*  WINS, SO TWO IDENTICAL POSTINGS CAN EACH BE REVERSED
008840*  ONCE; FINDING ONLY REVERSED ONES IS AN ALREADY-REVERSED
008850*  REFUSAL.  TRANHIST IS PERMANENT AND REVERSALS ARE RARE,
008860*  SO ONE PASS PER REVERSAL IS THE PRICE OF KEEPING NO
008870*  SECOND INDEX OF IT.
008880*----------------------------------------------------------*
008890 TPST001-FIND-ORIGINAL.
008900     MOVE 'N' TO WS-ORIG-MATCH-SWITCH.
008910     MOVE 'N' TO WS-HIST-EOF-SWITCH.
008920     MOVE 'U' TO WS-HIST-MODE-SWITCH.
008930     CLOSE HISTORY-FILE.
008940     OPEN I-O HISTORY-FILE.
008950     IF WS-HIST-OK
008960         PERFORM TPST001-SCAN-HISTORY
008970             UNTIL WS-HIST-EOF-REACHED
008980                OR WS-ORIG-MATCHED
008990     ELSE
009000         DISPLAY 'ERROR - TRANHIST UPDATE OPEN FAILED, '
009010                 'STATUS=' WS-HIST-STATUS
009020         MOVE 16 TO WS-PROGRAM-RETURN-CODE
009030         MOVE HIGH-VALUES TO WS-TRAN-KEY
009040     END-IF.
009050*----------------------------------------------------------*
009060*  TPST001-SCAN-HISTORY - READ ONE TRANHIST RECORD AND JUDGE
009070*  IT AGAINST THE REVERSAL IN HAND.  A REVERSAL ENTRY IS
009080*  NEVER ITSELF A CANDIDATE.  PERFORMED REPEATEDLY BY
009090*  TPST001-FIND-ORIGINAL.
009100*----------------------------------------------------------*
009110 TPST001-SCAN-HISTORY.
009120     READ HISTORY-FILE
009130         AT END
009140             MOVE 'Y' TO WS-HIST-EOF-SWITCH
009150         NOT AT END
009160             IF PHS-ACCOUNT-NUMBER = TRN-ACCOUNT-NUMBER
009170                 AND PHS-TRANSACTION-CODE = TRN-ORIG-TRAN-CODE
009180                 AND PHS-AMOUNT = WS-TRAN-AMOUNT-N
009190                 AND PHS-EFFECTIVE-DATE = TRN-EFFECTIVE-DATE
009200                 AND NOT PHS-REVERSAL-ENTRY
009210                 IF PHS-REVERSED-ORIGINAL
009220                     MOVE 'R' TO WS-ORIG-MATCH-SWITCH
009230                 ELSE
009240                     MOVE 'Y' TO WS-ORIG-MATCH-SWITCH
009250                     MOVE PHS-RUN-DATE TO WS-ORIG-RUN-DATE
009260                     MOVE PHS-TRANSACTION-CODE
009270                         TO WS-ORIG-TRAN-CODE
009280                 END-IF
009290             END-IF
009300     END-READ.
009310*----------------------------------------------------------*
009320*  TPST001-MARK-ORIGINAL - THE OPPOSITE MOVEMENT HAS LANDED
009330*  ON THE MASTER: REWRITE THE ORIGINAL POSTING (STILL THE
009340*  LAST RECORD READ) AS THE REVERSED HALF OF THE PAIR, THEN
009350*  PUT TRANHIST BACK IN APPEND MODE FOR THE REVERSAL ENTRY.
009360*----------------------------------------------------------*
009370 TPST001-MARK-ORIGINAL.
009380     MOVE 'O'                  TO PHS-REVERSAL-FLAG.
009390     MOVE WS-RUN-DATE          TO PHS-PAIR-RUN-DATE.
009400     MOVE TRN-TRANSACTION-CODE TO PHS-PAIR-TRAN-CODE.
009410     REWRITE POSTING-HISTORY-RECORD.
009420     IF NOT WS-HIST-OK
009430         DISPLAY 'ERROR - TRANHIST REWRITE FAILED, STATUS='
009440                 WS-HIST-STATUS
009450         MOVE 16 TO WS-PROGRAM-RETURN-CODE
009460         MOVE HIGH-VALUES TO WS-TRAN-KEY
009470     END-IF.
009480     PERFORM TPST001-REOPEN-HISTORY.
009490*----------------------------------------------------------*
009500*  TPST001-REOPEN-HISTORY - CLOSE TRANHIST FROM ITS UPDATE
009510*  PASS AND REOPEN IT FOR APPEND.  A FAILED REOPEN FAILS THE
009520*  JOB AND STOPS THE LOOP - NO FURTHER POSTING MAY LAND
009530*  WITHOUT ITS HISTORY RECORD.
009540*----------------------------------------------------------*
009550 TPST001-REOPEN-HISTORY.
009560     CLOSE HISTORY-FILE.
009570     OPEN EXTEND HISTORY-FILE.
009580     MOVE 'E' TO WS-HIST-MODE-SWITCH.
009590     IF NOT WS-HIST-OK
009600         DISPLAY 'ERROR - TRANHIST REOPEN FAILED, STATUS='
009610                 WS-HIST-STATUS
009620         MOVE 16 TO WS-PROGRAM-RETURN-CODE
009630         MOVE HIGH-VALUES TO WS-TRAN-KEY
009640     END-IF.
009650*----------------------------------------------------------*
009660*  TPST001-GET-RUN-MODE - DECODE THE EXEC JCL PARM.  THE
009670*  FIRST FOUR BYTES, WHEN NUMERIC, ARE THE CHECKPOINT
009680*  INTERVAL IN POSTINGS (0001-1000 - NO LONGER THAN THE
009690*  RESTART TAIL TABLE); NO PARM KEEPS THE DEFAULT OF 500.
009700*  'COLD' IN BYTES 1-4 OR 6-9 IGNORES A PENDING CHECKPOINT -
009710*  ONLY FOR A RERUN AFTER ACCTMST HAS BEEN REPRO'D BACK FROM
009720*  ACCTBKP.  ANYTHING ELSE FAILS THE JOB BEFORE A PENNY
009730*  MOVES.
009740*----------------------------------------------------------*
009750 TPST001-GET-RUN-MODE.
009760     MOVE 'N' TO WS-COLD-START-SWITCH.
009770     IF LK-PARM-LENGTH > ZERO
009780         EVALUATE TRUE
009790             WHEN LK-PARM-TEXT(1:4) = 'COLD'
009800                 MOVE 'Y' TO WS-COLD-START-SWITCH
009810             WHEN LK-PARM-TEXT(1:4) IS NUMERIC
009820                 MOVE LK-PARM-TEXT(1:4) TO WS-CKPT-INTERVAL
009830                 IF LK-PARM-TEXT(6:4) = 'COLD'
009840                     MOVE 'Y' TO WS-COLD-START-SWITCH
009850                 END-IF
009860             WHEN OTHER
009870                 MOVE ZERO TO WS-CKPT-INTERVAL
009880         END-EVALUATE
009890     END-IF.
009900     IF WS-CKPT-INTERVAL = ZERO OR WS-CKPT-INTERVAL > 1000
009910         DISPLAY 'ERROR - CHECKPOINT INTERVAL PARM (NNNN, '
009920                 '0001-1000) IS INVALID - RUN FAILED'
009930         MOVE 16 TO WS-PROGRAM-RETURN-CODE
009940     ELSE
009950         DISPLAY 'CHECKPOINT INTERVAL: ' WS-CKPT-INTERVAL
009960                 ' POSTINGS'
009970     END-IF.
009980     IF WS-COLD-START
009990         DISPLAY 'RUN MODE: COLD - ANY PENDING CHECKPOINT IS '
010000                 'IGNORED BY OPERATOR'
010010     END-IF.
010020*----------------------------------------------------------*
010030*  TPST001-CHECK-RESTART - READ THE CHKPT LOG TO ITS END AND
010040*  KEEP THE LAST RECORD.  A CHECKPOINT (NOT A CLEARED
010050*  MARKER) THERE MEANS THE LAST RUN DIED: THIS RUN RESUMES
010060*  IT, TAKING OVER ITS RUN DATE, RUN STAMP, COUNTS AND
010070*  TOTALS.  STATUS 35 IS THE ONLY "NO LOG YET" CASE - ANY
010080*  OTHER OPEN FAILURE FAILS THE JOB, AS IN HELLO, SO AN
010090*  UNREADABLE LOG CANNOT QUIETLY POST THE DAY TWICE.
010100*----------------------------------------------------------*
010110 TPST001-CHECK-RESTART.
010120     MOVE 'N' TO WS-RESTART-SWITCH.
010130     MOVE 'N' TO WS-CHKPT-EOF-SWITCH.
010140     MOVE SPACES TO WS-LAST-CHECKPOINT.
010150     OPEN INPUT CHECKPOINT-FILE.
010160     IF WS-CHKPT-OK
010170         PERFORM TPST001-READ-CHECKPOINT
010180             UNTIL WS-CHKPT-EOF-REACHED
010190         CLOSE CHECKPOINT-FILE
010200     ELSE
010210         IF NOT WS-CHKPT-NOT-FOUND
010220             DISPLAY 'ERROR - CHKPT OPEN FAILED, STATUS='
010230                     WS-CHKPT-STATUS ' - JOB WILL BE FLAGGED '
010240                     'AS FAILED'
010250             MOVE 16 TO WS-PROGRAM-RETURN-CODE
010260         END-IF
010270     END-IF.
010280     MOVE WS-LAST-CHECKPOINT TO POSTING-CHECKPOINT-RECORD.
010290     IF PCK-CHECKPOINT AND WS-PROGRAM-RETURN-CODE = ZERO
010300         IF WS-COLD-START
010310             DISPLAY 'COLD START - CHECKPOINT OF RUN '
010320                     PCK-RUN-DATE '/' PCK-RUN-STAMP ' IGNORED'
010330         ELSE
010340             PERFORM TPST001-RESTORE-CHECKPOINT
010350         END-IF
010360     END-IF.
010370*----------------------------------------------------------*
010380*  TPST001-READ-CHECKPOINT - READ ONE CHKPT RECORD AND SAVE
010390*  IT.  PERFORMED REPEATEDLY BY TPST001-CHECK-RESTART SO THE
010400*  LAST RECORD ON THE FILE WINS.
010410*----------------------------------------------------------*
010420 TPST001-READ-CHECKPOINT.
010430     READ CHECKPOINT-FILE
010440         AT END
010450             MOVE 'Y' TO WS-CHKPT-EOF-SWITCH
010460         NOT AT END
010470             MOVE POSTING-CHECKPOINT-RECORD TO WS-LAST-CHECKPOINT
010480     END-READ.
010490*----------------------------------------------------------*
010500*  TPST001-RESTORE-CHECKPOINT - TAKE OVER THE DEAD RUN'S
010510*  IDENTITY AND RUNNING FIGURES FROM ITS LAST CHECKPOINT.
010520*  THE MASTER TOTAL IS NOT CARRIED - THE END-OF-RUN SCAN
010530*  RECOMPUTES IT FROM THE MASTER AS THIS RUN LEAVES IT.
010540*----------------------------------------------------------*
010550 TPST001-RESTORE-CHECKPOINT.
010560     MOVE 'Y' TO WS-RESTART-SWITCH.
010570     MOVE PCK-RUN-DATE            TO WS-RUN-DATE.
010580     MOVE PCK-RUN-STAMP           TO WS-RUN-STAMP.
010590     MOVE PCK-TRANS-READ-COUNT    TO WS-RESUME-READ-COUNT.
010600     MOVE PCK-TRANS-READ-COUNT    TO WS-TRANS-READ-COUNT.
010610     MOVE PCK-POSTED-COUNT        TO WS-TRANS-POSTED-COUNT.
010620     MOVE PCK-SUSP-COUNT          TO WS-TRANS-SUSP-COUNT.
010630     MOVE PCK-MASTERS-UPDATED     TO WS-MASTERS-UPDATED-COUNT.
010640     MOVE PCK-REVERSAL-COUNT      TO WS-REVERSAL-COUNT.
010650     MOVE PCK-LAST-UPDATED-KEY    TO WS-LAST-UPDATED-KEY.
010660     MOVE PCK-CREDIT-TOTAL        TO WS-CREDIT-TOTAL.
010670     MOVE PCK-DEBIT-TOTAL         TO WS-DEBIT-TOTAL.
010680     MOVE PCK-SUSP-AMOUNT         TO WS-SUSP-AMOUNT-TOTAL.
010690     MOVE PCK-REV-CREDIT-TOTAL    TO WS-REV-CREDIT-TOTAL.
010700     MOVE PCK-REV-DEBIT-TOTAL     TO WS-REV-DEBIT-TOTAL.
010710     MOVE PCK-LAST-ACCOUNT        TO WS-CKPT-LAST-ACCOUNT.
010720     MOVE PCK-LAST-TRAN-CODE      TO WS-CKPT-LAST-TRAN-CODE.
010730     COMPUTE WS-CKPT-DUE-COUNT =
010740             WS-TRANS-POSTED-COUNT + WS-CKPT-INTERVAL.
010750     DISPLAY 'RESTARTING RUN ' WS-RUN-DATE '/' WS-RUN-STAMP
010760             ' FROM CHECKPOINT AFTER TRANSACTION '
010770             WS-RESUME-READ-COUNT ' (ACCOUNT '
010780             WS-CKPT-LAST-ACCOUNT ' CODE '
010790             WS-CKPT-LAST-TRAN-CODE ')'.
010800*----------------------------------------------------------*
010810*  TPST001-RESTORE-SUSPENSE - CARRY THE SUSPENSE ITEMS THE
010820*  DEAD RUN WROTE UP TO ITS CHECKPOINT FROM ITS WORK FILE
010830*  (SUSPPRV) ONTO THIS RUN'S.  ANYTHING IT WROTE AFTER THE
010840*  CHECKPOINT IS DROPPED - THOSE TRANSACTIONS ARE DRIVEN
010850*  AGAIN AND SUSPEND AGAIN.  A WORK FILE SHORTER THAN THE
010860*  CHECKPOINT SAYS FAILS THE JOB - THE DAY'S TRANSUS WOULD
010870*  BE INCOMPLETE.
010880*----------------------------------------------------------*
010890 TPST001-RESTORE-SUSPENSE.
010900     MOVE ZERO TO WS-SUSP-COPY-COUNT.
010910     MOVE 'N'  TO WS-SUSPPRV-EOF-SWITCH.
010920     IF WS-TRANS-SUSP-COUNT > ZERO
010930         OPEN INPUT PRIOR-SUSPENSE-FILE
010940         IF WS-SUSPPRV-OK
010950             PERFORM TPST001-COPY-ONE-SUSPENSE
010960                 UNTIL WS-SUSPPRV-EOF-REACHED
010970                    OR WS-SUSP-COPY-COUNT >= WS-TRANS-SUSP-COUNT
010980             CLOSE PRIOR-SUSPENSE-FILE
010990         END-IF
011000     END-IF.
011010     IF WS-SUSP-COPY-COUNT < WS-TRANS-SUSP-COUNT
011020         DISPLAY 'ERROR - SUSPPRV HOLDS ' WS-SUSP-COPY-COUNT
011030                 ' OF THE ' WS-TRANS-SUSP-COUNT
011040                 ' SUSPENSE ITEMS THE CHECKPOINT RECORDS, STATUS='
011050                 WS-SUSPPRV-STATUS
011060         MOVE 16 TO WS-PROGRAM-RETURN-CODE
011070     ELSE
011080         DISPLAY 'SUSPENSE ITEMS CARRIED FORWARD: '
011090                 WS-SUSP-COPY-COUNT
011100     END-IF.
011110*----------------------------------------------------------*
011120*  TPST001-COPY-ONE-SUSPENSE - COPY ONE SUSPENSE ITEM FROM
011130*  THE DEAD RUN'S WORK FILE.  PERFORMED REPEATEDLY BY
011140*  TPST001-RESTORE-SUSPENSE.
011150*----------------------------------------------------------*
011160 TPST001-COPY-ONE-SUSPENSE.
011170     READ PRIOR-SUSPENSE-FILE
011180         AT END
011190             MOVE 'Y' TO WS-SUSPPRV-EOF-SWITCH
011200         NOT AT END
011210             WRITE REJECT-RECORD FROM PRIOR-SUSPENSE-RECORD
011220             ADD 1 TO WS-SUSP-COPY-COUNT
011230     END-READ.
011240*----------------------------------------------------------*
011250*  TPST001-LOAD-HISTORY-TAIL - READ TRANHIST FOR THE DEAD
011260*  RUN'S OWN RECORDS (ITS RUN DATE AND RUN STAMP).  THE
011270*  FIRST ONES, UP TO THE CHECKPOINT'S POSTED COUNT, ARE
011280*  ALREADY IN THE RESTORED TOTALS; EVERY ONE AFTER THAT IS A
011290*  POSTING MADE BETWEEN THE CHECKPOINT AND THE FAILURE AND
011300*  GOES INTO THE TAIL TABLE.  FEWER OWN RECORDS THAN THE
011310*  CHECKPOINT COUNTED, OR A TAIL LONGER THAN THE TABLE,
011320*  FAILS THE JOB.
011330*----------------------------------------------------------*
011340 TPST001-LOAD-HISTORY-TAIL.
011350     MOVE ZERO TO WS-TAIL-COUNT.
011360     MOVE ZERO TO WS-HIST-RUN-COUNT.
011370     MOVE 1    TO WS-TAIL-SUB.
011380     MOVE 'N'  TO WS-HIST-EOF-SWITCH.
011390     OPEN INPUT HISTORY-FILE.
011400     IF WS-HIST-OK
011410         PERFORM TPST001-READ-HISTORY-TAIL
011420             UNTIL WS-HIST-EOF-REACHED
011430         CLOSE HISTORY-FILE
011440     ELSE
011450         IF NOT WS-HIST-NOT-FOUND
011460             DISPLAY 'ERROR - TRANHIST RESTART READ FAILED, '
011470                     'STATUS=' WS-HIST-STATUS
011480             MOVE 16 TO WS-PROGRAM-RETURN-CODE
011490         END-IF
011500     END-IF.
011510     IF WS-HIST-RUN-COUNT < WS-TRANS-POSTED-COUNT
011520         DISPLAY 'ERROR - TRANHIST HOLDS ' WS-HIST-RUN-COUNT
011530                 ' POSTINGS FOR THE RUN, CHECKPOINT RECORDS '
011540                 WS-TRANS-POSTED-COUNT
011550         MOVE 16 TO WS-PROGRAM-RETURN-CODE
011560     END-IF.
011570     DISPLAY 'POSTINGS AFTER THE CHECKPOINT: ' WS-TAIL-COUNT.
011580*----------------------------------------------------------*
011590*  TPST001-READ-HISTORY-TAIL - READ ONE TRANHIST RECORD AND
011600*  KEEP IT IN THE TAIL TABLE IF IT IS ONE OF THE DEAD RUN'S
011610*  POST-CHECKPOINT POSTINGS.  PERFORMED REPEATEDLY BY
011620*  TPST001-LOAD-HISTORY-TAIL.
011630*----------------------------------------------------------*
011640 TPST001-READ-HISTORY-TAIL.
011650     READ HISTORY-FILE
011660         AT END
011670             MOVE 'Y' TO WS-HIST-EOF-SWITCH
011680         NOT AT END
011690             IF PHS-RUN-DATE = WS-RUN-DATE
011700                 AND PHS-RUN-STAMP = WS-RUN-STAMP
011710                 ADD 1 TO WS-HIST-RUN-COUNT
011720                 IF WS-HIST-RUN-COUNT > WS-TRANS-POSTED-COUNT
011730                     PERFORM TPST001-ADD-TAIL-ENTRY
011740                 END-IF
011750             END-IF
011760     END-READ.
011770*----------------------------------------------------------*
011780*  TPST001-ADD-TAIL-ENTRY - KEEP THE TRANHIST RECORD IN HAND
011790*  AS THE NEXT RESTART-TAIL ENTRY.
011800*----------------------------------------------------------*
011810 TPST001-ADD-TAIL-ENTRY.
011820     IF WS-TAIL-COUNT < 1000
011830         ADD 1 TO WS-TAIL-COUNT
011840         MOVE PHS-ACCOUNT-NUMBER
011850             TO WS-TAIL-ACCOUNT(WS-TAIL-COUNT)
011860         MOVE PHS-TRANSACTION-CODE
011870             TO WS-TAIL-TRAN-CODE(WS-TAIL-COUNT)
011880         MOVE PHS-AMOUNT
011890             TO WS-TAIL-AMOUNT(WS-TAIL-COUNT)
011900         MOVE PHS-EFFECTIVE-DATE
011910             TO WS-TAIL-EFF-DATE(WS-TAIL-COUNT)
011920         MOVE PHS-DIRECTION
011930             TO WS-TAIL-DIRECTION(WS-TAIL-COUNT)
011940         MOVE PHS-REVERSAL-FLAG
011950             TO WS-TAIL-REVERSAL-FLAG(WS-TAIL-COUNT)
011960     ELSE
011970         DISPLAY 'ERROR - MORE THAN 1000 TRANHIST POSTINGS '
011980                 'AFTER THE CHECKPOINT - RUN FAILED'
011990         MOVE 16 TO WS-PROGRAM-RETURN-CODE
012000         MOVE 'Y' TO WS-HIST-EOF-SWITCH
012010     END-IF.
012020*----------------------------------------------------------*
012030*  TPST001-REPOSITION-TRAN - SKIP THE SORTED TRANIN RECORDS
012040*  THE DEAD RUN FULLY PROCESSED.  TRANPSTJ RE-SORTS THE SAME
012050*  TRANOK/REPOST GENERATIONS WITH EQUALS, SO THE ORDER IS
012060*  THE SAME AND THE LAST RECORD SKIPPED MUST BE THE ONE THE
012070*  CHECKPOINT NAMES - ANYTHING ELSE MEANS THE INPUT HAS
012080*  CHANGED UNDER THE CHECKPOINT AND THE JOB FAILS.
012090*----------------------------------------------------------*
012100 TPST001-REPOSITION-TRAN.
012110     MOVE ZERO TO WS-SKIP-COUNT.
012120     MOVE 'N'  TO WS-TRAN-EOF-SWITCH.
012130     PERFORM TPST001-SKIP-ONE-TRAN
012140         UNTIL WS-TRAN-EOF-REACHED
012150            OR WS-SKIP-COUNT >= WS-RESUME-READ-COUNT.
012160     IF WS-SKIP-COUNT < WS-RESUME-READ-COUNT
012170         OR (WS-SKIP-COUNT > ZERO
012180             AND (TRN-ACCOUNT-NUMBER NOT = WS-CKPT-LAST-ACCOUNT
012190               OR TRN-TRANSACTION-CODE
012195                  NOT = WS-CKPT-LAST-TRAN-CODE))
012200         DISPLAY 'ERROR - TRANIN DOES NOT MATCH THE CHECKPOINT '
012210                 '- RESTORE ACCTMST AND RERUN WITH COLD'
012220         MOVE 16 TO WS-PROGRAM-RETURN-CODE
012230     ELSE
012240         DISPLAY 'TRANIN REPOSITIONED PAST ' WS-SKIP-COUNT
012250                 ' TRANSACTIONS'
012260     END-IF.
012270*----------------------------------------------------------*
012280*  TPST001-SKIP-ONE-TRAN - READ PAST ONE ALREADY-PROCESSED
012290*  TRANIN RECORD.  PERFORMED REPEATEDLY BY
012300*  TPST001-REPOSITION-TRAN.
012310*----------------------------------------------------------*
012320 TPST001-SKIP-ONE-TRAN.
012330     IF WS-TRAN-NOT-FOUND
012340         MOVE 'Y' TO WS-TRAN-EOF-SWITCH
012350     ELSE
012360         READ TRAN-FILE
012370             AT END
012380                 MOVE 'Y' TO WS-TRAN-EOF-SWITCH
012390             NOT AT END
012400                 ADD 1 TO WS-SKIP-COUNT
012410         END-READ
012420     END-IF.
012430*----------------------------------------------------------*
012440*  TPST001-MATCH-TAIL - IS THE TRANSACTION IN HAND THE NEXT
012450*  POSTING THE DEAD RUN MADE AFTER ITS CHECKPOINT?  SAME
012460*  ACCOUNT, CODE, AMOUNT AND EFFECTIVE DATE AS THE NEXT
012470*  UNUSED TAIL ENTRY.  THE TAIL IS IN POSTING ORDER, SO A
012480*  TRANSACTION THAT SUSPENDED BEFORE THE FAILURE SIMPLY
012490*  DOES NOT MATCH AND IS DRIVEN AGAIN.
012500*----------------------------------------------------------*
012510 TPST001-MATCH-TAIL.
012520     MOVE 'N' TO WS-TAIL-MATCH-SWITCH.
012530     IF WS-TAIL-SUB NOT > WS-TAIL-COUNT
012540         AND TRN-AMOUNT NUMERIC
012550         MOVE TRN-AMOUNT TO WS-TRAN-AMOUNT-X
012560         IF WS-TAIL-ACCOUNT(WS-TAIL-SUB) = TRN-ACCOUNT-NUMBER
012570             AND WS-TAIL-TRAN-CODE(WS-TAIL-SUB)
012580                 = TRN-TRANSACTION-CODE
012590             AND WS-TAIL-AMOUNT(WS-TAIL-SUB) = WS-TRAN-AMOUNT-N
012600             AND WS-TAIL-EFF-DATE(WS-TAIL-SUB)
012610                 = TRN-EFFECTIVE-DATE
012620             MOVE 'Y' TO WS-TAIL-MATCH-SWITCH
012630         END-IF
012640     END-IF.
012650*----------------------------------------------------------*
012660*  TPST001-ROLL-FORWARD - THE DEAD RUN ALREADY POSTED THE
012670*  TRANSACTION IN HAND: ITS MOVEMENT IS ON THE MASTER AND
012680*  ITS RECORD ON TRANHIST, AND ITS OUTCOME WAS PUBLISHED.
012690*  ONLY THE COUNTS AND TOTALS TAKE IT, FROM THE TAIL ENTRY'S
012700*  DIRECTION AND REVERSAL MARK, EXACTLY AS THE DEAD RUN
012710*  TOOK THEM.
012720*----------------------------------------------------------*
012730 TPST001-ROLL-FORWARD.
012740     IF TRN-ACCOUNT-NUMBER NOT = WS-LAST-UPDATED-KEY
012750         ADD 1 TO WS-MASTERS-UPDATED-COUNT
012760         MOVE TRN-ACCOUNT-NUMBER TO WS-LAST-UPDATED-KEY
012770     END-IF.
012780     ADD 1 TO WS-TRANS-POSTED-COUNT.
012790     ADD 1 TO WS-ROLLED-FORWARD-COUNT.
012800     EVALUATE TRUE
012810         WHEN WS-TAIL-REVERSAL-FLAG(WS-TAIL-SUB) = 'R'
012820             AND WS-TAIL-DIRECTION(WS-TAIL-SUB) = 'C'
012830             ADD 1 TO WS-REVERSAL-COUNT
012840             ADD WS-TRAN-AMOUNT-N TO WS-REV-CREDIT-TOTAL
012850         WHEN WS-TAIL-REVERSAL-FLAG(WS-TAIL-SUB) = 'R'
012860             ADD 1 TO WS-REVERSAL-COUNT
012870             ADD WS-TRAN-AMOUNT-N TO WS-REV-DEBIT-TOTAL
012880         WHEN WS-TAIL-DIRECTION(WS-TAIL-SUB) = 'C'
012890             ADD WS-TRAN-AMOUNT-N TO WS-CREDIT-TOTAL
012900         WHEN OTHER
012910             ADD WS-TRAN-AMOUNT-N TO WS-DEBIT-TOTAL
012920     END-EVALUATE.
012930     ADD 1 TO WS-TAIL-SUB.
012940*----------------------------------------------------------*
012950*  TPST001-TAKE-CHECKPOINT - APPEND A CHECKPOINT OF THE RUN
012960*  AS IT STANDS: THE TRANIN RECORDS FULLY PROCESSED, THE
012970*  LAST ONE'S ACCOUNT AND CODE, AND THE RUNNING COUNTS AND
012980*  TOTALS.  THEN SET THE POSTED COUNT FOR THE NEXT ONE.
012982*  TRANHIST AND TRANSUS ARE CLOSED AND REOPENED FIRST SO
012984*  EVERY RECORD THE CHECKPOINT COUNTS IS OUT OF THE BUFFERS
012986*  AND ON DISK BEFORE THE CHECKPOINT ITSELF IS.
012990*----------------------------------------------------------*
013000 TPST001-TAKE-CHECKPOINT.
013003     PERFORM TPST001-REOPEN-HISTORY.
013006     PERFORM TPST001-REOPEN-SUSPENSE.
013010     MOVE SPACES                   TO POSTING-CHECKPOINT-RECORD.
013020     MOVE 'C'                      TO PCK-RECORD-TYPE.
013030     MOVE WS-CKPT-LAST-ACCOUNT     TO PCK-LAST-ACCOUNT.
013040     MOVE WS-CKPT-LAST-TRAN-CODE   TO PCK-LAST-TRAN-CODE.
013050     MOVE WS-TRANS-READ-COUNT      TO PCK-TRANS-READ-COUNT.
013060     MOVE WS-TRANS-POSTED-COUNT    TO PCK-POSTED-COUNT.
013070     MOVE WS-TRANS-SUSP-COUNT      TO PCK-SUSP-COUNT.
013080     MOVE WS-MASTERS-UPDATED-COUNT TO PCK-MASTERS-UPDATED.
013090     MOVE WS-REVERSAL-COUNT        TO PCK-REVERSAL-COUNT.
013100     MOVE WS-LAST-UPDATED-KEY      TO PCK-LAST-UPDATED-KEY.
013110     MOVE WS-CREDIT-TOTAL          TO PCK-CREDIT-TOTAL.
013120     MOVE WS-DEBIT-TOTAL           TO PCK-DEBIT-TOTAL.
013130     MOVE WS-SUSP-AMOUNT-TOTAL     TO PCK-SUSP-AMOUNT.
013140     MOVE WS-REV-CREDIT-TOTAL      TO PCK-REV-CREDIT-TOTAL.
013150     MOVE WS-REV-DEBIT-TOTAL       TO PCK-REV-DEBIT-TOTAL.
013160     PERFORM TPST001-WRITE-CHECKPOINT.
013170     ADD 1 TO WS-CKPT-COUNT.
013180     COMPUTE WS-CKPT-DUE-COUNT =
013190             WS-TRANS-POSTED-COUNT + WS-CKPT-INTERVAL.
013191*----------------------------------------------------------*
013192*  TPST001-REOPEN-SUSPENSE - CLOSE TRANSUS AND REOPEN IT FOR
013193*  APPEND, FLUSHING THE SUSPENSE ITEMS WRITTEN SO FAR.  A
013194*  FAILED REOPEN FAILS THE JOB AND STOPS THE LOOP, AS FOR
013195*  TRANHIST.
013196*----------------------------------------------------------*
013197 TPST001-REOPEN-SUSPENSE.
013198     CLOSE SUSPENSE-FILE.
013199     OPEN EXTEND SUSPENSE-FILE.
013200     IF NOT WS-SUSP-OK
013201         DISPLAY 'ERROR - TRANSUS REOPEN FAILED, STATUS='
013202                 WS-SUSP-STATUS
013203         MOVE 16 TO WS-PROGRAM-RETURN-CODE
013204         MOVE HIGH-VALUES TO WS-TRAN-KEY
013205     END-IF.
013206*----------------------------------------------------------*
013210*  TPST001-CLEAR-CHECKPOINT - A CLEAN RUN HAS REGISTERED ITS
013220*  TOTALS AND NEEDS NO RESTART POINT: APPEND A CLEARED
013230*  MARKER FOR THE NEXT RUN'S TPST001-CHECK-RESTART TO FIND
013240*  AS THE LAST RECORD.
013250*----------------------------------------------------------*
013260 TPST001-CLEAR-CHECKPOINT.
013270     MOVE SPACES TO POSTING-CHECKPOINT-RECORD.
013280     MOVE 'X'    TO PCK-RECORD-TYPE.
013290     PERFORM TPST001-WRITE-CHECKPOINT.
013300*----------------------------------------------------------*
013310*  TPST001-WRITE-CHECKPOINT - APPEND THE CHECKPOINT RECORD
013320*  IN HAND TO THE CHKPT LOG.  SAME OPEN EXTEND / STATUS-35-
013330*  FALLBACK RULE AS THE AUDIT TRAIL.  A LOG THAT CANNOT BE
013340*  WRITTEN FAILS THE JOB AND STOPS THE LOOP - POSTING ON
013350*  WITHOUT A RESTART POINT IS EXACTLY WHAT THIS PREVENTS.
013360*----------------------------------------------------------*
013370 TPST001-WRITE-CHECKPOINT.
013380     MOVE WS-JOB-NAME  TO PCK-JOB-NAME.
013390     MOVE WS-RUN-DATE  TO PCK-RUN-DATE.
013400     MOVE WS-RUN-STAMP TO PCK-RUN-STAMP.
013410     ACCEPT PCK-WRITTEN-DATE FROM DATE YYYYMMDD.
013420     ACCEPT PCK-WRITTEN-TIME FROM TIME.
013430     OPEN EXTEND CHECKPOINT-FILE.
013440     IF NOT WS-CHKPT-OK AND WS-CHKPT-NOT-FOUND
013450         OPEN OUTPUT CHECKPOINT-FILE
013460     END-IF.
013470     IF WS-CHKPT-OK
013480         WRITE POSTING-CHECKPOINT-RECORD
013490         CLOSE CHECKPOINT-FILE
013500     ELSE
013510         DISPLAY 'ERROR - CHKPT OPEN FAILED, STATUS='
013520                 WS-CHKPT-STATUS ' - JOB WILL BE FLAGGED '
013530                 'AS FAILED'
013540         MOVE 16 TO WS-PROGRAM-RETURN-CODE
013550         MOVE HIGH-VALUES TO WS-TRAN-KEY
013560     END-IF.
013570*----------------------------------------------------------*
013580*  TPST001-WRITE-OUTBOX - RMQPUB01 REFUSED THE MESSAGE IN
013590*  HAND.  PARK THE WHOLE MESSAGE AREA AND THE BRIDGE STATUS
013600*  ON THE RMQOUTB OUTBOX (SEE RMQIF03) FOR RMQRPLY TO RESEND
013610*  ONCE THE BROKER IS BACK, AND AUDIT THE MISS (SOURCE Q,
013620*  BRIDGE STATUS AS THE RETURN CODE).  A BROKER
013630*  OUTAGE NEVER FAILS THE JOB; AN OUTBOX THAT CANNOT BE
013640*  OPENED LOSES THE EVENT, SO IT IS SHOUTED ON SYSOUT.
013650*----------------------------------------------------------*
013660 TPST001-WRITE-OUTBOX.
013670     MOVE SPACES          TO RMQ-OUTBOX-RECORD.
013680     ACCEPT RMQO-WRITTEN-DATE FROM DATE YYYYMMDD.
013690     ACCEPT RMQO-WRITTEN-TIME FROM TIME.
013700     MOVE WS-JOB-NAME      TO RMQO-SOURCE-JOB.
013710     MOVE RMQ-STATUS-CODE  TO RMQO-FAIL-STATUS.
013720     MOVE ZERO             TO RMQO-REPLAY-COUNT.
013730     MOVE RMQ-MESSAGE-AREA TO RMQO-MESSAGE-AREA.
013740     OPEN EXTEND OUTBOX-FILE.
013750     IF NOT WS-OUTBOX-OK AND WS-OUTBOX-NOT-FOUND
013760         OPEN OUTPUT OUTBOX-FILE
013770     END-IF.
013780     IF WS-OUTBOX-OK
013790         WRITE RMQ-OUTBOX-RECORD
013800         CLOSE OUTBOX-FILE
013810         ADD 1 TO WS-OUTBOX-COUNT
013820     ELSE
013830         DISPLAY 'ERROR - RMQOUTB OPEN FAILED, STATUS='
013840                 WS-OUTBOX-STATUS ' - ' RMQ-EVENT-TYPE
013850                 ' EVENT LOST'
013860     END-IF.
013870     MOVE WS-JOB-NAME     TO AUD-STEP-NAME.
013880     MOVE 'E'             TO AUD-EVENT-TYPE.
013890     MOVE 'Q'             TO AUD-EVENT-SOURCE.
013900     MOVE 'F'             TO AUD-OUTCOME-CODE.
013910     MOVE RMQ-STATUS-CODE TO AUD-RETURN-CODE.
013920     MOVE ZERO            TO AUD-ELAPSED-TIME.
013930     PERFORM TPST001-WRITE-AUDIT.
