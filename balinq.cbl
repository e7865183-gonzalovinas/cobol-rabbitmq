000100*----------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     BALINQ.
000130 AUTHOR.         BATCH-SYSTEMS-GROUP.
000140 INSTALLATION.   ACME FINANCIAL SERVICES INC.
000150 DATE-WRITTEN.   2026-10-06.
000160 DATE-COMPILED.
000170*----------------------------------------------------------*
000180*  MODIFICATION HISTORY
000190*  ------------------------------------------------------
000200*  2026-10-06  JCV  ORIGINAL VERSION - BALANCE-INQUIRY SERVICE
000210*                   FOR THE ONLINE CHANNEL.  EACH DRAIN CYCLE
000220*                   POPS THE batch.balance.inquiry QUEUE
000230*                   THROUGH THE RMQCON01 CONSUMER BRIDGE, READS
000240*                   THE ACCTMST KSDS BY KEY FOR THE ACCOUNT
000250*                   ASKED ABOUT AND PUBLISHES A BAL-REPLY EVENT
000260*                   ON batch.balance.reply ECHOING THE SENDER'S
000270*                   CORRELATION ID, WITH THE ACCOUNT STATUS,
000280*                   CURRENT BALANCE, AVAILABLE AMOUNT AND LAST
000290*                   POSTING DATE (SEE RMQIF04).  AN UNKNOWN,
000300*                   CLOSED OR INVALID ACCOUNT STILL GETS A
000310*                   REPLY, WITH ITS OWN REPLY CODE.  THE MASTER
000320*                   IS OPENED INPUT ONLY, SO NOTHING IS LOCKED
000330*                   AGAINST TRANPOST.  THE JOB-END AUDIT EVENT
000340*                   CARRIES THE CYCLE'S ANSWERED AND FAILED
000350*                   COUNTS (SEE AUDTREC1).
000360*----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ACCOUNT-FILE       ASSIGN TO ACCTMST
000410                                ORGANIZATION IS INDEXED
000420                                ACCESS MODE IS RANDOM
000430                                RECORD KEY IS ACM-ACCOUNT-NUMBER
000440                                FILE STATUS IS WS-ACCTMST-STATUS.
000450     SELECT OUTBOX-FILE        ASSIGN TO RMQOUTB
000460                                ORGANIZATION IS SEQUENTIAL
000470                                FILE STATUS IS WS-OUTBOX-STATUS.
000480     SELECT AUDIT-FILE         ASSIGN TO AUDITF
000490                                ORGANIZATION IS SEQUENTIAL
000500                                FILE STATUS IS WS-AUDIT-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ACCOUNT-FILE
000540     RECORDING MODE IS F.
000550 COPY ACCTREC1.
000560 FD  OUTBOX-FILE
000570     RECORDING MODE IS F.
000580 COPY RMQIF03.
000590 FD  AUDIT-FILE
000600     RECORDING MODE IS F.
000610 COPY AUDTREC1.
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------*
000640*  JOB IDENTIFICATION AND RETURN-CODE TRACKING
000650*----------------------------------------------------------*
000660 01  WS-JOB-NAME                     PIC X(08) VALUE 'BALINQ'.
000670 01  WS-OPERATOR-ID                  PIC X(08) VALUE 'BATCH'.
000680 01  WS-PROGRAM-RETURN-CODE          PIC S9(04) COMP VALUE ZERO.
000690*----------------------------------------------------------*
000700*  FILE STATUS CONTROL
000710*----------------------------------------------------------*
000720 01  WS-ACCTMST-STATUS               PIC X(02) VALUE '00'.
000730     88  WS-ACCTMST-OK               VALUE '00'.
000740     88  WS-ACCTMST-KEY-NOT-FOUND    VALUE '23'.
000750     88  WS-ACCTMST-NOT-FOUND        VALUE '35'.
000760 01  WS-ACCTMST-OPEN-SWITCH          PIC X(01) VALUE 'N'.
000770     88  WS-ACCTMST-OPEN             VALUE 'Y'.
000780 01  WS-AUDIT-STATUS                 PIC X(02) VALUE '00'.
000790     88  WS-AUDIT-OK                 VALUE '00'.
000800     88  WS-AUDIT-NOT-FOUND          VALUE '35'.
000810 01  WS-OUTBOX-STATUS                PIC X(02) VALUE '00'.
000820     88  WS-OUTBOX-OK                VALUE '00'.
000830     88  WS-OUTBOX-NOT-FOUND         VALUE '35'.
000840 01  WS-OUTBOX-COUNT                 PIC 9(07) COMP VALUE ZERO.
000850*----------------------------------------------------------*
000860*  RABBITMQ INTERFACE WORK AREAS - RMQIF02 RECEIVES THE
000870*  INQUIRIES, RMQIF01 PUBLISHES THE REPLIES AND RMQIF04
000880*  LAYS OUT THE REQUEST AND REPLY BODIES.
000890*----------------------------------------------------------*
000900 COPY RMQIF01.
000910 COPY RMQIF02.
000920 COPY RMQIF04.
000930 01  WS-INQUIRY-QUEUE                PIC X(30) VALUE
000940         'batch.balance.inquiry'.
000950 01  WS-REPLY-QUEUE                  PIC X(30) VALUE
000960         'batch.balance.reply'.
000970*----------------------------------------------------------*
000980*  DRAIN CONTROL - THE CYCLE ENDS ON AN EMPTY QUEUE, A
000990*  BROKER OR MASTER FAILURE, OR THE PER-CYCLE REQUEST CAP
001000*  (SET FROM THE EXEC JCL PARM, FIVE DIGITS; DEFAULTS TO
001010*  10000) SO ONE CYCLE NEVER HOLDS THE MASTER FOR LONG.
001020*----------------------------------------------------------*
001030 01  WS-DRAIN-DONE-SWITCH            PIC X(01) VALUE 'N'.
001040     88  WS-DRAIN-DONE               VALUE 'Y'.
001050 01  WS-MAX-MESSAGES                 PIC 9(05) COMP VALUE 10000.
001060 01  WS-MESSAGE-COUNT                PIC 9(07) COMP VALUE ZERO.
001070*----------------------------------------------------------*
001080*  REPLY COUNTS - ANSWERED IS A REPLY THAT CARRIED THE
001090*  ACCOUNT'S FIGURES (OPEN, DORMANT OR CLOSED); FAILED IS A
001100*  REPLY THAT COULD NOT (NOT FOUND, INVALID REQUEST, MASTER
001110*  UNAVAILABLE).  BOTH GO ON THE JOB-END AUDIT EVENT.
001120*----------------------------------------------------------*
001130 01  WS-ANSWERED-COUNT               PIC 9(07) COMP VALUE ZERO.
001140 01  WS-FAILED-COUNT                 PIC 9(07) COMP VALUE ZERO.
001150 01  WS-NOT-FOUND-COUNT              PIC 9(07) COMP VALUE ZERO.
001160 01  WS-CLOSED-COUNT                 PIC 9(07) COMP VALUE ZERO.
001170 LINKAGE SECTION.
001180 01  LK-PARM-AREA.
001190     05  LK-PARM-LENGTH              PIC S9(04) COMP.
001200     05  LK-PARM-TEXT                PIC X(20).
001210 PROCEDURE DIVISION USING LK-PARM-AREA.
001220*----------------------------------------------------------*
001230*  BINQ001-MAINLINE - PROGRAM ENTRY POINT
001240*----------------------------------------------------------*
001250 BINQ001-MAINLINE.
001260     PERFORM BINQ001-GET-MESSAGE-CAP.
001270     PERFORM BINQ001-INITIALIZE.
001280     IF WS-PROGRAM-RETURN-CODE = ZERO
001290         PERFORM BINQ001-DRAIN-ONE
001300             UNTIL WS-DRAIN-DONE
001310     END-IF.
001320     PERFORM BINQ001-TERMINATE.
001330     STOP RUN.
001340*----------------------------------------------------------*
001350*  BINQ001-GET-MESSAGE-CAP - DECODE THE EXEC JCL PARM.
001360*  FIVE LEADING DIGITS OVERRIDE THE DEFAULT PER-CYCLE CAP.
001370*----------------------------------------------------------*
001380 BINQ001-GET-MESSAGE-CAP.
001390     IF LK-PARM-LENGTH >= 5
001400         AND LK-PARM-TEXT(1:5) IS NUMERIC
001410         MOVE LK-PARM-TEXT(1:5) TO WS-MAX-MESSAGES
001420     END-IF.
001430     DISPLAY 'BALINQ REQUEST CAP: ' WS-MAX-MESSAGES.
001440*----------------------------------------------------------*
001450*  BINQ001-INITIALIZE - WRITE THE JOB-START AUDIT EVENT AND
001460*  OPEN THE ACCTMST KSDS INPUT FOR KEYED READS.  INPUT ONLY
001470*  TAKES NO RECORD OR CONTROL-INTERVAL LOCKS, SO TRANPOST'S
001480*  UPDATES ARE NEVER HELD UP BY AN INQUIRY.  A MASTER THAT
001490*  CANNOT BE OPENED - ABSENT INCLUDED - FAILS THE CYCLE
001500*  BEFORE A SINGLE REQUEST IS POPPED: A REQUEST CONSUMED
001510*  WITH NO MASTER TO ANSWER FROM IS BETTER LEFT ON THE QUEUE
001520*  FOR THE NEXT CYCLE.
001530*----------------------------------------------------------*
001540 BINQ001-INITIALIZE.
001550     MOVE 'BALINQ'  TO AUD-STEP-NAME.
001560     MOVE 'S'       TO AUD-EVENT-TYPE.
001570     MOVE 'J'       TO AUD-EVENT-SOURCE.
001580     MOVE SPACE     TO AUD-OUTCOME-CODE.
001590     MOVE ZERO      TO AUD-RETURN-CODE.
001600     MOVE ZERO      TO AUD-ELAPSED-TIME.
001610     MOVE SPACES    TO AUD-ACCOUNT-NUMBER.
001620     PERFORM BINQ001-WRITE-AUDIT.
001630     OPEN INPUT ACCOUNT-FILE.
001640     IF WS-ACCTMST-OK
001650         MOVE 'Y' TO WS-ACCTMST-OPEN-SWITCH
001660     ELSE
001670         DISPLAY 'ERROR - ACCTMST OPEN FAILED, STATUS='
001680                 WS-ACCTMST-STATUS
001690                 ' - JOB WILL BE FLAGGED AS FAILED'
001700         MOVE 16 TO WS-PROGRAM-RETURN-CODE
001710     END-IF.
001720*----------------------------------------------------------*
001730*  BINQ001-DRAIN-ONE - POP ONE INQUIRY FROM THE QUEUE.  AN
001740*  EMPTY QUEUE ENDS THE CYCLE CLEANLY; A BROKER FAILURE
001750*  FAILS IT (REQUESTS ALREADY ANSWERED STAND); THE CAP ENDS
001760*  IT WITH A WARNING SO THE REMAINDER WAITS FOR THE NEXT
001770*  CYCLE.
001780*----------------------------------------------------------*
001790 BINQ001-DRAIN-ONE.
001800     IF WS-MESSAGE-COUNT >= WS-MAX-MESSAGES
001810         DISPLAY 'BALINQ - REQUEST CAP REACHED, REMAINING '
001820                 'REQUESTS LEFT ON QUEUE FOR NEXT CYCLE'
001830         MOVE 'Y' TO WS-DRAIN-DONE-SWITCH
001840     ELSE
001850         MOVE WS-INQUIRY-QUEUE TO RMQC-QUEUE-NAME
001860         CALL 'RMQCON01' USING RMQC-MESSAGE-AREA
001870                               RMQC-STATUS-CODE
001880         EVALUATE TRUE
001890             WHEN RMQC-RECEIVE-OK
001900                 ADD 1 TO WS-MESSAGE-COUNT
001910                 PERFORM BINQ001-ANSWER-REQUEST
001920             WHEN RMQC-QUEUE-EMPTY
001930                 MOVE 'Y' TO WS-DRAIN-DONE-SWITCH
001940             WHEN OTHER
001950                 DISPLAY 'ERROR - RMQCON01 RECEIVE FAILED, '
001960                         'STATUS=' RMQC-STATUS-CODE
001970                         ' - JOB WILL BE FLAGGED AS FAILED'
001980                 MOVE 16 TO WS-PROGRAM-RETURN-CODE
001990                 MOVE 'Y' TO WS-DRAIN-DONE-SWITCH
002000         END-EVALUATE
002010     END-IF.
002020*----------------------------------------------------------*
002030*  BINQ001-ANSWER-REQUEST - READ THE MASTER BY KEY FOR THE
002040*  ACCOUNT ASKED ABOUT AND BUILD THE REPLY.  THE READ IS
002050*  SKIPPED WHEN THE ACCOUNT NUMBER FAILS THE SAME R001 EDIT
002060*  THE TRANSACTION FEEDS USE.  A READ FAILURE THAT IS NOT
002070*  "KEY NOT FOUND" STILL ANSWERS THE REQUEST (MASTER
002080*  UNAVAILABLE) BUT FAILS THE CYCLE AND STOPS THE DRAIN, SO
002090*  NO FURTHER REQUESTS ARE SPENT AGAINST A BROKEN MASTER.
002100*----------------------------------------------------------*
002110 BINQ001-ANSWER-REQUEST.
002120     MOVE RMQC-MESSAGE-BODY TO BAL-INQUIRY-REQUEST.
002130     MOVE SPACES            TO BAL-INQUIRY-REPLY.
002140     MOVE RMQC-MESSAGE-ID   TO BIR-CORRELATION-ID.
002150     MOVE SPACE             TO BIR-ACCOUNT-STATUS.
002160     MOVE ZERO              TO BIR-CURRENT-BALANCE.
002170     MOVE ZERO              TO BIR-AVAILABLE-AMOUNT.
002180     MOVE ZERO              TO BIR-LAST-POST-DATE.
002190     IF BIQ-ACCOUNT-NUMBER = SPACES
002200         OR BIQ-ACCOUNT-NUMBER NOT NUMERIC
002210         MOVE 16 TO BIR-REPLY-CODE
002220     ELSE
002230         MOVE BIQ-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER
002240         READ ACCOUNT-FILE
002250         EVALUATE TRUE
002260             WHEN WS-ACCTMST-OK
002270                 PERFORM BINQ001-LOAD-FIGURES
002280             WHEN WS-ACCTMST-KEY-NOT-FOUND
002290                 MOVE 12 TO BIR-REPLY-CODE
002300             WHEN OTHER
002310                 DISPLAY 'ERROR - ACCTMST READ FAILED, STATUS='
002320                         WS-ACCTMST-STATUS ' ACCOUNT='
002330                         BIQ-ACCOUNT-NUMBER
002340                         ' - JOB WILL BE FLAGGED AS FAILED'
002350                 MOVE 20 TO BIR-REPLY-CODE
002360                 MOVE 16 TO WS-PROGRAM-RETURN-CODE
002370                 MOVE 'Y' TO WS-DRAIN-DONE-SWITCH
002380         END-EVALUATE
002390     END-IF.
002400     EVALUATE TRUE
002410         WHEN BIR-REPLY-OPEN
002420           OR BIR-REPLY-DORMANT
002430             ADD 1 TO WS-ANSWERED-COUNT
002440         WHEN BIR-REPLY-CLOSED
002450             ADD 1 TO WS-ANSWERED-COUNT
002460             ADD 1 TO WS-CLOSED-COUNT
002470         WHEN BIR-REPLY-NOT-FOUND
002480             ADD 1 TO WS-FAILED-COUNT
002490             ADD 1 TO WS-NOT-FOUND-COUNT
002500         WHEN OTHER
002510             ADD 1 TO WS-FAILED-COUNT
002520     END-EVALUATE.
002530     PERFORM BINQ001-PUBLISH-REPLY.
002540*----------------------------------------------------------*
002550*  BINQ001-LOAD-FIGURES - COPY THE ACCOUNT'S FIGURES INTO
002560*  THE REPLY.  THE AVAILABLE AMOUNT IS THE BALANCE PLUS THE
002570*  OVERDRAFT LIMIT, THE SAME HEADROOM TRANPOST ALLOWS A
002580*  DEBIT (A LIMIT STILL BLANK ON AN OLD RECORD COUNTS AS
002590*  ZERO, AS THERE).  ONLY AN OPEN ACCOUNT HAS ANYTHING
002600*  AVAILABLE - TRANPOST SUSPENDS ANY DEBIT TO A DORMANT ONE
002610*  (R014) AND REJECTS ONE TO A CLOSED ONE.
002620*----------------------------------------------------------*
002630 BINQ001-LOAD-FIGURES.
002640     MOVE ACM-ACCOUNT-STATUS  TO BIR-ACCOUNT-STATUS.
002650     MOVE ACM-CURRENT-BALANCE TO BIR-CURRENT-BALANCE.
002660     MOVE ACM-LAST-POST-DATE  TO BIR-LAST-POST-DATE.
002670     EVALUATE TRUE
002680         WHEN ACM-STATUS-OPEN
002690             MOVE 00 TO BIR-REPLY-CODE
002700             IF ACM-OVERDRAFT-LIMIT IS NUMERIC
002710                 COMPUTE BIR-AVAILABLE-AMOUNT =
002720                     ACM-CURRENT-BALANCE + ACM-OVERDRAFT-LIMIT
002730             ELSE
002740                 MOVE ACM-CURRENT-BALANCE TO BIR-AVAILABLE-AMOUNT
002750             END-IF
002760         WHEN ACM-STATUS-DORMANT
002770             MOVE 04 TO BIR-REPLY-CODE
002780         WHEN OTHER
002790             MOVE 08 TO BIR-REPLY-CODE
002800     END-EVALUATE.
002810*----------------------------------------------------------*
002820*  BINQ001-PUBLISH-REPLY - ANSWER THE SENDER ON THE REPLY
002830*  QUEUE.  THE REPLY BODY RIDES IN RMQ-REASON-TEXT (SEE
002840*  RMQIF04) AND THE REPLY CODE IS REPEATED AS THE RETURN
002850*  CODE.
002860*----------------------------------------------------------*
002870 BINQ001-PUBLISH-REPLY.
002880     MOVE WS-REPLY-QUEUE    TO RMQ-QUEUE-NAME.
002890     MOVE 'BAL-REPLY'       TO RMQ-EVENT-TYPE.
002900     MOVE BAL-INQUIRY-REPLY TO RMQ-REASON-TEXT.
002910     MOVE BIR-REPLY-CODE    TO RMQ-RETURN-CODE.
002920     PERFORM BINQ001-PUBLISH-EVENT.
002930*----------------------------------------------------------*
002940*  BINQ001-PUBLISH-EVENT - PUBLISH ONE MESSAGE VIA THE
002950*  RMQPUB01 BRIDGE, SAME CALL SHAPE AS TRANSTG USES.
002960*----------------------------------------------------------*
002970 BINQ001-PUBLISH-EVENT.
002980     MOVE WS-JOB-NAME TO RMQ-JOB-NAME.
002990     MOVE WS-JOB-NAME TO RMQ-JOB-ID.
003000     ACCEPT RMQ-EVENT-DATE FROM DATE YYYYMMDD.
003010     ACCEPT RMQ-EVENT-TIME FROM TIME.
003020     CALL 'RMQPUB01' USING RMQ-MESSAGE-AREA RMQ-STATUS-CODE.
003030     IF NOT RMQ-PUBLISH-OK
003040         PERFORM BINQ001-WRITE-OUTBOX
003050     END-IF.
003060*----------------------------------------------------------*
003070*  BINQ001-WRITE-AUDIT - APPEND ONE RECORD TO AUDIT-FILE,
003080*  SAME OPEN EXTEND / STATUS-35-FALLBACK RULE AS HELLO'S
003090*  HELL001-WRITE-AUDIT.
003100*----------------------------------------------------------*
003110 BINQ001-WRITE-AUDIT.
003120     MOVE WS-JOB-NAME     TO AUD-JOB-ID.
003130     MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
003140     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
003150     ACCEPT AUD-RUN-TIME FROM TIME.
003160     OPEN EXTEND AUDIT-FILE.
003170     IF NOT WS-AUDIT-OK AND WS-AUDIT-NOT-FOUND
003180         OPEN OUTPUT AUDIT-FILE
003190     END-IF.
003200     IF WS-AUDIT-OK
003210         WRITE AUDIT-RECORD
003220         CLOSE AUDIT-FILE
003230     ELSE
003240         DISPLAY 'ERROR - AUDIT-FILE OPEN FAILED, STATUS='
003250                 WS-AUDIT-STATUS ' - JOB WILL BE FLAGGED '
003260                 'AS FAILED'
003270         MOVE 16 TO WS-PROGRAM-RETURN-CODE
003280     END-IF.
003290*----------------------------------------------------------*
003300*  BINQ001-TERMINATE - CLOSE THE MASTER, CYCLE TOTALS, AND
003310*  THE JOB-END AUDIT EVENT CARRYING THE ANSWERED AND FAILED
003320*  COUNTS IN AUD-INQUIRY-COUNTS (SEE AUDTREC1).  A COUNT
003330*  PAST 99999 CANNOT HAPPEN - THE CAP IS FIVE DIGITS.
003340*----------------------------------------------------------*
003350 BINQ001-TERMINATE.
003360     IF WS-ACCTMST-OPEN
003370         CLOSE ACCOUNT-FILE
003380     END-IF.
003390     DISPLAY 'BALINQ CYCLE TOTALS'.
003400     DISPLAY '  REQUESTS CONSUMED....: ' WS-MESSAGE-COUNT.
003410     DISPLAY '  ANSWERED.............: ' WS-ANSWERED-COUNT.
003420     DISPLAY '    OF WHICH CLOSED....: ' WS-CLOSED-COUNT.
003430     DISPLAY '  FAILED...............: ' WS-FAILED-COUNT.
003440     DISPLAY '    OF WHICH NOT FOUND.: ' WS-NOT-FOUND-COUNT.
003450     IF WS-OUTBOX-COUNT > ZERO
003460         DISPLAY 'WARNING - ' WS-OUTBOX-COUNT ' REPLY EVENT(S) '
003470                 'PARKED ON RMQOUTB - RUN RMQRPLYJ ONCE THE '
003480                 'BROKER IS BACK'
003490     END-IF.
003500     MOVE 'BALINQ'  TO AUD-STEP-NAME.
003510     MOVE 'E'       TO AUD-EVENT-TYPE.
003520     MOVE 'J'       TO AUD-EVENT-SOURCE.
003530     MOVE WS-PROGRAM-RETURN-CODE TO AUD-RETURN-CODE.
003540     MOVE ZERO      TO AUD-ELAPSED-TIME.
003550     MOVE WS-ANSWERED-COUNT TO AUD-INQ-ANSWERED-COUNT.
003560     MOVE WS-FAILED-COUNT   TO AUD-INQ-FAILED-COUNT.
003570     IF WS-PROGRAM-RETURN-CODE = ZERO
003580         MOVE 'S' TO AUD-OUTCOME-CODE
003590     ELSE
003600         MOVE 'F' TO AUD-OUTCOME-CODE
003610     END-IF.
003620     PERFORM BINQ001-WRITE-AUDIT.
003630     DISPLAY 'TERMINATING PROGRAM'.
003640     MOVE WS-PROGRAM-RETURN-CODE TO RETURN-CODE.
003650*----------------------------------------------------------*
003660*  BINQ001-WRITE-OUTBOX - RMQPUB01 REFUSED THE REPLY IN
003670*  HAND.  PARK THE WHOLE MESSAGE AREA AND THE BRIDGE STATUS
003680*  ON THE RMQOUTB OUTBOX (SEE RMQIF03) FOR RMQRPLY TO RESEND
003690*  ONCE THE BROKER IS BACK, AND AUDIT THE MISS (SOURCE Q,
003700*  BRIDGE STATUS AS THE RETURN CODE).  A BROKER OUTAGE
003710*  NEVER FAILS THE CYCLE; AN OUTBOX THAT CANNOT BE OPENED
003720*  LOSES THE REPLY, SO IT IS SHOUTED ON SYSOUT.
003730*----------------------------------------------------------*
003740 BINQ001-WRITE-OUTBOX.
003750     MOVE SPACES          TO RMQ-OUTBOX-RECORD.
003760     ACCEPT RMQO-WRITTEN-DATE FROM DATE YYYYMMDD.
003770     ACCEPT RMQO-WRITTEN-TIME FROM TIME.
003780     MOVE WS-JOB-NAME      TO RMQO-SOURCE-JOB.
003790     MOVE RMQ-STATUS-CODE  TO RMQO-FAIL-STATUS.
003800     MOVE ZERO             TO RMQO-REPLAY-COUNT.
003810     MOVE RMQ-MESSAGE-AREA TO RMQO-MESSAGE-AREA.
003820     OPEN EXTEND OUTBOX-FILE.
003830     IF NOT WS-OUTBOX-OK AND WS-OUTBOX-NOT-FOUND
003840         OPEN OUTPUT OUTBOX-FILE
003850     END-IF.
003860     IF WS-OUTBOX-OK
003870         WRITE RMQ-OUTBOX-RECORD
003880         CLOSE OUTBOX-FILE
003890         ADD 1 TO WS-OUTBOX-COUNT
003900     ELSE
003910         DISPLAY 'ERROR - RMQOUTB OPEN FAILED, STATUS='
003920                 WS-OUTBOX-STATUS ' - ' RMQ-EVENT-TYPE
003930                 ' EVENT LOST'
003940     END-IF.
003950     MOVE WS-JOB-NAME     TO AUD-STEP-NAME.
003960     MOVE 'E'             TO AUD-EVENT-TYPE.
003970     MOVE 'Q'             TO AUD-EVENT-SOURCE.
003980     MOVE 'F'             TO AUD-OUTCOME-CODE.
003990     MOVE RMQ-STATUS-CODE TO AUD-RETURN-CODE.
004000     MOVE ZERO            TO AUD-ELAPSED-TIME.
004010     MOVE SPACES          TO AUD-ACCOUNT-NUMBER.
004020     PERFORM BINQ001-WRITE-AUDIT.
