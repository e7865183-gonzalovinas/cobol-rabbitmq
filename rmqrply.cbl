000100*----------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     RMQRPLY.
000130 AUTHOR.         BATCH-SYSTEMS-GROUP.
000140 INSTALLATION.   ACME FINANCIAL SERVICES INC.
000150 DATE-WRITTEN.   2026-09-18.
000160 DATE-COMPILED.
000170*----------------------------------------------------------*
000180*  MODIFICATION HISTORY
000190*  ------------------------------------------------------
000200*  2026-09-18  JCV  ORIGINAL VERSION - REPLAY FOR THE RMQOUTB
000210*                   STORE-AND-FORWARD OUTBOX.  EVERY PUBLISHER
000220*                   (HELLO, TRANPOST, SUSPMGR, SLAWATCH,
000230*                   TRANSTG) PARKS A MESSAGE THE RMQPUB01
000240*                   BRIDGE REFUSES ON THE OUTBOX (SEE RMQIF03)
000250*                   INSTEAD OF LOSING IT.  THIS RUN RESENDS
000260*                   THE OUTBOX IN ITS ORIGINAL ORDER; WHAT
000270*                   GETS THROUGH IS RETIRED AND EVERYTHING ELSE
000280*                   IS WRITTEN TO A SIDE FILE THAT THE
000290*                   FOLLOW-ON IEBGENER STEP IN RMQRPLYJ COPIES
000300*                   BACK OVER THE OUTBOX, SO A FAILURE HERE
000310*                   LEAVES THE OUTBOX UNTOUCHED.  THE FIRST
000320*                   MESSAGE REFUSED AGAIN STOPS THE RESENDING -
000330*                   THE BROKER IS STILL DOWN, AND SENDING
000340*                   LATER MESSAGES PAST IT WOULD DELIVER THEM
000350*                   OUT OF ORDER - AND THE REST ARE KEPT
000360*                   UNTRIED.  SENT, RETRIED AND STUCK COUNTS GO
000370*                   TO SYSOUT AND THE JOB-END AUDIT EVENT; A
000380*                   RUN THAT LEAVES ANYTHING ON THE OUTBOX ENDS
000390*                   RC 4.
000400*----------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPTIONAL OUTBOX-FILE
000450                                ASSIGN TO RMQOUTB
000460                                ORGANIZATION IS SEQUENTIAL
000470                                FILE STATUS IS WS-OUTBOX-STATUS.
000480     SELECT OUTBOX-KEEP-FILE   ASSIGN TO RMQKEEP
000490                                ORGANIZATION IS SEQUENTIAL
000500                                FILE STATUS IS WS-KEEP-STATUS.
000510     SELECT AUDIT-FILE         ASSIGN TO AUDITF
000520                                ORGANIZATION IS SEQUENTIAL
000530                                FILE STATUS IS WS-AUDIT-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  OUTBOX-FILE
000570     RECORDING MODE IS F.
000580 COPY RMQIF03.
000590 FD  OUTBOX-KEEP-FILE
000600     RECORDING MODE IS F.
000610 01  OUTBOX-KEEP-RECORD              PIC X(180).
000620 FD  AUDIT-FILE
000630     RECORDING MODE IS F.
000640 COPY AUDTREC1.
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------*
000670*  JOB IDENTIFICATION AND RETURN-CODE TRACKING
000680*----------------------------------------------------------*
000690 01  WS-JOB-NAME                     PIC X(08) VALUE 'RMQRPLY'.
000700 01  WS-OPERATOR-ID                  PIC X(08) VALUE 'BATCH'.
000710 01  WS-PROGRAM-RETURN-CODE          PIC S9(04) COMP VALUE ZERO.
000720*----------------------------------------------------------*
000730*  FILE STATUS AND END-OF-FILE CONTROL
000740*----------------------------------------------------------*
000750 01  WS-OUTBOX-STATUS                PIC X(02) VALUE '00'.
000760     88  WS-OUTBOX-OK                VALUE '00'.
000770     88  WS-OUTBOX-NOT-FOUND         VALUE '35'.
000780 01  WS-KEEP-STATUS                  PIC X(02) VALUE '00'.
000790     88  WS-KEEP-OK                  VALUE '00'.
000800 01  WS-AUDIT-STATUS                 PIC X(02) VALUE '00'.
000810     88  WS-AUDIT-OK                 VALUE '00'.
000820     88  WS-AUDIT-NOT-FOUND          VALUE '35'.
000830 01  WS-OUTBOX-EOF-SWITCH            PIC X(01) VALUE 'N'.
000840     88  WS-OUTBOX-EOF-REACHED       VALUE 'Y'.
000850*----------------------------------------------------------*
000860*  REPLAY CONTROL - SET ON THE FIRST MESSAGE THE BRIDGE
000870*  REFUSES AGAIN; FROM THEN ON EVERY MESSAGE IS KEPT
000880*  WITHOUT BEING TRIED, SO THE OUTBOX ORDER SURVIVES.
000890*----------------------------------------------------------*
000900 01  WS-BROKER-DOWN-SWITCH           PIC X(01) VALUE 'N'.
000910     88  WS-BROKER-DOWN              VALUE 'Y'.
000920*----------------------------------------------------------*
000930*  RUN TOTALS FOR THE SYSOUT SUMMARY - SENT IS RESENT AND
000940*  RETIRED, RETRIED IS RESENT AND REFUSED AGAIN, STUCK IS
000950*  EVERYTHING LEFT ON THE OUTBOX (RETRIED PLUS HELD BACK).
000960*----------------------------------------------------------*
000970 01  WS-OUTBOX-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
000980 01  WS-SENT-COUNT                   PIC 9(07) COMP VALUE ZERO.
000990 01  WS-RETRIED-COUNT                PIC 9(07) COMP VALUE ZERO.
001000 01  WS-HELD-BACK-COUNT              PIC 9(07) COMP VALUE ZERO.
001010 01  WS-STUCK-COUNT                  PIC 9(07) COMP VALUE ZERO.
001020*----------------------------------------------------------*
001030*  RABBITMQ INTERFACE WORK AREA
001040*----------------------------------------------------------*
001050 COPY RMQIF01.
001060 PROCEDURE DIVISION.
001070*----------------------------------------------------------*
001080*  RPLY001-MAINLINE - PROGRAM ENTRY POINT
001090*----------------------------------------------------------*
001100 RPLY001-MAINLINE.
001110     PERFORM RPLY001-INITIALIZE.
001120     IF WS-PROGRAM-RETURN-CODE = ZERO
001130         PERFORM RPLY001-REPLAY-ONE
001140             UNTIL WS-OUTBOX-EOF-REACHED
001150     END-IF.
001160     PERFORM RPLY001-TERMINATE.
001170     STOP RUN.
001180*----------------------------------------------------------*
001190*  RPLY001-INITIALIZE - JOB-START AUDIT EVENT AND OPENS.  AN
001200*  OUTBOX NOT ALLOCATED YET (STATUS 35) IS A CLEAN EMPTY RUN;
001210*  ANY OTHER OPEN FAILURE FAILS THE JOB BEFORE A MESSAGE IS
001220*  SENT, SO NOTHING IS RESENT THAT CANNOT THEN BE RETIRED.
001230*----------------------------------------------------------*
001240 RPLY001-INITIALIZE.
001250     MOVE 'RMQRPLY' TO AUD-STEP-NAME.
001260     MOVE 'S'       TO AUD-EVENT-TYPE.
001270     MOVE 'J'       TO AUD-EVENT-SOURCE.
001280     MOVE SPACE     TO AUD-OUTCOME-CODE.
001290     MOVE ZERO      TO AUD-RETURN-CODE.
001300     MOVE ZERO      TO AUD-ELAPSED-TIME.
001310     PERFORM RPLY001-WRITE-AUDIT.
001320     OPEN INPUT OUTBOX-FILE.
001330     IF WS-OUTBOX-NOT-FOUND
001340         DISPLAY 'RPLY001-INITIALIZE - RMQOUTB NOT ALLOCATED, '
001350                 'NOTHING TO REPLAY'
001360         MOVE 'Y' TO WS-OUTBOX-EOF-SWITCH
001370     ELSE
001380         IF NOT WS-OUTBOX-OK
001390             DISPLAY 'ERROR - RMQOUTB OPEN FAILED, STATUS='
001400                     WS-OUTBOX-STATUS
001410             MOVE 16 TO WS-PROGRAM-RETURN-CODE
001420         END-IF
001430     END-IF.
001440     OPEN OUTPUT OUTBOX-KEEP-FILE.
001450     IF NOT WS-KEEP-OK
001460         DISPLAY 'ERROR - RMQKEEP OPEN FAILED, STATUS='
001470                 WS-KEEP-STATUS
001480         MOVE 16 TO WS-PROGRAM-RETURN-CODE
001490     END-IF.
001500*----------------------------------------------------------*
001510*  RPLY001-REPLAY-ONE - READ ONE PARKED MESSAGE AND RESEND
001520*  IT THROUGH THE RMQPUB01 BRIDGE EXACTLY AS IT WAS FIRST
001530*  PASSED.  ONE THAT GETS THROUGH IS RETIRED (NOT KEPT); ONE
001540*  REFUSED AGAIN IS KEPT WITH ITS NEW STATUS AND REPLAY
001550*  COUNT, AND STOPS THE RESENDING FOR THE REST OF THE RUN.
001560*----------------------------------------------------------*
001570 RPLY001-REPLAY-ONE.
001580     READ OUTBOX-FILE
001590         AT END
001600             MOVE 'Y' TO WS-OUTBOX-EOF-SWITCH
001610         NOT AT END
001620             ADD 1 TO WS-OUTBOX-READ-COUNT
001630             IF WS-BROKER-DOWN
001640                 ADD 1 TO WS-HELD-BACK-COUNT
001650                 PERFORM RPLY001-KEEP-MESSAGE
001660             ELSE
001670                 PERFORM RPLY001-RESEND-MESSAGE
001680             END-IF
001690     END-READ.
001700*----------------------------------------------------------*
001710*  RPLY001-RESEND-MESSAGE - ONE CALL TO THE BRIDGE FOR THE
001720*  MESSAGE IN HAND.
001730*----------------------------------------------------------*
001740 RPLY001-RESEND-MESSAGE.
001750     MOVE RMQO-MESSAGE-AREA TO RMQ-MESSAGE-AREA.
001760     CALL 'RMQPUB01' USING RMQ-MESSAGE-AREA RMQ-STATUS-CODE.
001770     IF RMQ-PUBLISH-OK
001780         ADD 1 TO WS-SENT-COUNT
001790     ELSE
001800         MOVE 'Y' TO WS-BROKER-DOWN-SWITCH
001810         ADD 1 TO WS-RETRIED-COUNT
001820         ADD 1 TO RMQO-REPLAY-COUNT
001830         MOVE RMQ-STATUS-CODE TO RMQO-FAIL-STATUS
001840         DISPLAY 'RMQPUB01 STILL REFUSING, STATUS='
001850                 RMQ-STATUS-CODE ' - ' RMQ-EVENT-TYPE ' FOR '
001860                 RMQ-QUEUE-NAME ' FROM ' RMQO-SOURCE-JOB
001870                 ', REPLAY ' RMQO-REPLAY-COUNT
001880         DISPLAY 'RESENDING STOPPED - THE REST OF THE OUTBOX IS '
001890                 'KEPT IN ORDER'
001900         PERFORM RPLY001-KEEP-MESSAGE
001910     END-IF.
001920*----------------------------------------------------------*
001930*  RPLY001-KEEP-MESSAGE - WRITE THE MESSAGE IN HAND TO THE
001940*  SIDE FILE THAT BECOMES THE NEW OUTBOX.
001950*----------------------------------------------------------*
001960 RPLY001-KEEP-MESSAGE.
001970     WRITE OUTBOX-KEEP-RECORD FROM RMQ-OUTBOX-RECORD.
001980     ADD 1 TO WS-STUCK-COUNT.
001990*----------------------------------------------------------*
002000*  RPLY001-TERMINATE - RUN TOTALS, JOB-END AUDIT EVENT AND
002010*  PROGRAM EXIT.  MESSAGES LEFT ON THE OUTBOX END THE RUN
002020*  RC 4 - A WARNING THAT STILL LETS THE COPY-BACK STEP RUN
002030*  AND RETIRE WHAT WAS SENT.
002040*----------------------------------------------------------*
002050 RPLY001-TERMINATE.
002060     CLOSE OUTBOX-FILE.
002070     CLOSE OUTBOX-KEEP-FILE.
002080     IF WS-STUCK-COUNT > ZERO AND WS-PROGRAM-RETURN-CODE = ZERO
002090         MOVE 4 TO WS-PROGRAM-RETURN-CODE
002100     END-IF.
002110     DISPLAY 'RMQRPLY RUN TOTALS'.
002120     DISPLAY '  OUTBOX MESSAGES READ.: ' WS-OUTBOX-READ-COUNT.
002130     DISPLAY '  SENT (RETIRED).......: ' WS-SENT-COUNT.
002140     DISPLAY '  RETRIED (REFUSED)....: ' WS-RETRIED-COUNT.
002150     DISPLAY '  HELD BACK (UNTRIED)..: ' WS-HELD-BACK-COUNT.
002160     DISPLAY '  STUCK ON OUTBOX.......: ' WS-STUCK-COUNT.
002170     MOVE 'RMQRPLY' TO AUD-STEP-NAME.
002180     MOVE 'E'       TO AUD-EVENT-TYPE.
002190     MOVE 'J'       TO AUD-EVENT-SOURCE.
002200     MOVE WS-PROGRAM-RETURN-CODE TO AUD-RETURN-CODE.
002210     MOVE ZERO      TO AUD-ELAPSED-TIME.
002220     IF WS-PROGRAM-RETURN-CODE = ZERO OR 4
002230         MOVE 'S' TO AUD-OUTCOME-CODE
002240     ELSE
002250         MOVE 'F' TO AUD-OUTCOME-CODE
002260     END-IF.
002270     PERFORM RPLY001-WRITE-AUDIT.
002280     DISPLAY 'TERMINATING PROGRAM'.
002290     MOVE WS-PROGRAM-RETURN-CODE TO RETURN-CODE.
002300*----------------------------------------------------------*
002310*  RPLY001-WRITE-AUDIT - APPEND ONE RECORD TO AUDIT-FILE,
002320*  SAME OPEN EXTEND / STATUS-35-FALLBACK RULE AS HELLO'S
002330*  HELL001-WRITE-AUDIT.
002340*----------------------------------------------------------*
002350 RPLY001-WRITE-AUDIT.
002360     MOVE WS-JOB-NAME     TO AUD-JOB-ID.
002370     MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
002380     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
002390     ACCEPT AUD-RUN-TIME FROM TIME.
002400     OPEN EXTEND AUDIT-FILE.
002410     IF NOT WS-AUDIT-OK AND WS-AUDIT-NOT-FOUND
002420         OPEN OUTPUT AUDIT-FILE
002430     END-IF.
002440     IF WS-AUDIT-OK
002450         WRITE AUDIT-RECORD
002460         CLOSE AUDIT-FILE
002470     ELSE
002480         DISPLAY 'ERROR - AUDIT-FILE OPEN FAILED, STATUS='
002490                 WS-AUDIT-STATUS ' - JOB WILL BE FLAGGED '
002500                 'AS FAILED'
002510         MOVE 16 TO WS-PROGRAM-RETURN-CODE
002520     END-IF.
