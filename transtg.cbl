000393*                   THE TERMINAL OUTCOME CAN BE PUBLISHED
000394*                   FROM VALIDATION AND POSTING.  THE ACK
000395*                   HERE STILL ONLY MEANS STAGED.
000396*  2026-09-18  JCV  A TRAN-ACK/TRAN-NAK THE RMQPUB01 BRIDGE
000397*                   REFUSES IS NO LONGER LOST: IT IS PARKED
000398*                   WHOLE ON THE RMQOUTB OUTBOX (SEE RMQIF03)
000399*                   WITH AN AUDIT RECORD (SOURCE Q) FOR RMQRPLY
000400*                   TO RESEND.  A BROKER OUTAGE DOES NOT FAIL
000401*                   THE RUN.
000402*----------------------------------------------------------*
000403 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT STAGE-FILE         ASSIGN TO STAGEOUT
000440                                ORGANIZATION IS SEQUENTIAL
000450                                FILE STATUS IS WS-STAGE-STATUS.
000452     SELECT OUTBOX-FILE        ASSIGN TO RMQOUTB
000454                                ORGANIZATION IS SEQUENTIAL
000456                                FILE STATUS IS WS-OUTBOX-STATUS.
000460     SELECT AUDIT-FILE         ASSIGN TO AUDITF
000470                                ORGANIZATION IS SEQUENTIAL
000480                                FILE STATUS IS WS-AUDIT-STATUS.
000510 FD  STAGE-FILE
000520     RECORDING MODE IS F.
000530 01  STAGE-RECORD                    PIC X(56).
000532 FD  OUTBOX-FILE
000534     RECORDING MODE IS F.
000536 COPY RMQIF03.
000540 FD  AUDIT-FILE
000550     RECORDING MODE IS F.
000560 COPY AUDTREC1.
000690 01  WS-AUDIT-STATUS                 PIC X(02) VALUE '00'.
000700     88  WS-AUDIT-OK                 VALUE '00'.
000710     88  WS-AUDIT-NOT-FOUND          VALUE '35'.
000712 01  WS-OUTBOX-STATUS                PIC X(02) VALUE '00'.
000714     88  WS-OUTBOX-OK                VALUE '00'.
000716     88  WS-OUTBOX-NOT-FOUND         VALUE '35'.
000718 01  WS-OUTBOX-COUNT                 PIC 9(07) COMP VALUE ZERO.
000720*----------------------------------------------------------*
000730*  RABBITMQ INTERFACE WORK AREAS - RMQIF01 PUBLISHES THE
000740*  PER-MESSAGE OUTCOME EVENTS, RMQIF02 RECEIVES THE INBOUND
003120     ACCEPT RMQ-EVENT-DATE FROM DATE YYYYMMDD.
003130     ACCEPT RMQ-EVENT-TIME FROM TIME.
003140     CALL 'RMQPUB01' USING RMQ-MESSAGE-AREA RMQ-STATUS-CODE.
003142     IF NOT RMQ-PUBLISH-OK
003144         PERFORM TSTG001-WRITE-OUTBOX
003146     END-IF.
003150*----------------------------------------------------------*
003160*  TSTG001-WRITE-AUDIT - APPEND ONE RECORD TO AUDIT-FILE,
003170*  SAME OPEN EXTEND / STATUS-35-FALLBACK RULE AS HELLO'S
003450     DISPLAY '  MESSAGES CONSUMED....: ' WS-MESSAGE-COUNT.
003460     DISPLAY '  STAGED (ACKED).......: ' WS-STAGED-COUNT.
003470     DISPLAY '  REJECTED (NAKED).....: ' WS-NAKED-COUNT.
003471     IF WS-OUTBOX-COUNT > ZERO
003472         DISPLAY 'WARNING - ' WS-OUTBOX-COUNT ' QUEUE EVENT(S) '
003473                 'PARKED ON RMQOUTB - RUN RMQRPLYJ ONCE THE '
003474                 'BROKER IS BACK'
003475     END-IF.
003480     MOVE 'TRANSTG' TO AUD-STEP-NAME.
003490     MOVE 'E'       TO AUD-EVENT-TYPE.
003500     MOVE 'J'       TO AUD-EVENT-SOURCE.
004470         AND TCT-ENTRY-ACTIVE(WS-TCODE-SUB)
004480         MOVE 'F' TO WS-TCODE-FOUND-SWITCH
004490     END-IF.
004500*----------------------------------------------------------*
004510*  TSTG001-WRITE-OUTBOX - RMQPUB01 REFUSED THE MESSAGE IN
004520*  HAND.  PARK THE WHOLE MESSAGE AREA AND THE BRIDGE STATUS
004530*  ON THE RMQOUTB OUTBOX (SEE RMQIF03) FOR RMQRPLY TO RESEND
004540*  ONCE THE BROKER IS BACK, AND AUDIT THE MISS (SOURCE Q,
004550*  BRIDGE STATUS AS THE RETURN CODE).  A BROKER
004560*  OUTAGE NEVER FAILS THE JOB; AN OUTBOX THAT CANNOT BE
004570*  OPENED LOSES THE EVENT, SO IT IS SHOUTED ON SYSOUT.
004580*----------------------------------------------------------*
004590 TSTG001-WRITE-OUTBOX.
004600     MOVE SPACES          TO RMQ-OUTBOX-RECORD.
004610     ACCEPT RMQO-WRITTEN-DATE FROM DATE YYYYMMDD.
004620     ACCEPT RMQO-WRITTEN-TIME FROM TIME.
004630     MOVE WS-JOB-NAME      TO RMQO-SOURCE-JOB.
004640     MOVE RMQ-STATUS-CODE  TO RMQO-FAIL-STATUS.
004650     MOVE ZERO             TO RMQO-REPLAY-COUNT.
004660     MOVE RMQ-MESSAGE-AREA TO RMQO-MESSAGE-AREA.
004670     OPEN EXTEND OUTBOX-FILE.
004680     IF NOT WS-OUTBOX-OK AND WS-OUTBOX-NOT-FOUND
004690         OPEN OUTPUT OUTBOX-FILE
004700     END-IF.
004710     IF WS-OUTBOX-OK
004720         WRITE RMQ-OUTBOX-RECORD
004730         CLOSE OUTBOX-FILE
004740         ADD 1 TO WS-OUTBOX-COUNT
004750     ELSE
004760         DISPLAY 'ERROR - RMQOUTB OPEN FAILED, STATUS='
004770                 WS-OUTBOX-STATUS ' - ' RMQ-EVENT-TYPE
004780                 ' EVENT LOST'
004790     END-IF.
004800     MOVE WS-JOB-NAME     TO AUD-STEP-NAME.
004810     MOVE 'E'             TO AUD-EVENT-TYPE.
004820     MOVE 'Q'             TO AUD-EVENT-SOURCE.
004830     MOVE 'F'             TO AUD-OUTCOME-CODE.
004840     MOVE RMQ-STATUS-CODE TO AUD-RETURN-CODE.
004850     MOVE ZERO            TO AUD-ELAPSED-TIME.
004860     PERFORM TSTG001-WRITE-AUDIT.
