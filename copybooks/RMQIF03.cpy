000100*----------------------------------------------------------*
000110*  RMQIF03 - RABBITMQ STORE-AND-FORWARD OUTBOX RECORD
000120*  WRITTEN BY ANY PUBLISHER WHOSE RMQPUB01 CALL COMES BACK
000130*  WITH A NON-ZERO RMQ-STATUS-CODE.  THE OUTBOX IS AN
000140*  APPEND-ONLY DATASET IN WRITE ORDER, SO ITS RECORD ORDER
000150*  IS THE ORDER THE EVENTS WERE RAISED.  RMQO-MESSAGE-AREA
000160*  IS THE WHOLE RMQIF01 RMQ-MESSAGE-AREA AS IT WAS PASSED TO
000170*  THE BRIDGE (QUEUE, EVENT TYPE, JOB, ORIGINAL EVENT DATE/
000180*  TIME, RETURN CODE AND REASON), SO RMQRPLY RESENDS THE
000190*  SAME MESSAGE BYTE FOR BYTE.  RMQO-FAIL-STATUS IS THE LAST
000200*  BRIDGE STATUS SEEN FOR IT AND RMQO-REPLAY-COUNT THE NUMBER
000210*  OF RMQRPLY RESENDS IT HAS BEEN REFUSED ON.
000220*----------------------------------------------------------*
000230 01  RMQ-OUTBOX-RECORD.
000240     05  RMQO-WRITTEN-DATE           PIC 9(08).
000250     05  RMQO-WRITTEN-TIME           PIC 9(08).
000260     05  RMQO-SOURCE-JOB             PIC X(08).
000270     05  RMQO-FAIL-STATUS            PIC S9(04) COMP.
000280     05  RMQO-REPLAY-COUNT           PIC 9(03).
000290     05  RMQO-MESSAGE-AREA           PIC X(134).
000300     05  FILLER                      PIC X(17).
