000100*----------------------------------------------------------*
000110*  RMQIF04 - BALANCE-INQUIRY REQUEST AND REPLY LAYOUTS
000120*  BALINQ POPS THE REQUEST FROM ITS OWN QUEUE THROUGH THE
000130*  RMQCON01 BRIDGE (SEE RMQIF02) - RMQC-MESSAGE-BODY IS
000140*  MOVED TO BAL-INQUIRY-REQUEST AND RMQC-MESSAGE-ID IS THE
000150*  SENDER'S CORRELATION ID.  THE ANSWER GOES BACK THROUGH
000160*  RMQPUB01 (SEE RMQIF01) AS EVENT TYPE BAL-REPLY WITH
000170*  BAL-INQUIRY-REPLY MOVED TO RMQ-REASON-TEXT, AND THE REPLY
000180*  CODE ALSO IN RMQ-RETURN-CODE.  EVERY REQUEST GETS A
000190*  REPLY; BIR-REPLY-CODE SAYS WHAT KIND:
000200*    00  ACCOUNT OPEN - FIGURES BELOW ARE LIVE
000210*    04  ACCOUNT DORMANT - CREDITS ONLY, NOTHING AVAILABLE
000220*    08  ACCOUNT CLOSED - NOTHING AVAILABLE
000230*    12  ACCOUNT NOT ON THE MASTER - FIGURES ZERO
000240*    16  REQUEST INVALID (ACCOUNT BLANK OR NOT NUMERIC)
000250*    20  MASTER UNAVAILABLE - ASK AGAIN LATER
000260*  THE AVAILABLE AMOUNT IS ACM-CURRENT-BALANCE PLUS
000270*  ACM-OVERDRAFT-LIMIT - WHAT TRANPOST WOULD LET A DEBIT
000280*  TAKE - AND IS ZERO ON ANY ACCOUNT THAT IS NOT OPEN.  THE
000290*  AMOUNTS CARRY A LEADING SEPARATE SIGN SO THE CHANNEL CAN
000300*  READ THEM AS PLAIN TEXT.
000310*----------------------------------------------------------*
000320 01  BAL-INQUIRY-REQUEST.
000330     05  BIQ-ACCOUNT-NUMBER          PIC X(10).
000340     05  FILLER                      PIC X(30).
000350 01  BAL-INQUIRY-REPLY.
000360     05  BIR-CORRELATION-ID          PIC X(16).
000370     05  BIR-REPLY-CODE              PIC 9(02).
000380         88  BIR-REPLY-OPEN          VALUE 00.
000390         88  BIR-REPLY-DORMANT       VALUE 04.
000400         88  BIR-REPLY-CLOSED        VALUE 08.
000410         88  BIR-REPLY-NOT-FOUND     VALUE 12.
000420         88  BIR-REPLY-INVALID       VALUE 16.
000430         88  BIR-REPLY-UNAVAILABLE   VALUE 20.
000440     05  BIR-ACCOUNT-STATUS          PIC X(01).
000450     05  BIR-CURRENT-BALANCE         PIC S9(09)V99
000460                                     SIGN LEADING SEPARATE.
000470     05  BIR-AVAILABLE-AMOUNT        PIC S9(09)V99
000480                                     SIGN LEADING SEPARATE.
000490     05  BIR-LAST-POST-DATE          PIC 9(08).
000500     05  FILLER                      PIC X(09).
