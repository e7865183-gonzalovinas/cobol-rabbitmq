000190*  COUNTS ONLY WANT D RECORDS, NOT JOB EVENTS, DRY RUNS,
000200*  ERROR, RECYCLE OR MAINTENANCE RECORDS THAT SHARE THE
000210*  SAME EVENT TYPE/STEP NAME SHAPE.
000212*  SOURCE Q MARKS A QUEUE EVENT THE RMQPUB01 BRIDGE REFUSED
000214*  AND THE PUBLISHER PARKED ON THE RMQOUTB OUTBOX (SEE
000216*  RMQIF03) - AUD-RETURN-CODE CARRIES THE BRIDGE STATUS.
000217*  HOLDMGR WRITES ITS LARGE-VALUE HOLD CLOSURES (REJECTED
000218*  OR EXPIRED) UNDER SOURCE R LIKE THE OTHER DISPOSITIONS,
000219*  AND EVERY APPROVE/REJECT CARD UNDER SOURCE M WITH THE
000220*  CARD'S OPERATOR ID, APPLIED OR REFUSED.
000221*  GLEXTRCT RECORDS A STOPPED GL JOURNAL EXTRACT AS A JOB
000222*  EVENT (J), OUTCOME F, RC 16, WITH STEP NAME GLUNMAP (A
000223*  TRANSACTION CODE HAD NO GL MAPPING) OR GLUNBAL (THE
000224*  JOURNAL DID NOT BALANCE OR TIE TO POSTTOT).
000225*  DORMSWP WRITES ONE DISPOSITION (R) RECORD, STEP NAME
000226*  DORMANT, PER ACCOUNT IT MOVES TO DORMANT STATUS, WITH
000227*  THE ACCOUNT IN AUD-ACCOUNT-NUMBER.  ONLY DORMSWP,
000228*  ACCTMNT, STOMNT AND STOGEN SET THAT FIELD - IGNORE IT
000229*  ON OTHER RECORDS.
000230*  BALINQ'S END-OF-CYCLE JOB EVENT (STEP BALINQ, SOURCE J)
000231*  CARRIES ITS ANSWERED AND FAILED REPLY COUNTS IN
000232*  AUD-INQUIRY-COUNTS, WHICH REDEFINES AUD-ACCOUNT-NUMBER.
000233*  STOMNT WRITES EVERY STANDING-ORDER CARD UNDER SOURCE M,
000234*  STEP NAME STOMST, APPLIED OR REFUSED; STOGEN WRITES ONE
000235*  DISPOSITION (R) RECORD, STEP NAME STOSTOP, PER
000236*  INSTRUCTION IT STOPS BECAUSE THE ACCOUNT HAS CLOSED.
000237*  SOURCE C IS THE BUSINESS-DAY CALENDAR (SEE CALDREC1): A
000238*  JOB RUN ON A DAY THE CALENDAR HAS CLOSED WRITES ONE
000239*  STEP CLOSEDAY EVENT, OUTCOME S, RC 4, AS A WARNING - THE
000240*  JOB ITSELF CARRIES ON.  DSPMAINT WRITES EVERY CALENDAR
000241*  CARD UNDER SOURCE M, STEP NAME CALFILE.
000242*----------------------------------------------------------*
000243 01  AUDIT-RECORD.
000244     05  AUD-RUN-DATE                PIC 9(08).
000250     05  AUD-RUN-TIME                PIC 9(08).
000260     05  AUD-JOB-ID                  PIC X(08).
000270     05  AUD-OPERATOR-ID             PIC X(08).
000370         88  AUD-SOURCE-RECYCLE      VALUE 'R'.
000380         88  AUD-SOURCE-MAINT        VALUE 'M'.
000390         88  AUD-SOURCE-SLA          VALUE 'W'.
000395         88  AUD-SOURCE-OUTBOX       VALUE 'Q'.
000397         88  AUD-SOURCE-CALENDAR     VALUE 'C'.
000400     05  AUD-OUTCOME-CODE            PIC X(01).
000410         88  AUD-OUTCOME-SUCCESS     VALUE 'S'.
000420         88  AUD-OUTCOME-FAILURE     VALUE 'F'.
000430     05  AUD-RETURN-CODE             PIC S9(04) COMP.
000440     05  AUD-ELAPSED-TIME            PIC S9(07) COMP.
000450     05  AUD-ACCOUNT-NUMBER          PIC X(10).
000451     05  AUD-INQUIRY-COUNTS REDEFINES AUD-ACCOUNT-NUMBER.
000452         10  AUD-INQ-ANSWERED-COUNT  PIC 9(05).
000453         10  AUD-INQ-FAILED-COUNT    PIC 9(05).
000455     05  FILLER                      PIC X(03).
