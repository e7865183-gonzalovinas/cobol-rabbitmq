000100*----------------------------------------------------------*
000110*  GLMPTBL1 - GENERAL-LEDGER MAPPING TABLE (WORKING-STORAGE)
000120*  POPULATED AT RUN TIME FROM THE GLMAP DATASET (SEE
000130*  GLMPREC1 FOR THE FILE RECORD LAYOUT) BY GLEXTRCT AND
000140*  DSPMAINT.  SIZED TO MATCH TCODTBL1 - ONE MAPPING PER
000150*  TRANSACTION CODE; A FILE WITH MORE RECORDS THAN THE
000160*  TABLE HOLDS FAILS THE JOB LIKE A DSPFILE OVERFLOW.
000170*----------------------------------------------------------*
000180 01  GLMAP-TABLE-COUNT                PIC 9(03) VALUE ZERO.
000190 01  GLMAP-TABLE.
000200     05  GLMAP-ENTRY OCCURS 1 TO 100 TIMES
000210                 DEPENDING ON GLMAP-TABLE-COUNT.
000220         10  GMT-TRAN-CODE           PIC X(04).
000230         10  GMT-DEBIT-ACCOUNT       PIC X(12).
000240         10  GMT-CREDIT-ACCOUNT      PIC X(12).
000250         10  GMT-SUSP-DEBIT-ACCOUNT  PIC X(12).
000260         10  GMT-SUSP-CREDIT-ACCOUNT PIC X(12).
000270         10  GMT-ACTIVE-SWITCH       PIC X(01).
000280             88  GMT-ENTRY-ACTIVE    VALUE 'Y'.
