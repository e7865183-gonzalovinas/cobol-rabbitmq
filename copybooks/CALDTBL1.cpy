000100*----------------------------------------------------------*
000110*  CALDTBL1 - BUSINESS-DAY CALENDAR TABLE (WORKING-STORAGE)
000120*  POPULATED AT RUN TIME FROM THE CALFILE DATASET (SEE
000130*  CALDREC1 FOR THE FILE RECORD LAYOUT AND THE WEEKDAY
000140*  RULE) BY HELLO, TRANWHSE, SLAWATCH, SUSPMGR, TRANRCYC
000150*  AND DSPMAINT.  A CALFILE NOT ALLOCATED YET (STATUS 35)
000160*  OR EMPTY LEAVES THE TABLE EMPTY, SO ONLY SATURDAYS AND
000170*  SUNDAYS ARE CLOSED; A FILE WITH MORE DATES THAN THE
000180*  TABLE HOLDS FAILS THE JOB LIKE A DSPFILE OVERFLOW.
000190*----------------------------------------------------------*
000200 01  CALENDAR-TABLE-COUNT             PIC 9(03) VALUE ZERO.
000210 01  CALENDAR-TABLE.
000220     05  CALENDAR-ENTRY OCCURS 1 TO 500 TIMES
000230                 DEPENDING ON CALENDAR-TABLE-COUNT.
000240         10  CLT-DATE                PIC 9(08).
000250         10  CLT-DAY-TYPE            PIC X(01).
000260             88  CLT-DAY-CLOSED      VALUE 'H'.
000270             88  CLT-DAY-OPEN        VALUE 'W'.
000280         10  CLT-DESCRIPTION         PIC X(30).
000290         10  CLT-ACTIVE-SWITCH       PIC X(01).
000300             88  CLT-ENTRY-ACTIVE    VALUE 'Y'.
