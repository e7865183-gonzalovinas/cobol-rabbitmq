000100*----------------------------------------------------------*
000110*  IMLGREC1 - MONTH-END INTEREST RUN LOG RECORD
000120*  ONE RECORD APPENDED TO THE INTMLOG DATASET BY INTCALC FOR
000130*  EACH MONTH IT CLOSES, WITH THE CHARGE COUNTS AND TOTALS
000140*  THE REGISTER SHOWED.  INTCALC CHECKS THE LOG BEFORE IT
000150*  CHARGES ANYTHING AND WILL NOT CLOSE A MONTH ALREADY ON
000160*  IT, SO A RESUBMITTED JOB CANNOT CHARGE INTEREST OR FEES
000170*  TWICE.  PARM 'YYYYMM,RERUN' ON THE EXEC CARD IS THE
000180*  OPERATOR OVERRIDE FOR A GENUINE INTENTIONAL RERUN (SAME
000190*  IDEA AS HELLO'S PARM='REPROCESS' AGAINST BATCHREG).
000200*----------------------------------------------------------*
000210 01  INTEREST-MONTH-LOG-RECORD.
000220     05  IML-MONTH                   PIC 9(06).
000230     05  IML-RUN-DATE                PIC 9(08).
000240     05  IML-RUN-TIME                PIC 9(08).
000250     05  IML-ACCOUNT-COUNT           PIC 9(07).
000260     05  IML-CHARGE-COUNT            PIC 9(07).
000270     05  IML-CREDIT-TOTAL            PIC S9(11)V99.
000280     05  IML-DEBIT-TOTAL             PIC S9(11)V99.
000290     05  FILLER                      PIC X(18).
