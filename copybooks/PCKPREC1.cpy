000100*----------------------------------------------------------*
000110*  PCKPREC1 - TRANPOST RESTART CHECKPOINT RECORD
000120*  TRANPOST'S CHECKPOINT FILE IS AN APPEND-ONLY LOG IN THE
000130*  SAME STYLE AS HELLO'S (SEE CHKPREC1) - THE LAST RECORD ON
000140*  THE FILE IS THE CURRENT RESTART POINT.  A 'C' RECORD IS
000150*  WRITTEN WHEN THE POSTING LOOP STARTS AND AGAIN EVERY N
000160*  POSTINGS (N FROM THE EXEC JCL PARM); A CLEAN END OF RUN
000170*  APPENDS AN 'X' (CLEARED) RECORD.  A 'C' RECORD LEFT LAST
000180*  MEANS THE RUN DIED AND THE NEXT SUBMISSION RESUMES IT.
000190*
000200*  PCK-TRANS-READ-COUNT IS HOW MANY SORTED TRANIN RECORDS
000210*  WERE FULLY PROCESSED, THE LAST OF THEM BEING
000220*  PCK-LAST-ACCOUNT/PCK-LAST-TRAN-CODE.  THE COUNTS AND
000230*  TOTALS ARE THE RUNNING FIGURES AT THAT POINT, SO THE
000240*  RESUMED RUN'S POSTTOT RECORD COVERS THE WHOLE RUN.
000250*  PCK-RUN-DATE AND PCK-RUN-STAMP IDENTIFY THE ORIGINAL
000260*  RUN - THE RESUMED RUN KEEPS BOTH, AND EVERY TRANHIST
000270*  RECORD THE RUN APPENDS CARRIES THEM (SEE PHSTREC1).
000280*----------------------------------------------------------*
000290 01  POSTING-CHECKPOINT-RECORD.
000300     05  PCK-JOB-NAME                PIC X(08).
000310     05  PCK-RECORD-TYPE             PIC X(01).
000320         88  PCK-CHECKPOINT          VALUE 'C'.
000330         88  PCK-CLEARED             VALUE 'X'.
000340     05  PCK-RUN-DATE                PIC 9(08).
000350     05  PCK-RUN-STAMP               PIC 9(08).
000360     05  PCK-WRITTEN-DATE            PIC 9(08).
000370     05  PCK-WRITTEN-TIME            PIC 9(08).
000380     05  PCK-LAST-ACCOUNT            PIC X(10).
000390     05  PCK-LAST-TRAN-CODE          PIC X(04).
000400     05  PCK-TRANS-READ-COUNT        PIC 9(07).
000410     05  PCK-POSTED-COUNT            PIC 9(07).
000420     05  PCK-SUSP-COUNT              PIC 9(07).
000430     05  PCK-MASTERS-UPDATED         PIC 9(07).
000440     05  PCK-REVERSAL-COUNT          PIC 9(07).
000450     05  PCK-LAST-UPDATED-KEY        PIC X(10).
000460     05  PCK-CREDIT-TOTAL            PIC S9(11)V99.
000470     05  PCK-DEBIT-TOTAL             PIC S9(11)V99.
000480     05  PCK-SUSP-AMOUNT             PIC S9(11)V99.
000490     05  PCK-REV-CREDIT-TOTAL        PIC S9(11)V99.
000500     05  PCK-REV-DEBIT-TOTAL         PIC S9(11)V99.
000510     05  FILLER                      PIC X(35).
