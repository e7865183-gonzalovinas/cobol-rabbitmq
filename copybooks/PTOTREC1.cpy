000180*  SO YESTERDAY'S RECORD + TODAY'S CREDITS - TODAY'S DEBITS
000190*  MUST EQUAL TODAY'S RECORD - THE OLD-MASTER/NEW-MASTER LEG
000200*  OF THE RECONCILIATION, WITH NO SEPARATE MASTER PASS.
000202*  REVERSALS ARE KEPT OUT OF THE CREDIT AND DEBIT TOTALS:
000204*  PTT-REV-CREDIT-TOTAL IS MONEY PUT BACK BY REVERSING A
000206*  DEBIT, PTT-REV-DEBIT-TOTAL MONEY TAKEN BACK BY REVERSING
000208*  A CREDIT, SO THE MASTER LEG ADDS THE ONE AND SUBTRACTS
000209*  THE OTHER.  LRECL GROWS 96 TO 128.
000210*----------------------------------------------------------*
000220 01  POSTING-TOTALS-RECORD.
000230     05  PTT-RUN-DATE                PIC 9(08).
000280     05  PTT-DEBIT-TOTAL             PIC S9(11)V99.
000290     05  PTT-SUSP-AMOUNT             PIC S9(11)V99.
000300     05  PTT-MASTER-TOTAL            PIC S9(13)V99.
000310     05  PTT-REVERSAL-COUNT          PIC 9(07).
000312     05  PTT-REV-CREDIT-TOTAL        PIC S9(11)V99.
000314     05  PTT-REV-DEBIT-TOTAL         PIC S9(11)V99.
000316     05  FILLER                      PIC X(12).
