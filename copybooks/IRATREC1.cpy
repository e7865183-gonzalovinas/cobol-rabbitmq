000100*----------------------------------------------------------*
000110*  IRATREC1 - MONTH-END INTEREST RATE AND FEE TABLE RECORD
000120*  ONE RECORD PER CHARGE TYPE ON THE RATEFILE DATASET,
000130*  MAINTAINED BY OPERATIONS (FINANCE SUPPLIES THE FIGURES)
000140*  THE SAME WAY SLAFILE IS.  INTCALC READS IT ONCE PER
000150*  MONTH CLOSED:
000160*    CI - CREDIT INTEREST ON A POSITIVE MONTH-END BALANCE
000170*    DI - DEBIT INTEREST ON A NEGATIVE MONTH-END BALANCE
000180*    MF - FLAT MONTHLY MAINTENANCE FEE, EVERY OPEN ACCOUNT
000190*    OF - FLAT OVERDRAFT-USAGE FEE, ANY OPEN ACCOUNT THAT
000200*         WAS BELOW ZERO AT ANY POINT IN THE MONTH
000210*  IRT-ANNUAL-RATE IS A PERCENTAGE PER ANNUM (002.5000 IS
000220*  2.5%) - ONE TWELFTH OF IT IS APPLIED PER MONTH.  THE
000230*  FLAT AMOUNT IS USED BY MF/OF ONLY.  IRT-TRAN-CODE IS THE
000240*  TCODFILE CODE THE GENERATED TRANSACTION CARRIES - DIRECTION
000250*  C FOR CI, D FOR THE OTHER THREE.  A TYPE WITH NO RECORD, OR
000260*  A ZERO RATE/AMOUNT, IS NOT CHARGED.
000270*----------------------------------------------------------*
000280 01  RATE-FEE-RECORD.
000290     05  IRT-CHARGE-TYPE             PIC X(02).
000300         88  IRT-CREDIT-INTEREST     VALUE 'CI'.
000310         88  IRT-DEBIT-INTEREST      VALUE 'DI'.
000320         88  IRT-MAINTENANCE-FEE     VALUE 'MF'.
000330         88  IRT-OVERDRAFT-FEE       VALUE 'OF'.
000340     05  IRT-TRAN-CODE               PIC X(04).
000350     05  IRT-ANNUAL-RATE             PIC 9(03)V9(04).
000360     05  IRT-FLAT-AMOUNT             PIC 9(05)V99.
000370     05  FILLER                      PIC X(20).
