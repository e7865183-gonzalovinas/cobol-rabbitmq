000100*----------------------------------------------------------*
000110*  STORREC1 - STANDING-ORDER INSTRUCTION MASTER RECORD
000120*  ONE RECORD PER STANDING INSTRUCTION ON THE STOMST KSDS,
000130*  KEYED ON THE ACCOUNT NUMBER PLUS A TWO-DIGIT INSTRUCTION
000140*  SEQUENCE, SO ONE ACCOUNT MAY CARRY UP TO 99 INSTRUCTIONS
000150*  AND THEY SIT TOGETHER IN KEY ORDER.  MAINTAINED ONLY BY
000160*  STOMNT CONTROL CARDS (ADD/AMEND/SUSP/RESUM/STOP) - SEE
000170*  STOMNTJ - AND ADVANCED ONLY BY THE STOGEN DAILY RUN.
000180*
000190*  STO-FREQUENCY W PAYS EVERY SEVEN DAYS FROM THE START
000200*  DATE; M PAYS ONCE A MONTH ON STO-PAY-DAY, OR ON THE LAST
000210*  DAY OF A MONTH TOO SHORT TO HAVE THAT DAY (A 31ST
000220*  INSTRUCTION PAYS ON THE 30TH IN APRIL, THE 28TH OR 29TH
000230*  IN FEBRUARY).  STO-NEXT-DUE-DATE IS THE NEXT PAYMENT NOT
000240*  YET GENERATED - STOGEN ONLY MOVES IT ON AFTER THE
000250*  TRANSACTION FOR THAT DATE IS ON THE FEED, AND A DATE
000260*  MISSED BY A SKIPPED RUN IS STILL DUE ON THE NEXT ONE.
000270*  STO-END-DATE ZERO MEANS THE INSTRUCTION RUNS UNTIL IT IS
000280*  STOPPED; OTHERWISE NO PAYMENT FALLS AFTER IT.
000290*
000300*  STATUS A (ACTIVE) GENERATES; S (SUSPENDED) IS SKIPPED
000310*  UNTIL A RESUM CARD - PAYMENTS THAT FELL DUE WHILE IT WAS
000320*  SUSPENDED ARE NOT MADE UP; E (ENDED) IS SET BY A STOP
000330*  CARD OR BY STOGEN ONCE THE END DATE HAS PASSED; C IS SET
000340*  BY STOGEN WHEN THE ACCOUNT HAS CLOSED (OR IS NO LONGER ON
000350*  ACCTMST) - THE INSTRUCTION NEVER GENERATES AGAIN AND IS
000360*  LISTED ON THAT RUN'S STORPT.  E AND C ARE FINAL.
000370*----------------------------------------------------------*
000380 01  STANDING-ORDER-RECORD.
000390     05  STO-ORDER-KEY.
000400         10  STO-ACCOUNT-NUMBER      PIC X(10).
000410         10  STO-ORDER-SEQ           PIC X(02).
000420     05  STO-TRAN-CODE               PIC X(04).
000430     05  STO-AMOUNT                  PIC 9(09)V99.
000440     05  STO-FREQUENCY               PIC X(01).
000450         88  STO-FREQ-WEEKLY         VALUE 'W'.
000460         88  STO-FREQ-MONTHLY        VALUE 'M'.
000470     05  STO-PAY-DAY                 PIC 9(02).
000480     05  STO-START-DATE              PIC 9(08).
000490     05  STO-END-DATE                PIC 9(08).
000500     05  STO-NEXT-DUE-DATE           PIC 9(08).
000510     05  STO-STATUS                  PIC X(01).
000520         88  STO-STATUS-ACTIVE       VALUE 'A'.
000530         88  STO-STATUS-SUSPENDED    VALUE 'S'.
000540         88  STO-STATUS-ENDED        VALUE 'E'.
000550         88  STO-STATUS-CLOSED       VALUE 'C'.
000560     05  STO-LAST-GEN-DATE           PIC 9(08).
000570     05  STO-GEN-COUNT               PIC 9(05).
000580     05  FILLER                      PIC X(12).
