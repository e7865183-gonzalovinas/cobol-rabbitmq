000100*----------------------------------------------------------*
000110*  HOLDREC1 - LARGE-VALUE HOLD QUEUE RECORD
000120*  ONE RECORD PER TRANSACTION HELD BY THE VALIDATION PASS
000130*  FOR BEING ABOVE ITS LARGE-VALUE HOLD LIMIT (SEE TCODREC1
000140*  AND CONFIG01), WORKED BY HOLDMGR.  THE EMBEDDED HLD-TRAN-
000150*  DETAIL GROUP IS BYTE-FOR-BYTE THE TRANREC1 DETAIL LAYOUT
000160*  SO A HOLDOUT RECORD MOVES STRAIGHT IN AND A RELEASED ONE
000170*  MOVES STRAIGHT BACK OUT.  HLD-HOLD-ID (DATE HELD PLUS A
000180*  SEQUENCE WITHIN THE DAY) IS THE NUMBER OPERATORS KEY ON
000190*  THEIR APPROVE/REJECT CARDS.  AN ITEM STAYS PENDING UNTIL
000200*  TWO DIFFERENT OPERATORS APPROVE IT (RELEASED), ONE
000210*  REJECTS IT, OR IT AGES PAST THE RETENTION LIMIT
000220*  (EXPIRED).  CLOSED ITEMS APPEAR IN THE GENERATION WHERE
000230*  THEY CLOSED AND ARE NOT CARRIED FORWARD.
000240*----------------------------------------------------------*
000250 01  HOLD-RECORD.
000260     05  HLD-TRAN-DETAIL.
000270         10  HLD-ACCOUNT-NUMBER      PIC X(10).
000280         10  HLD-TRANSACTION-CODE    PIC X(04).
000290         10  HLD-AMOUNT              PIC X(11).
000300         10  HLD-EFFECTIVE-DATE      PIC X(08).
000310         10  HLD-MESSAGE-ID          PIC X(16).
000320         10  HLD-ORIG-TRAN-CODE      PIC X(04).
000330         10  FILLER                  PIC X(03).
000340     05  HLD-HOLD-ID.
000350         10  HLD-HOLD-DATE           PIC 9(08).
000360         10  HLD-HOLD-SEQ            PIC 9(04).
000370     05  HLD-AGE-RUNS                PIC 9(03).
000380     05  HLD-FIRST-APPROVER          PIC X(08).
000390     05  HLD-FIRST-APPROVE-DATE      PIC 9(08).
000400     05  HLD-CLOSED-BY               PIC X(08).
000410     05  HLD-DISPOSITION             PIC X(01).
000420         88  HLD-DISP-PENDING        VALUE 'P'.
000430         88  HLD-DISP-RELEASED       VALUE 'A'.
000440         88  HLD-DISP-REJECTED       VALUE 'J'.
000450         88  HLD-DISP-EXPIRED        VALUE 'E'.
000460     05  FILLER                      PIC X(04).
