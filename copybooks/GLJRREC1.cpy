000100*----------------------------------------------------------*
000110*  GLJRREC1 - DAILY GENERAL-LEDGER JOURNAL RECORD
000120*  THE GLJRNL FILE GLEXTRCT CUTS FOR FINANCE'S LEDGER LOAD:
000130*  ONE HEADER, THEN A DEBIT LINE AND A CREDIT LINE FOR EVERY
000140*  TRANSACTION CODE AND SOURCE WITH ACTIVITY ON THE RUN
000150*  DATE, THEN ONE TRAILER.  GLJ-SOURCE SAYS WHERE THE MONEY
000160*  CAME FROM: P POSTED TO THE MASTER, R A REVERSAL (JOURNALED
000170*  ON THE ORIGINAL POSTING'S CODE), S HELD IN SUSPENSE ON
000180*  TRANSUS.  THE TRAILER CARRIES THE JOURNAL'S OWN LINE
000190*  COUNT AND DEBIT/CREDIT TOTALS (ALWAYS EQUAL - AN
000200*  UNBALANCED JOURNAL IS NEVER WRITTEN) AND THE POSTING
000210*  RUN'S POSTTOT TOTALS FOR THE SAME DATE (SEE PTOTREC1), SO
000220*  THE LEDGER SIDE CAN PROVE IT LOADED THE WHOLE DAY.
000230*----------------------------------------------------------*
000240 01  GL-JOURNAL-RECORD.
000250     05  GLJ-RECORD-TYPE             PIC X(01).
000260         88  GLJ-HEADER              VALUE 'H'.
000270         88  GLJ-DETAIL              VALUE 'D'.
000280         88  GLJ-TRAILER             VALUE 'T'.
000290     05  GLJ-RUN-DATE                PIC 9(08).
000300     05  GLJ-BODY                    PIC X(119).
000310     05  GLJ-HEADER-BODY REDEFINES GLJ-BODY.
000320         10  GLH-CREATED-DATE        PIC 9(08).
000330         10  GLH-CREATED-TIME        PIC 9(08).
000340         10  GLH-SOURCE-SYSTEM       PIC X(08).
000350         10  FILLER                  PIC X(95).
000360     05  GLJ-DETAIL-BODY REDEFINES GLJ-BODY.
000370         10  GLD-LINE-NUMBER         PIC 9(05).
000380         10  GLD-GL-ACCOUNT          PIC X(12).
000390         10  GLD-DR-CR               PIC X(01).
000400             88  GLD-DEBIT           VALUE 'D'.
000410             88  GLD-CREDIT          VALUE 'C'.
000420         10  GLD-AMOUNT              PIC 9(11)V99.
000430         10  GLD-TRAN-CODE           PIC X(04).
000440         10  GLD-SOURCE              PIC X(01).
000450             88  GLD-SOURCE-POSTED   VALUE 'P'.
000460             88  GLD-SOURCE-REVERSAL VALUE 'R'.
000470             88  GLD-SOURCE-SUSPENSE VALUE 'S'.
000480         10  GLD-ITEM-COUNT          PIC 9(07).
000490         10  FILLER                  PIC X(76).
000500     05  GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
000510         10  GLT-LINE-COUNT          PIC 9(07).
000520         10  GLT-DEBIT-TOTAL         PIC S9(13)V99.
000530         10  GLT-CREDIT-TOTAL        PIC S9(13)V99.
000540         10  GLT-PTT-POSTED-COUNT    PIC 9(07).
000550         10  GLT-PTT-SUSP-COUNT      PIC 9(07).
000560         10  GLT-PTT-CREDIT-TOTAL    PIC S9(11)V99.
000570         10  GLT-PTT-DEBIT-TOTAL     PIC S9(11)V99.
000580         10  GLT-PTT-SUSP-AMOUNT     PIC S9(11)V99.
000590         10  GLT-PTT-REV-CREDIT      PIC S9(11)V99.
000600         10  GLT-PTT-REV-DEBIT       PIC S9(11)V99.
000610         10  FILLER                  PIC X(03).
