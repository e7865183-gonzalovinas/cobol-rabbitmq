000270         10  TCT-DIRECTION           PIC X(01).
000280             88  TCT-DIR-CREDIT      VALUE 'C'.
000290             88  TCT-DIR-DEBIT       VALUE 'D'.
000295             88  TCT-DIR-REVERSAL    VALUE 'R'.
000300         10  TCT-ACTIVE-SWITCH       PIC X(01).
000310             88  TCT-ENTRY-ACTIVE    VALUE 'Y'.
000320         10  TCT-HOLD-THRESHOLD      PIC 9(09)V99.
