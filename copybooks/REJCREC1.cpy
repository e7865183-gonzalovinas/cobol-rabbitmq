000300*  CORRELATION ID CARRIED ON TRN-MESSAGE-ID (SPACES FOR THE
000310*  FILE FEED) SO A QUEUE TRANSACTION'S TERMINAL OUTCOME CAN
000320*  BE PUBLISHED.  LRECL GROWS 80 TO 96.
000322*  R012 IS A REVERSAL WHOSE ORIGINAL POSTING COULD NOT BE
000324*  FOUND ON TRANHIST AND R013 A REVERSAL WHOSE ORIGINAL HAS
000326*  ALREADY BEEN REVERSED - BOTH SUSPENDED BY TRANPOST.
000327*  R014 IS A DEBIT TO A DORMANT ACCOUNT (STATUS D),
000328*  SUSPENDED BY TRANPOST UNTIL ACCTMNT REACTIVATES IT.
000330*----------------------------------------------------------*
000340 01  REJECT-RECORD.
000350     05  REJ-ACCOUNT-NUMBER          PIC X(10).
000480         88  REJ-REASON-BAD-CODE     VALUE 'R009'.
000490         88  REJ-REASON-OVERDRAFT    VALUE 'R010'.
000500         88  REJ-REASON-STALE-DATE   VALUE 'R011'.
000502         88  REJ-REASON-NO-ORIGINAL  VALUE 'R012'.
000504         88  REJ-REASON-REVERSED     VALUE 'R013'.
000507         88  REJ-REASON-DORMANT      VALUE 'R014'.
000510     05  REJ-REASON-TEXT             PIC X(30).
000520     05  REJ-REJECT-DATE             PIC 9(08).
000530     05  REJ-MESSAGE-ID              PIC X(16).
