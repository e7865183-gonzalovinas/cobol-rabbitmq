000170*  READ/REWRITE, AND HELLO'S VALIDATION PASS READS IT BY
000180*  KEY TO REJECT TRANSACTIONS FOR ACCOUNTS THAT ARE NOT ON
000181*  THE MASTER OR ARE CLOSED.  ONLY AN OPEN ACCOUNT MAY BE
000182*  POSTED TO - A DORMANT ONE TAKES CREDITS ONLY.
000183*  ACM-OVERDRAFT-LIMIT IS HOW FAR BELOW ZERO A DEBIT MAY
000184*  TAKE THE BALANCE - TRANPOST SUSPENDS (R010) ANY DEBIT
000185*  THAT WOULD PUSH PAST IT.  A RECORD CUT BEFORE THE FIELD
000186*  EXISTED CARRIES SPACES THERE AND IS TREATED AS LIMIT
000187*  ZERO: NO OVERDRAFT AT ALL UNTIL OPERATIONS SETS ONE
000188*  WITH AN ACCTMNT LIMIT CARD.
000189*  STATUS D (DORMANT) IS SET BY THE DORMSWP SWEEP ON AN
000191*  OPEN ACCOUNT WITH NO POSTING FOR THE DORMANCY PERIOD.
000192*  TRANPOST SUSPENDS A DEBIT TO IT (R014) BUT STILL POSTS
000193*  CREDITS; AN ACCTMNT REACT CARD RETURNS IT TO OPEN.
000199*----------------------------------------------------------*
000200 01  ACCOUNT-RECORD.
000210     05  ACM-ACCOUNT-NUMBER          PIC X(10).
000220     05  ACM-ACCOUNT-STATUS          PIC X(01).
000230         88  ACM-STATUS-OPEN         VALUE 'O'.
000240         88  ACM-STATUS-CLOSED       VALUE 'C'.
000245         88  ACM-STATUS-DORMANT      VALUE 'D'.
000250     05  ACM-CURRENT-BALANCE         PIC S9(09)V99.
000260     05  ACM-LAST-POST-DATE          PIC 9(08).
000270     05  ACM-OVERDRAFT-LIMIT         PIC 9(07)V99.
