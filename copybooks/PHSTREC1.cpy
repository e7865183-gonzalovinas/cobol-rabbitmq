000170*  READ BY THE ACCTSTMT STATEMENT PROGRAM (SORTED BY
000180*  ACCOUNT, THEN RUN DATE - SEE ACCTSTMJ) TO PRINT A
000190*  PER-ACCOUNT STATEMENT FOR A REQUESTED PERIOD.
000192*
000193*  A REVERSAL (A TCODFILE CODE WITH DIRECTION R) POSTS THE
000194*  EXACT OPPOSITE OF AN EARLIER MOVEMENT AND MARKS BOTH
000195*  RECORDS AS A PAIR: THE ORIGINAL IS REWRITTEN IN PLACE
000196*  WITH PHS-REVERSAL-FLAG 'O' AND THE REVERSAL'S RUN DATE
000197*  AND CODE, THE REVERSAL IS APPENDED WITH FLAG 'R' AND THE
000198*  ORIGINAL'S RUN DATE AND CODE.  ACCOUNT, AMOUNT AND
000199*  EFFECTIVE DATE ARE THE SAME ON BOTH HALVES.  RECORDS
000201*  WRITTEN BEFORE THE FIELDS EXISTED CARRY SPACES THERE,
000202*  WHICH READS AS AN ORDINARY, UNREVERSED MOVEMENT.
000203*
000204*  PHS-RUN-STAMP IS THE TIME THE POSTING RUN THAT APPENDED
000205*  THE RECORD FIRST STARTED.  WITH PHS-RUN-DATE IT NAMES THE
000206*  RUN, SO A RESUMED TRANPOST CAN TELL WHICH OF ITS OWN
000207*  POSTINGS ALREADY REACHED TRANHIST (SEE PCKPREC1).
000208*----------------------------------------------------------*
000210 01  POSTING-HISTORY-RECORD.
000220     05  PHS-ACCOUNT-NUMBER          PIC X(10).
000230     05  PHS-TRANSACTION-CODE        PIC X(04).
000280     05  PHS-EFFECTIVE-DATE          PIC 9(08).
000290     05  PHS-RUN-DATE                PIC 9(08).
000300     05  PHS-RESULTING-BALANCE       PIC S9(09)V99.
000310     05  PHS-REVERSAL-FLAG           PIC X(01).
000311         88  PHS-ORDINARY-MOVEMENT   VALUE SPACE.
000312         88  PHS-REVERSED-ORIGINAL   VALUE 'O'.
000313         88  PHS-REVERSAL-ENTRY      VALUE 'R'.
000314     05  PHS-PAIR-RUN-DATE           PIC 9(08).
000315     05  PHS-PAIR-TRAN-CODE          PIC X(04).
000325     05  PHS-RUN-STAMP               PIC 9(08).
000335     05  FILLER                      PIC X(06).
