000100*----------------------------------------------------------*
000110*  CALDREC1 - BUSINESS-DAY CALENDAR FILE RECORD
000120*  ONE RECORD PER EXCEPTION DATE ON THE CALFILE DATASET,
000130*  MAINTAINED BY DSPMAINT CONTROL CARDS (TARGET CAL) THE
000140*  SAME WAY TCODFILE IS, SO EVERY CHANGE LEAVES A WHO-
000150*  CHANGED-WHAT RECORD ON THE AUDIT TRAIL.  MONDAY TO
000160*  FRIDAY ARE BUSINESS DAYS AND SATURDAY AND SUNDAY ARE
000170*  CLOSED UNLESS THE DATE IS ON FILE: DAY TYPE H CLOSES THE
000180*  DATE (A BANK HOLIDAY), DAY TYPE W OPENS IT (A WEEKEND
000190*  WORKING DAY).  AN INACTIVE RECORD STAYS ON FILE FOR
000200*  HISTORY BUT THE DATE FALLS BACK TO THE WEEKDAY RULE.
000210*  HELLO ROLLS EFFECTIVE DATES AND TRANWHSE RELEASE DATES
000220*  TO THE NEXT BUSINESS DAY BY IT, SUSPMGR AND TRANRCYC
000230*  ONLY AGE THEIR ITEMS ON A BUSINESS DAY, AND SLAWATCH
000240*  DOES NOT JUDGE A CLOSED DAY.
000250*----------------------------------------------------------*
000260 01  CALENDAR-RECORD.
000270     05  CAL-DATE                    PIC 9(08).
000280     05  CAL-DAY-TYPE                PIC X(01).
000290         88  CAL-DAY-CLOSED          VALUE 'H'.
000300         88  CAL-DAY-OPEN            VALUE 'W'.
000310     05  CAL-DESCRIPTION             PIC X(30).
000320     05  CAL-ACTIVE-SWITCH           PIC X(01).
000330         88  CAL-ENTRY-ACTIVE        VALUE 'Y'.
000340     05  FILLER                      PIC X(20).
