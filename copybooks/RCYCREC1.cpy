000190*  RETENTION LIMIT AND IS EXPIRED TO THE AUDIT TRAIL.
000200*  REPAIRED AND EXPIRED RECORDS APPEAR IN THE GENERATION
000210*  WHERE THEY CLOSED AND ARE NOT CARRIED FORWARD.
000211*  RCY-AGE-DAYS COUNTS BUSINESS DAYS: A CARRY ON A RUN
000212*  DATED ON A CLOSED DAY (SEE CALDREC1) DOES NOT AGE IT.
000213*  RCY-MESSAGE-ID RIDES THE EMBEDDED DETAIL (SEE REJCREC1)
000214*  SO A REPAIRED QUEUE TRANSACTION KEEPS ITS CORRELATION
000215*  ID ON RESUBMIT.  LRECL GROWS 100 TO 116.
000220*----------------------------------------------------------*
000230 01  RECYCLE-RECORD.
000240     05  RCY-REJECT-DETAIL.
