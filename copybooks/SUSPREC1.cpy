000170*  ARE VALID TRANSACTIONS WAITING ON THE MASTER TO CHANGE -
000180*  SO EVERY PENDING ITEM IS RE-PRESENTED TO EACH POSTING
000190*  RUN AUTOMATICALLY.  AN ITEM THAT COMES BACK ON TRANSUS
000196*  IS MATCHED TO ITS CARRY RECORD AND AGES BY ONE DAY IF
000202*  THE RUN IS DATED ON A BUSINESS DAY (SEE CALDREC1) - SO
000208*  SUS-AGE-DAYS COUNTS BUSINESS DAYS; ONE THAT DOES NOT
000214*  COME BACK POSTED, AND CLOSES AS CLEARED.
000220*  AGE PAST THE RETENTION LIMIT ESCALATES THE ITEM TO THE
000230*  AUDIT TRAIL AND THE DEADLETTER QUEUE.  CLEARED AND
000240*  ESCALATED RECORDS APPEAR IN THE GENERATION WHERE THEY
