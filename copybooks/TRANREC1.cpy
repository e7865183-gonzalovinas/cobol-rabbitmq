000165*  OUTCOME - POSTED, REJECTED, SUSPENDED - CAN BE PUBLISHED
000166*  BACK ON batch.tran.outcome.  FILE-FEED RECORDS CARRY
000167*  SPACES THERE AND PUBLISH NOTHING.  LRECL GROWS 40 TO 56.
000168*
000169*  A REVERSAL (A CODE WITH DIRECTION R ON TCODFILE) NAMES
000170*  THE POSTING IT BACKS OUT BY ACCOUNT, AMOUNT, EFFECTIVE
000171*  DATE AND THE ORIGINAL TRANSACTION CODE, CARRIED IN
000172*  TRN-ORIG-TRAN-CODE.  SPACES ON EVERY OTHER RECORD.
000173*
000174*  TRN-HOLD-RELEASE-FLAG IS SET ONLY BY HOLDMGR ON A LARGE-
000175*  VALUE ITEM TWO OPERATORS HAVE APPROVED, SO THE NEXT
000176*  VALIDATION PASS DOES NOT HOLD IT A SECOND TIME.  EVERY
000177*  OTHER FEED LEAVES IT BLANK.
000178*----------------------------------------------------------*
000179 01  TRANS-RECORD.
000180     05  TRN-ACCOUNT-NUMBER          PIC X(10).
000190     05  TRN-TRANSACTION-CODE        PIC X(04).
000200     05  TRN-AMOUNT                  PIC X(11).
000210     05  TRN-EFFECTIVE-DATE          PIC X(08).
000215     05  TRN-MESSAGE-ID              PIC X(16).
000220     05  TRN-ORIG-TRAN-CODE          PIC X(04).
000222     05  TRN-HOLD-RELEASE-FLAG       PIC X(01).
000224         88  TRN-HOLD-RELEASED       VALUE 'Y'.
000226     05  FILLER                      PIC X(02).
000230 01  TRANS-CONTROL-RECORD.
000240     05  TCR-RECORD-ID               PIC X(03).
000250         88  TCR-HEADER              VALUE 'HDR'.
