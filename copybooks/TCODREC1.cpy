000180*  FIRST-BYTE C/D CONVENTION, SO A FAT-FINGERED CODE LIKE
000190*  'CX01' NO LONGER POSTS AS A CREDIT BECAUSE BYTE ONE
000200*  HAPPENED TO BE C.  AN INACTIVE CODE STAYS ON FILE FOR
000210*  HISTORY BUT VALIDATES AND POSTS AS UNKNOWN.  DIRECTION R
000212*  MARKS A REVERSAL CODE - TRANPOST FINDS THE ORIGINAL
000214*  POSTING THE TRANSACTION NAMES AND POSTS ITS OPPOSITE.
000215*
000216*  TCD-HOLD-THRESHOLD IS THE LARGE-VALUE HOLD LIMIT FOR THE
000217*  CODE: A CLEAN TRANSACTION WHOSE AMOUNT IS ABOVE IT IS
000218*  DIVERTED BY HELLO TO THE HOLDOUT QUEUE INSTEAD OF TRANOK
000219*  AND WAITS THERE FOR DUAL-CONTROL RELEASE (SEE HOLDMGR).
000220*  ZERO MEANS THE CODE HAS NO LIMIT OF ITS OWN AND THE
000221*  OVERALL DEFAULT ON CFGFILE (CFG-HOLD-DEFAULT) APPLIES.
000222*  LRECL GROWS 40 TO 60.
000223*----------------------------------------------------------*
000230 01  TRANCODE-RECORD.
000240     05  TCD-TRAN-CODE               PIC X(04).
000250     05  TCD-DESCRIPTION             PIC X(30).
000260     05  TCD-DIRECTION               PIC X(01).
000270         88  TCD-DIR-CREDIT          VALUE 'C'.
000280         88  TCD-DIR-DEBIT           VALUE 'D'.
000285         88  TCD-DIR-REVERSAL        VALUE 'R'.
000290     05  TCD-ACTIVE-SWITCH           PIC X(01).
000300         88  TCD-ENTRY-ACTIVE        VALUE 'Y'.
000310     05  TCD-HOLD-THRESHOLD          PIC 9(09)V99.
000320     05  FILLER                      PIC X(13).
