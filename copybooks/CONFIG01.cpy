000140*  IN WORKING-STORAGE.  MAINTAINED BY OPERATIONS - UPDATE THE
000150*  CFGFILE DATASET CONTENTS TO CHANGE THE STARTUP BANNER
000160*  WITHOUT A PROGRAM CHANGE.
000161*  CFG-HOLD-DEFAULT IS THE OVERALL LARGE-VALUE HOLD LIMIT
000162*  HELLO APPLIES TO A TRANSACTION CODE WITH NO LIMIT OF ITS
000163*  OWN ON TCODFILE (SEE TCODREC1) - ZERO MEANS NO DEFAULT
000164*  LIMIT, SO ONLY CODES WITH THEIR OWN LIMIT ARE HELD.
000165*  MAINTAINED BY THE DSPMAINT CFG CARD.  LRECL GROWS 42 TO
000166*  60.
000170*----------------------------------------------------------*
000180 01  CONFIG-RECORD.
000190     05  CFG-COMPANY-NAME            PIC X(30).
000200     05  CFG-COPYRIGHT-YEAR          PIC 9(04).
000210     05  CFG-BUILD-VERSION           PIC X(08).
000220     05  CFG-HOLD-DEFAULT            PIC 9(09)V99.
000230     05  FILLER                      PIC X(07).
