000100*----------------------------------------------------------*
000110*  GLMPREC1 - GENERAL-LEDGER MAPPING FILE RECORD
000120*  ONE RECORD PER TCODFILE TRANSACTION CODE ON THE GLMAP
000130*  DATASET, MAINTAINED BY DSPMAINT CONTROL CARDS (TARGET
000140*  GLM) ALONGSIDE TCODFILE.  GLEXTRCT SUMMARISES THE DAY'S
000150*  POSTED MOVEMENTS BY CODE AND JOURNALS EACH CODE'S TOTAL
000160*  AS DEBIT GLM-DEBIT-ACCOUNT / CREDIT GLM-CREDIT-ACCOUNT.
000170*  A REVERSAL IS JOURNALED AGAINST THE ORIGINAL POSTING'S
000180*  CODE WITH THE TWO ACCOUNTS SWAPPED, SO A REVERSAL CODE
000190*  NEEDS NO MAPPING OF ITS OWN.  THE SUSPENSE PAIR
000200*  JOURNALS THE DAY'S TRANSUS ITEMS ON THE CODE; IT MAY BE
000210*  LEFT BLANK, IN WHICH CASE THE SUSPENSE PAIR ON THE
000220*  CATCH-ALL RECORD WITH CODE '****' IS USED.  A CODE WITH
000230*  ACTIVITY AND NO USABLE MAPPING STOPS THE EXTRACT.  AN
000240*  INACTIVE RECORD STAYS ON FILE FOR HISTORY BUT MAPS
000250*  NOTHING.
000260*----------------------------------------------------------*
000270 01  GLMAP-RECORD.
000280     05  GLM-TRAN-CODE               PIC X(04).
000290     05  GLM-DEBIT-ACCOUNT           PIC X(12).
000300     05  GLM-CREDIT-ACCOUNT          PIC X(12).
000310     05  GLM-SUSP-DEBIT-ACCOUNT      PIC X(12).
000320     05  GLM-SUSP-CREDIT-ACCOUNT     PIC X(12).
000330     05  GLM-ACTIVE-SWITCH           PIC X(01).
000340         88  GLM-ENTRY-ACTIVE        VALUE 'Y'.
000350     05  FILLER                      PIC X(07).
