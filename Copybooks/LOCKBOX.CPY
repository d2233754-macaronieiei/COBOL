      ******************************************************************
      * Copybook: LOCKBOX
      * Purpose:  Shared LOCKBOX-RECORD layout for the bank's lockbox
      *           transmission (lockbox.txt), one batch per file: a
      *           batch header (H) naming the lockbox, the bank's batch
      *           number and the deposit date (YYYYMMDD); one item (D)
      *           per customer payment carrying the account number
      *           and/or the invoice number written on the remittance
      *           (zeros when not given), the amount and the check
      *           number; and a batch trailer (T) with the bank's item
      *           count and total. The lockbox import (arlockbx) reads
      *           it into receipts.txt.
      * Modifications:
      ******************************************************************
       01 LOCKBOX-RECORD.
           05 LB-RECORD-TYPE     PIC X(1).
               88 LB-IS-HEADER            VALUE 'H'.
               88 LB-IS-ITEM              VALUE 'D'.
               88 LB-IS-TRAILER           VALUE 'T'.
           05 LB-RECORD-BODY     PIC X(39).
           05 LB-HEADER REDEFINES LB-RECORD-BODY.
               10 LBH-LOCKBOX-ID PIC X(6).
               10 LBH-BATCH-NO   PIC 9(6).
               10 LBH-DEPOSIT-DATE PIC 9(8).
               10 FILLER         PIC X(19).
           05 LB-ITEM REDEFINES LB-RECORD-BODY.
               10 LBD-SEQUENCE   PIC 9(5).
               10 LBD-ACCT-NO    PIC 9(6).
               10 LBD-INV-NUM    PIC 9(4).
               10 LBD-AMOUNT     PIC 9(7)V99.
               10 LBD-CHECK-NO   PIC X(6).
               10 FILLER         PIC X(9).
           05 LB-TRAILER REDEFINES LB-RECORD-BODY.
               10 LBT-ITEM-COUNT PIC 9(5).
               10 LBT-TOTAL      PIC 9(9)V99.
               10 FILLER         PIC X(23).
