      ******************************************************************
      * Copybook: RECOVERY
      * Purpose:  Shared RECOVERY-RECORD layout for the bad-debt
      *           recovery file (arrecovery.txt): one record for each
      *           receipt taken on an account already written off
      *           (AM-STATUS W). The receipt run (assignment04-1)
      *           rebuilds the file from receipts.txt on every batch
      *           run, leaving out receipts later voided; the
      *           quarterly write-off report (arworpt) reads it.
      *           The receipt date is held as YYYYMMDD.
      * Modifications:
      ******************************************************************
       01 RECOVERY-RECORD.
           05 RV-ACCT-NO         PIC 9(6).
           05 RV-DATE            PIC 9(8).
           05 RV-INV-NUM         PIC 9(4).
           05 RV-AMOUNT          PIC 9(7)V99.
           05 RV-TENDER          PIC X(1).
