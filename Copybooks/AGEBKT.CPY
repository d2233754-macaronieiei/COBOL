      ******************************************************************
      * Copybook: AGEBKT
      * Purpose:  Shared AGE-BUCKET-RECORD layout for the receivables
      *           aging bucket file (arbucket.txt), written by the
      *           aging run (araging) alongside the printed call list:
      *           one record per account with its open money by days
      *           past due - current (not yet due), 1-30, 31-60, 61-90
      *           and over 90 - the credit held on the account, the
      *           balance, the oldest open due date and the run date
      *           the buckets were aged as of. The dunning run
      *           (ardunning) works from it.
      * Modifications:
      ******************************************************************
       01 AGE-BUCKET-RECORD.
           05 AB-ACCT-NO         PIC 9(6).
           05 AB-CUST-NAME       PIC X(20).
           05 AB-OLDEST-DUE      PIC 9(8).
           05 AB-CURRENT         PIC 9(8)V99.
           05 AB-B1              PIC 9(8)V99.
           05 AB-B30             PIC 9(8)V99.
           05 AB-B60             PIC 9(8)V99.
           05 AB-B90             PIC 9(8)V99.
           05 AB-CREDIT          PIC 9(8)V99.
           05 AB-BALANCE         PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 AB-RUN-DATE        PIC 9(8).
