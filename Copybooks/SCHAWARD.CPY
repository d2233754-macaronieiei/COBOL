      ******************************************************************
      * Copybook: SCHAWARD
      * Purpose:  Shared SCHOLARSHIP-AWARD-RECORD layout for the
      *           scholarship award file (schaward.txt), one record per
      *           student, scholarship and term awarded. The
      *           eligibility run (schelig) writes the term's awards
      *           (P)ending; the posting run (schpost) marks them
      *           (A)pproved once credited to the student's receivables
      *           account, with the account, the posting date and the
      *           approver. Approved awards are what a renewable
      *           scholarship's next eligibility run treats as held.
      * Modifications:
      ******************************************************************
       01 SCHOLARSHIP-AWARD-RECORD.
           05 AW-STU-ID          PIC 9(10).
           05 AW-CODE            PIC X(6).
           05 AW-TERM            PIC X(6).
           05 AW-AMOUNT          PIC 9(5)V9(2).
           05 AW-STATUS          PIC X(1).
               88 AW-PENDING              VALUE 'P'.
               88 AW-APPROVED             VALUE 'A'.
           05 AW-ACCT-NO         PIC 9(6).
           05 AW-POST-DATE       PIC X(8).
           05 AW-APPROVER        PIC X(8).
