      ******************************************************************
      * Copybook: DUNHIST
      * Purpose:  Shared DUNNING-HISTORY-RECORD layout for the
      *           receivables dunning history (ardunhist.txt): one
      *           record per dunning letter sent - the account, the
      *           letter level (1 friendly reminder, 2 second notice,
      *           3 final demand), the date it went out (YYYYMMDD) and
      *           the overdue amount it asked for. The dunning run
      *           (ardunning) appends to it and reads it back so the
      *           same level is not sent twice inside the cooling-off
      *           period.
      * Modifications:
      ******************************************************************
       01 DUNNING-HISTORY-RECORD.
           05 DH-ACCT-NO         PIC 9(6).
           05 DH-LEVEL           PIC 9(1).
               88 DH-FRIENDLY-REMINDER   VALUE 1.
               88 DH-SECOND-NOTICE       VALUE 2.
               88 DH-FINAL-DEMAND        VALUE 3.
           05 DH-SENT-DATE       PIC 9(8).
           05 DH-OVERDUE         PIC 9(8)V99.
