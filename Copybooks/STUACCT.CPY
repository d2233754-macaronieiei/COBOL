      ******************************************************************
      * Copybook: STUACCT
      * Purpose:  Shared STUDENT-ACCOUNT-RECORD layout for the student
      *           account link (stuacct.txt), one record per student
      *           billed through the receivables: the STU-ID and the
      *           acctmast.txt account number the student's tuition
      *           is invoiced to. The term billing run (tuitbill)
      *           opens the account and writes the link the first
      *           time it bills a student; the transcript run
      *           (transreq) follows it to hold transcripts while the
      *           account has money past due.
      * Modifications:
      ******************************************************************
       01 STUDENT-ACCOUNT-RECORD.
           05 SA-STU-ID          PIC 9(10).
           05 SA-ACCT-NO         PIC 9(6).
