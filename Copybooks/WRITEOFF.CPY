      ******************************************************************
      * Copybook: WRITEOFF
      * Purpose:  Shared WRITE-OFF-RECORD layout for the bad-debt
      *           write-off file (arwriteoff.txt). A collector proposes
      *           (P) writing off an amount owed on an account, with a
      *           reason, in the write-off program (arwrtoff); a
      *           different operator approves (A) or rejects (R) it.
      *           Approval clears the amount off the account's open
      *           items, oldest first, and a fully cleared account is
      *           marked written off (AM-STATUS W) on acctmast.txt.
      *           Proposals are never deleted - the file is the
      *           write-off history the quarterly report (arworpt)
      *           reads, with the operator who approved each one.
      * Modifications:
      ******************************************************************
       01 WRITE-OFF-RECORD.
           05 WO-NUMBER          PIC 9(5).
           05 WO-ACCT-NO         PIC 9(6).
           05 WO-AMOUNT          PIC 9(7)V99.
           05 WO-REASON          PIC X(30).
           05 WO-STATUS          PIC X(1).
               88 WO-PROPOSED             VALUE 'P'.
               88 WO-APPROVED             VALUE 'A'.
               88 WO-REJECTED             VALUE 'R'.
           05 WO-PROPOSED-BY     PIC X(8).
           05 WO-PROPOSED-DATE   PIC 9(8).
           05 WO-DECIDED-BY      PIC X(8).
           05 WO-DECIDED-DATE    PIC 9(8).
