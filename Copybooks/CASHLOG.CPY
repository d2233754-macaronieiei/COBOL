      ******************************************************************
      * Copybook: CASHLOG
      * Purpose:  Shared CASH-LOG-RECORD layout for the cash
      *           application log (arcashlog.txt), one record per
      *           receipts.txt transaction the cash application has
      *           dealt with: the transaction image exactly as it
      *           arrived (so a re-run recognises it and leaves it
      *           alone), what became of it, and how the money was
      *           split - applied to which invoice, held as a credit
      *           on the account, or put into unapplied-cash
      *           suspense - and the run date. A void logs the
      *           amounts it reversed; a refund the credit it used.
      * Modifications:
      ******************************************************************
       01 CASH-LOG-RECORD.
           05 CL-RECEIPT.
               10 CL-ACCT-NO     PIC 9(6).
               10 CL-DATE        PIC 9(8).
               10 CL-INV-NUM     PIC 9(4).
               10 CL-PRICE       PIC 9(5)V99.
               10 CL-BALANCE     PIC S9(5)V99 SIGN LEADING SEPARATE.
               10 CL-TENDER      PIC X(1).
               10 CL-CHECK-NO    PIC X(6).
               10 CL-TYPE        PIC X(1).
               10 CL-AUTH        PIC X(6).
           05 CL-OUTCOME         PIC X(8).
               88 CL-WAS-EXACT           VALUE "EXACT   ".
               88 CL-WAS-PARTIAL         VALUE "PARTIAL ".
               88 CL-WAS-OVERPAID        VALUE "OVERPAID".
               88 CL-WAS-SUSPENSE        VALUE "SUSPENSE".
               88 CL-WAS-VOID            VALUE "VOIDED  ".
               88 CL-WAS-REFUND          VALUE "REFUND  ".
           05 CL-APPLIED-INV     PIC 9(4).
           05 CL-APPLIED         PIC 9(7)V99.
           05 CL-CREDIT          PIC 9(7)V99.
           05 CL-SUSPENSE        PIC 9(7)V99.
           05 CL-RUN-DATE        PIC 9(8).
