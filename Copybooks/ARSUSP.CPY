      ******************************************************************
      * Copybook: ARSUSP
      * Purpose:  Shared UNAPPLIED-CASH-RECORD layout for the
      *           receivables unapplied-cash suspense file
      *           (arsuspense.txt): one record per receipt the cash
      *           application could not put against an open invoice -
      *           the account and invoice number it named, the receipt
      *           date (YYYYMMDD), amount, tender and check number, why
      *           it could not be applied, the date it went into
      *           suspense and whether it is still held or was
      *           reversed by a void of the receipt.
      * Modifications:
      ******************************************************************
       01 UNAPPLIED-CASH-RECORD.
           05 SU-ACCT-NO         PIC 9(6).
           05 SU-RCPT-DATE       PIC 9(8).
           05 SU-INV-NUM         PIC 9(4).
           05 SU-AMOUNT          PIC 9(7)V99.
           05 SU-TENDER          PIC X(1).
           05 SU-CHECK-NO        PIC X(6).
           05 SU-REASON          PIC X(30).
           05 SU-HELD-DATE       PIC 9(8).
           05 SU-STATUS          PIC X(1).
               88 SU-IS-HELD             VALUE 'H'.
               88 SU-IS-REVERSED         VALUE 'R'.
