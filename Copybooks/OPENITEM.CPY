      ******************************************************************
      * Copybook: OPENITEM
      * Purpose:  Shared OPEN-ITEM-RECORD layout for the receivables
      *           open-item file (aropen.txt), one record per invoice
      *           issued by the billing run (arbill): the invoice
      *           number (three-digit base plus the check digit the
      *           receipt run enforces), the account billed, the
      *           invoice and due dates (YYYYMMDD), the payment terms
      *           the due date came from, the charge description, the
      *           amount billed and the amount still open. An item
      *           stays on the file once settled - its status moves
      *           from open to paid - so its invoice number is never
      *           reused while anything is owed on it.
      * Modifications:
      *   - Added the credit item (status C): money received over
      *     what an invoice owed, held on the account as an item of
      *     its own - the overpaid invoice number, the receipt date
      *     as invoice and due date, terms CR and the credit still
      *     unused as the open amount. Cash application (arcashap)
      *     creates, uses and reverses them.
      *   - Added the written-off status (W): an item cleared in full
      *     by an approved bad-debt write-off (arwrtoff), its open
      *     amount left at zero. A write-off covering only part of an
      *     item just reduces the open amount.
      ******************************************************************
       01 OPEN-ITEM-RECORD.
           05 OI-INV-NUM         PIC 9(4).
           05 OI-ACCT-NO         PIC 9(6).
           05 OI-INV-DATE        PIC 9(8).
           05 OI-DUE-DATE        PIC 9(8).
           05 OI-TERMS           PIC X(3).
           05 OI-DESCRIPTION     PIC X(30).
           05 OI-ORIG-AMOUNT     PIC 9(7)V99.
           05 OI-OPEN-AMOUNT     PIC 9(7)V99.
           05 OI-STATUS          PIC X(1).
               88 OI-IS-OPEN             VALUE 'O'.
               88 OI-IS-PAID             VALUE 'P'.
               88 OI-IS-CREDIT           VALUE 'C'.
               88 OI-IS-WRITTEN-OFF      VALUE 'W'.
           05 OI-LAST-ACTIVITY   PIC 9(8).
