      ******************************************************************
      * Copybook: GLBAL
      * Purpose:  Shared GL-BALANCE-RECORD layout for the general
      *           ledger balance master (glbal.txt, indexed on
      *           GBL-KEY = account + fiscal period YYYYPP). One record
      *           per account per period that has seen a posting:
      *           the opening balance brought forward from the
      *           account's earlier periods (debit positive), and the
      *           debits and credits posted into the period. The
      *           closing balance is opening + debits - credits and is
      *           never stored, so a late posting into an open period
      *           only has to roll its net into the openings of the
      *           account's later periods. lab06-73 posts, lab06-74
      *           closes a period, lab06-75 prints the trial balance.
      * Modifications:
      *   - GBL-PERIOD now holds the fiscal year and period (YYYYPP)
      *     from the fiscal calendar rather than the calendar month.
      ******************************************************************
       01 GL-BALANCE-RECORD.
           05 GBL-KEY.
               10 GBL-ACCOUNT    PIC X(8).
               10 GBL-PERIOD     PIC X(6).
           05 GBL-OPENING        PIC S9(13)V99.
           05 GBL-DEBITS         PIC 9(13)V99.
           05 GBL-CREDITS        PIC 9(13)V99.
           05 GBL-LAST-POSTED    PIC 9(8).
