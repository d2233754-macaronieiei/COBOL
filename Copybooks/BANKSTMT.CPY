      ******************************************************************
      * Copybook: BANKSTMT
      * Purpose:  Shared BANK-STATEMENT-RECORD layout for the credits
      *           on the bank's statement file (bankstmt.txt), one
      *           credit per record: the date the bank posted it
      *           (YYYYMMDD), the kind of credit - (D)eposit for a
      *           deposit we paid in over the counter, (T)ransfer for
      *           money wired in, which never goes on a deposit slip -
      *           the bank's own reference and the amount. The deposit
      *           reconciliation (arbankrc) matches the deposit credits
      *           to the day's deposit slip totals.
      * Modifications:
      ******************************************************************
       01 BANK-STATEMENT-RECORD.
           05 BS-POST-DATE       PIC 9(8).
           05 BS-CREDIT-TYPE     PIC X(1).
               88 BS-DEPOSIT-CREDIT       VALUE 'D'.
               88 BS-TRANSFER-CREDIT      VALUE 'T'.
           05 BS-REFERENCE       PIC X(12).
           05 BS-AMOUNT          PIC 9(9)V99.
           05 BS-DESCRIPTION     PIC X(18).
