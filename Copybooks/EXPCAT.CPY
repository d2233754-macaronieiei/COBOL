      ******************************************************************
      * Copybook: EXPCAT
      * Purpose:  Shared EXPENSE-CATEGORY-RECORD layout for the expense
      *           category file (expcat.txt): the category code a
      *           claim is entered under (mileage, travel, meals ...),
      *           its description, the most a single claim may be for
      *           (zero meaning no limit) and the GL expense account
      *           the reimbursement is debited to in the payroll
      *           journal. Read by lab06-58 to validate claims and by
      *           lab06-2 and lab06-6 to pay and print them.
      * Modifications:
      ******************************************************************
       01 EXPENSE-CATEGORY-RECORD.
           05 XK-CATEGORY        PIC X(4).
           05 XK-DESCRIPTION     PIC X(20).
           05 XK-CLAIM-LIMIT     PIC 9(5)V99.
           05 XK-ACCOUNT         PIC X(8).
