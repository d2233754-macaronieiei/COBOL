      ******************************************************************
      * Copybook: EXPCLAIM
      * Purpose:  Shared EXPENSE-CLAIM-RECORD layout for the expense
      *           reimbursement claims file (expclaims.txt). lab06-58
      *           enters a claim (E) for an employee, expense category
      *           and date, checked against the category limit on
      *           expcat.txt, and a second operator approves (A) or
      *           rejects (R) it with a reason. lab06-2 pays every
      *           approved claim as a non-taxable reimbursement line
      *           and marks it paid (P) with the period it was paid
      *           in; lab06-51 puts the claims paid in a reversed
      *           period back to approved. Claims are never deleted.
      * Modifications:
      ******************************************************************
       01 EXPENSE-CLAIM-RECORD.
           05 XC-CLAIM-NO        PIC 9(6).
           05 XC-EMP-ID          PIC X(6).
           05 XC-CATEGORY        PIC X(4).
           05 XC-EXPENSE-DATE    PIC 9(8).
           05 XC-AMOUNT          PIC 9(7)V99.
           05 XC-DESCRIPTION     PIC X(30).
           05 XC-STATUS          PIC X(1).
               88 XC-ENTERED               VALUE 'E'.
               88 XC-APPROVED              VALUE 'A'.
               88 XC-REJECTED              VALUE 'R'.
               88 XC-PAID                  VALUE 'P'.
           05 XC-ENTERED-BY      PIC X(8).
           05 XC-ENTERED-DATE    PIC X(8).
           05 XC-DECIDED-BY      PIC X(8).
           05 XC-DECIDED-DATE    PIC X(8).
           05 XC-REJECT-REASON   PIC X(30).
           05 XC-PAID-PERIOD     PIC X(6).
