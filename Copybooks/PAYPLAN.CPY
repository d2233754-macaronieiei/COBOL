      ******************************************************************
      * Copybook: PAYPLAN
      * Purpose:  Shared PAYMENT-PLAN-RECORD layout for the customer
      *           payment plan file (arplans.txt), one record per plan
      *           agreed with an account to pay an overdue balance in
      *           instalments: the agreed total, the instalment amount,
      *           the frequency - (W)eekly, (F)ortnightly, (M)onthly -
      *           the first due date and the grace days allowed on each
      *           instalment. The plan program (arplan) sets a plan up
      *           (A active) and generates its schedule on arplansch.txt
      *           (layout PLANSCHD); the receipt run applies the money
      *           received on the account since PP-AGREED-DATE to the
      *           instalments and marks the plan paid (P) once the
      *           agreed total is in; a plan can be cancelled (X). An
      *           account has one active plan at a time.
      * Modifications:
      ******************************************************************
       01 PAYMENT-PLAN-RECORD.
           05 PP-ACCT-NO         PIC 9(6).
           05 PP-AGREED-DATE     PIC 9(8).
           05 PP-AGREED-TOTAL    PIC 9(7)V99.
           05 PP-INSTALMENT      PIC 9(7)V99.
           05 PP-FREQUENCY       PIC X(1).
               88 PP-WEEKLY               VALUE 'W'.
               88 PP-FORTNIGHTLY          VALUE 'F'.
               88 PP-MONTHLY              VALUE 'M'.
           05 PP-FIRST-DUE       PIC 9(8).
           05 PP-INSTALMENTS     PIC 9(3).
           05 PP-GRACE-DAYS      PIC 9(3).
           05 PP-PAID-TO-DATE    PIC 9(7)V99.
           05 PP-STATUS          PIC X(1).
               88 PP-ACTIVE               VALUE 'A'.
               88 PP-PAID-OFF             VALUE 'P'.
               88 PP-CANCELLED            VALUE 'X'.
           05 PP-AGREED-BY       PIC X(8).
           05 PP-CLOSED-DATE     PIC 9(8).
