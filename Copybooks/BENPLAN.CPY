      ******************************************************************
      * Copybook: BENPLAN
      * Purpose:  Shared BENEFIT-PLAN-RECORD layout for the benefits
      *           plan master (benplans.txt): one row per plan, with
      *           its type (H health, D dental, L life - an employee
      *           holds one plan of each type at a time), the carrier
      *           it is reported to, the GL liability account the
      *           employer share is credited to, and the per pay
      *           period employee and employer premium for each
      *           coverage tier. BP-TIER(1) is employee only (E),
      *           BP-TIER(2) employee plus spouse (S), BP-TIER(3)
      *           family (F); a tier the plan does not offer carries
      *           a blank BP-TIER-CODE. lab06-56 records elections
      *           against these plans; lab06-2 turns the elections
      *           into the payroll deduction and the employer cost.
      * Modifications:
      ******************************************************************
       01 BENEFIT-PLAN-RECORD.
           05 BP-PLAN-CODE       PIC X(4).
           05 BP-PLAN-TYPE       PIC X(1).
               88 BP-HEALTH                VALUE 'H'.
               88 BP-DENTAL                VALUE 'D'.
               88 BP-LIFE                  VALUE 'L'.
           05 BP-DESCRIPTION     PIC X(20).
           05 BP-CARRIER         PIC X(8).
           05 BP-ACCOUNT         PIC X(8).
           05 BP-TIER OCCURS 3 TIMES.
               10 BP-TIER-CODE       PIC X(1).
               10 BP-EE-PREMIUM      PIC 9(5)V99.
               10 BP-ER-PREMIUM      PIC 9(5)V99.
