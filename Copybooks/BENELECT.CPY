      ******************************************************************
      * Copybook: BENELECT
      * Purpose:  Shared BENEFIT-ELECTION-RECORD layout for the
      *           benefits election file (benelect.txt): one row per
      *           employee, plan and coverage tier, with the dates the
      *           coverage runs from and to (BE-END-DATE zero while it
      *           is open) and why it was allowed - chosen during the
      *           open-enrollment window, as a new hire, or after a
      *           qualifying life event; BE-END-REASON carries the
      *           same codes, or T for employment ended, once the
      *           coverage is end-dated. Rows are only ever added or
      *           end-dated by lab06-56, never deleted, so the file is
      *           the coverage history the carrier file and the
      *           payroll deductions are both drawn from.
      * Modifications:
      ******************************************************************
       01 BENEFIT-ELECTION-RECORD.
           05 BE-EMP-ID          PIC X(6).
           05 BE-PLAN-CODE       PIC X(4).
           05 BE-TIER            PIC X(1).
               88 BE-TIER-EMPLOYEE         VALUE 'E'.
               88 BE-TIER-SPOUSE           VALUE 'S'.
               88 BE-TIER-FAMILY           VALUE 'F'.
           05 BE-EFF-DATE        PIC 9(8).
           05 BE-END-DATE        PIC 9(8).
           05 BE-REASON          PIC X(1).
               88 BE-OPEN-ENROLLMENT       VALUE 'O'.
               88 BE-NEW-HIRE              VALUE 'N'.
               88 BE-LIFE-EVENT            VALUE 'L'.
           05 BE-END-REASON      PIC X(1).
               88 BE-EMPLOYMENT-ENDED      VALUE 'T'.
           05 BE-ENTERED-DATE    PIC X(8).
           05 BE-ENTERED-BY      PIC X(8).
