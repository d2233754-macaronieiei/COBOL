      *   - Added EMP-GRADE, the salary grade code validated against
      *     the grade master (gradesal.txt); blank means no grade
      *     assigned and no band check applies.
      *   - Added EMP-FTE-PCT, the full-time-equivalent percentage
      *     (100.00 = full time). EMP-SALARY is always held as the
      *     full-time figure and payroll pays it times the FTE;
      *     blank, zero or non-numeric (records written before the
      *     field existed) means 100%.
      *   - Added EMP-POSITION, the establishment position the
      *     employee fills on the position master (posmast.txt);
      *     blank means no position assigned and no establishment
      *     check applies. Change-log and archive rows holding the
      *     shorter record images are rebuilt by the lab06-78
      *     one-time conversion.
      ******************************************************************
       01 EMPLOYEE-RECORD.
           05 EMP-ID   PIC X(6).
               88 EMP-PAY-ANNUAL   VALUE 'A'.
           05 EMP-COMPANY  PIC X(3).
           05 EMP-GRADE    PIC X(2).
           05 EMP-FTE-PCT  PIC 9(3)V99.
           05 EMP-POSITION PIC X(6).
