      ******************************************************************
      * Copybook: POSITION
      * Purpose:  Shared POSITION-RECORD layout for the position
      *           master (posmast.txt) - the establishment each
      *           department is authorized to carry. One record per
      *           position: the department it belongs to, its salary
      *           grade (a grade on gradesal.txt), the authorized FTE
      *           as a percentage (100.00 = one full-time post; a
      *           pooled position such as a bank of clerks carries
      *           the total, e.g. 300.00 for three) and the budgeted
      *           annual salary for the whole authorized FTE. The
      *           employees in a position carry its number in
      *           EMP-POSITION; lab06-4 refuses to fill a position
      *           past its authorized FTE without a supervisor
      *           override and lab06-59 reports filled, vacant and
      *           over-establishment positions.
      * Modifications:
      ******************************************************************
       01 POSITION-RECORD.
           05 POS-NUMBER         PIC X(6).
           05 POS-DEP            PIC X(10).
           05 POS-GRADE          PIC X(2).
           05 POS-AUTH-FTE       PIC 9(3)V99.
           05 POS-BUDGET-SALARY  PIC 9(8)V99.
           05 POS-TITLE          PIC X(20).
