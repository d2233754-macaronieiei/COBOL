      ******************************************************************
      * Copybook: PROGREQ
      * Purpose:  Shared PROGRAM-REQUIREMENT-RECORD layout for the
      *           program requirements file (progreq.txt), one record
      *           per requirement group of a degree program - the
      *           program code students.txt carries, the group name,
      *           and the rule the DEGREE-AUDIT (degaudit) measures the
      *           group by: (A)ll of the listed courses, or a minimum
      *           of (C)redit hours (from the course catalog) taken
      *           from the listed courses. A course counts only with a
      *           grade at or above the group's minimum grade (blank
      *           means D). Unused course slots are blank.
      * Modifications:
      ******************************************************************
       01 PROGRAM-REQUIREMENT-RECORD.
           05 PR-PROGRAM         PIC X(6).
           05 PR-GROUP           PIC X(10).
           05 PR-RULE            PIC X(1).
               88 PR-ALL-COURSES          VALUE 'A'.
               88 PR-MIN-CREDITS          VALUE 'C'.
           05 PR-CREDITS-NEEDED  PIC 9(2)V9(1).
           05 PR-MIN-GRADE       PIC X(1).
           05 PR-COURSES.
               10 PR-COURSE      PIC X(8) OCCURS 8 TIMES.
