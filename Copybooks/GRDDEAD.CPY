      ******************************************************************
      * Copybook: GRDDEAD
      * Purpose:  Shared GRADE-DEADLINE-RECORD layout for the grade
      *           submission deadlines (gradedead.txt), one record per
      *           term: the date (YYYYMMDD) by which every course in
      *           the term must have its grades posted. The grade
      *           submission tracking run (gradetrk) reports courses
      *           still owing grades after it as overdue, and the term
      *           close (termclose) shows it when it refuses a close.
      * Modifications:
      ******************************************************************
       01 GRADE-DEADLINE-RECORD.
           05 GD-TERM            PIC X(6).
           05 GD-DEADLINE        PIC X(8).
