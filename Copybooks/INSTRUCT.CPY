      ******************************************************************
      * Copybook: INSTRUCT
      * Purpose:  Shared INSTRUCTOR-RECORD layout for the instructor
      *           master (instructors.txt), one record per instructor:
      *           the instructor ID the course offerings
      *           (courseoff.txt) assign a section to, the name, the
      *           department, and (A)ctive or (I)nactive status. The
      *           grade submission tracking run (gradetrk) names the
      *           instructor who owes a course's grades from it.
      * Modifications:
      ******************************************************************
       01 INSTRUCTOR-RECORD.
           05 IN-INSTR-ID        PIC X(6).
           05 IN-NAME            PIC X(30).
           05 IN-DEPT            PIC X(10).
           05 IN-STATUS          PIC X(1).
               88 IN-ACTIVE               VALUE 'A'.
               88 IN-INACTIVE             VALUE 'I'.
