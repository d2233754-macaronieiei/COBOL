      ******************************************************************
      * Copybook: ATTBAR
      * Purpose:  Shared ATTENDANCE-BAR-RECORD layout for the exam
      *           eligibility bar list (attbarred.txt), one record per
      *           student barred from a course's exams for absences:
      *           the student ID, course code and term, the absences
      *           counted and the date the bar was recorded.
      *           CLASS-ATTENDANCE (attend) rebuilds a course's rows
      *           after every session it takes; the exam grader
      *           (exam04) rejects a barred student's scores.
      * Modifications:
      ******************************************************************
       01 ATTENDANCE-BAR-RECORD.
           05 AB-STU-ID          PIC 9(10).
           05 AB-COURSE          PIC X(8).
           05 AB-TERM            PIC X(6).
           05 AB-ABSENCES        PIC 9(3).
           05 AB-BAR-DATE        PIC X(8).
