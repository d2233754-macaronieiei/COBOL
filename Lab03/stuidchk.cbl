      *          start refusing them.
      * Tectonics: cobc
      * Modifications:
      *   - The students.txt record layout carries the student's
      *     program code at the end of the record.
      *   - The students.txt record layout carries the student's
      *     advisor code at the end of the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STU-ID-CHECK.
           05 STU-FNAME PIC X(50).
           05 STU-LNAME PIC X(50).
           05 STU-GPA   PIC 9(1)V9(2).
           05 STU-PROGRAM PIC X(6).
           05 STU-ADVISOR PIC X(6).
       FD CHECK-REPORT-FILE.
       01 CHECK-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
