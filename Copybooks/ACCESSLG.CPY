      ******************************************************************
      * Copybook: ACCESSLG
      * Purpose:  Shared SALARY-ACCESS-RECORD layout for the salary
      *           data access log (salaccess.txt). Every program that
      *           shows an operator an employee's pay - the lab06-21
      *           360 inquiry, the lab06-6 stub print, the lab06-47
      *           verification letter - appends one row per employee
      *           viewed: the date and time, the operator from
      *           opsession.txt or the program's own sign-on
      *           (SCHEDULE for a job-plan run), the program, the
      *           EMP-ID viewed and what was done (INQUIRY, STUB,
      *           LETTER). The file is never emptied; lab06-72 reads
      *           it for the monthly access review.
      * Modifications:
      ******************************************************************
       01 SALARY-ACCESS-RECORD.
           05 SA-DATE            PIC 9(8).
           05 FILLER             PIC X(1).
           05 SA-TIME            PIC 9(6).
           05 FILLER             PIC X(1).
           05 SA-OPERATOR        PIC X(8).
           05 FILLER             PIC X(1).
           05 SA-PROGRAM         PIC X(8).
           05 FILLER             PIC X(1).
           05 SA-EMP-ID          PIC X(6).
           05 FILLER             PIC X(1).
           05 SA-ACTION          PIC X(8).
