      ******************************************************************
      * Copybook: GRADUATE
      * Purpose:  Shared GRADUATE-RECORD layout for the graduates
      *           register (graduates.txt), one record per student
      *           who has completed a program: the term the student
      *           graduated in, the program and the date recorded.
      *           The degree audit (degaudit) adds each student on its
      *           eligible-to-graduate list the first time they appear
      *           on it; the cohort report (cohort) counts a student
      *           graduated from that term on.
      * Modifications:
      ******************************************************************
       01 GRADUATE-RECORD.
           05 GR-STU-ID          PIC 9(10).
           05 GR-TERM            PIC X(6).
           05 GR-PROGRAM         PIC X(6).
           05 GR-DATE            PIC X(8).
