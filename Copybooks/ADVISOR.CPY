      ******************************************************************
      * Copybook: ADVISOR
      * Purpose:  Shared ADVISOR-RECORD layout for the academic
      *           advisor master (advisors.txt), one record per
      *           advisor: the advisor code the student master
      *           (students.txt) assigns each student to, the name,
      *           the department, and (A)ctive or (I)nactive status.
      *           Student maintenance (stumaint) checks an advisor
      *           code against it; the outreach log entry (outreach)
      *           and the advisor caseload run (advcase) name the
      *           advisor from it.
      * Modifications:
      ******************************************************************
       01 ADVISOR-RECORD.
           05 AV-ADVISOR-ID      PIC X(6).
           05 AV-NAME            PIC X(30).
           05 AV-DEPT            PIC X(10).
           05 AV-STATUS          PIC X(1).
               88 AV-ACTIVE               VALUE 'A'.
               88 AV-INACTIVE             VALUE 'I'.
