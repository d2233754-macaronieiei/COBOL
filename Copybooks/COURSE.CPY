      ******************************************************************
      * Copybook: COURSE
      * Purpose:  Shared COURSE-CATALOG-RECORD layout for the course
      *           catalog (coursecat.txt), one record per course code
      *           maintained by COURSE-MAINTENANCE (coursemnt): the
      *           code the grade records carry, its title, the credit
      *           hours it is worth towards a credit-weighted GPA, the
      *           owning department, and an (A)ctive / (I)nactive
      *           flag. A retired course is made inactive, never
      *           removed, so the grades already on history still
      *           find their credit hours.
      * Modifications:
      ******************************************************************
       01 COURSE-CATALOG-RECORD.
           05 CC-COURSE          PIC X(8).
           05 CC-TITLE           PIC X(30).
           05 CC-CREDITS         PIC 9(1)V9(1).
           05 CC-DEPT            PIC X(10).
           05 CC-STATUS          PIC X(1).
               88 CC-ACTIVE               VALUE 'A'.
               88 CC-INACTIVE             VALUE 'I'.
