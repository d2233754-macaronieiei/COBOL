      ******************************************************************
      * Copybook: SCHOLAR
      * Purpose:  Shared SCHOLARSHIP-RECORD layout for the scholarship
      *           master (scholars.txt), one record per scholarship:
      *           the code and name, the eligibility rules - minimum
      *           term and cumulative score average, the standing the
      *           student must hold (D dean's list only, G good
      *           standing or better, blank any), and the minimum
      *           credits earned in the term - the award amount per
      *           term, whether a holder keeps it term after term
      *           while still meeting the rules (R)enewable, and
      *           (A)ctive or (I)nactive status. The scholarship
      *           eligibility run (schelig) applies the rules.
      * Modifications:
      ******************************************************************
       01 SCHOLARSHIP-RECORD.
           05 SM-CODE            PIC X(6).
           05 SM-NAME            PIC X(30).
           05 SM-MIN-TERM-AVG    PIC 9(3)V9(2).
           05 SM-MIN-CUM-AVG     PIC 9(3)V9(2).
           05 SM-STANDING        PIC X(1).
               88 SM-NEEDS-DEANS          VALUE 'D'.
               88 SM-NEEDS-GOOD           VALUE 'G'.
           05 SM-MIN-CREDITS     PIC 9(2)V9(1).
           05 SM-AMOUNT          PIC 9(5)V9(2).
           05 SM-RENEWABLE       PIC X(1).
               88 SM-IS-RENEWABLE         VALUE 'R'.
           05 SM-STATUS          PIC X(1).
               88 SM-ACTIVE               VALUE 'A'.
