      ******************************************************************
      * Copybook: PLANSCHD
      * Purpose:  Shared PLAN-SCHEDULE-RECORD layout for the payment
      *           plan instalment schedule (arplansch.txt), one record
      *           per instalment, generated through DATESRV when the
      *           plan is agreed (arplan) and keyed to its plan by
      *           account and agreed date. The last instalment carries
      *           whatever is left of the agreed total. The receipt run
      *           fills PS-PAID oldest instalment first and marks an
      *           instalment paid (P) once it is covered; an open (O)
      *           instalment more than the plan's grace days past due
      *           is missed.
      * Modifications:
      ******************************************************************
       01 PLAN-SCHEDULE-RECORD.
           05 PS-ACCT-NO         PIC 9(6).
           05 PS-AGREED-DATE     PIC 9(8).
           05 PS-INSTALMENT-NO   PIC 9(3).
           05 PS-DUE-DATE        PIC 9(8).
           05 PS-AMOUNT          PIC 9(7)V99.
           05 PS-PAID            PIC 9(7)V99.
           05 PS-STATUS          PIC X(1).
               88 PS-OPEN                 VALUE 'O'.
               88 PS-PAID-IN-FULL         VALUE 'P'.
