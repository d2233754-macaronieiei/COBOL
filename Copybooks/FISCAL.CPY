      ******************************************************************
      * Copybook: FISCAL
      * Purpose:  Shared FISCAL-PERIOD-RECORD layout for the fiscal
      *           calendar (fiscalcal.txt), one record per fiscal
      *           period: the fiscal year (named for the calendar year
      *           it ends in - the year from 1 October 2026 is fiscal
      *           2027), the period number within it and the first
      *           and last dates of the period. Periods run back to
      *           back with no gaps. DATESRV function "FPER" reads it
      *           to turn a date into its fiscal year and period;
      *           lab06-76 generates and maintains it.
      * Modifications:
      ******************************************************************
       01 FISCAL-PERIOD-RECORD.
           05 FP-FISCAL-YEAR     PIC 9(4).
           05 FILLER             PIC X(1).
           05 FP-PERIOD-NO       PIC 9(2).
           05 FILLER             PIC X(1).
           05 FP-START-DATE      PIC 9(8).
           05 FILLER             PIC X(1).
           05 FP-END-DATE        PIC 9(8).
