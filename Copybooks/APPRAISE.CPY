      ******************************************************************
      * Copybook: APPRAISE
      * Purpose:  Shared APPRAISAL-RECORD layout for the performance
      *           appraisal file (appraisal.txt): one record per
      *           employee and review cycle (the calendar year the
      *           review falls due in). AP-DUE-DATE is the employee's
      *           hire anniversary in the cycle year (31 December of
      *           the cycle when the hire date is not on file, zero
      *           when the employee was hired in or after the cycle
      *           year and owes no review in it). AP-REVIEW-DATE is
      *           zero until the review has been held. Ratings run
      *           from 1 (unsatisfactory) to 5 (outstanding).
      *           Maintained and reported by lab06-60.
      * Modifications:
      ******************************************************************
       01 APPRAISAL-RECORD.
           05 AP-EMP-ID          PIC X(6).
           05 AP-CYCLE           PIC X(4).
           05 AP-DUE-DATE        PIC 9(8).
           05 AP-REVIEW-DATE     PIC 9(8).
           05 AP-REVIEWER        PIC X(20).
           05 AP-RATING          PIC X(1).
               88 AP-RATING-VALID        VALUE '1' THRU '5'.
           05 AP-ENTERED-BY      PIC X(8).
           05 AP-ENTERED-DATE    PIC X(8).
