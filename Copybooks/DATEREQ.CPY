      * Purpose:  Request area for the DATESRV date services
      *           subprogram: CALL "DATESRV" USING DS-REQUEST.
      *           DS-FUNCTION "VAL "/"DOY "/"ABS "/"DIFF"/
      *           "BDIF"/"BADD"/"CADD"/"BDAY"/"FPER";
      *           DS-STATUS 'Y' good, 'N' not numeric, 'M' bad month,
      *           'D' bad day, 'F' outside the fiscal calendar;
      *           DS-RESULT carries the number asked
      *           for. DS-DATE-1-X / DS-DATE-2-X let a caller move
      *           raw X(8) input in without a numeric conversion.
      * Modifications:
      *   - Documented "BDAY": DS-RESULT is 1 when DS-DATE-1 is a
      *     business day, 0 when it falls on a weekend or a
      *     holidays.txt date.
      *   - Documented "FPER": DS-RESULT returns the fiscal year and
      *     period (YYYYPP) holding DS-DATE-1 from fiscalcal.txt, and
      *     DS-DATE-2 is overwritten with the last date of that
      *     period - the one function that hands DS-DATE-2 back.
      *     DS-STATUS 'F' means a valid date outside the fiscal
      *     calendar.
      *   - Documented "CADD": like BADD, DS-DATE-2 carries a COUNT
      *     (calendar days here) and DS-RESULT comes back holding the
      *     resulting date.
      ******************************************************************
       01 DS-REQUEST.
           05 DS-FUNCTION    PIC X(4).
