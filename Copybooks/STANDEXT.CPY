      ******************************************************************
      * Copybook: STANDEXT
      * Purpose:  Shared STANDING-EXTRACT-RECORD layout for the
      *           standing extract (standext.txt) the academic standing
      *           run (standing) writes beside its printed report, one
      *           record per student: the term reported, the
      *           credit-weighted term and cumulative score averages,
      *           the standing code (D dean's list, G good standing,
      *           P probation), the term credits attempted and earned
      *           and the cumulative credits earned. The scholarship
      *           eligibility run (schelig) reads it.
      * Modifications:
      *   - SX-DROPPED added at the end of the record: 'Y' when the
      *     student's standing fell from the prior term, for the
      *     advisor caseload run (advcase).
      ******************************************************************
       01 STANDING-EXTRACT-RECORD.
           05 SX-STU-ID          PIC 9(10).
           05 SX-FNAME           PIC X(15).
           05 SX-LNAME           PIC X(15).
           05 SX-TERM            PIC X(6).
           05 SX-TERM-AVG        PIC 9(3)V9(2).
           05 SX-CUM-AVG         PIC 9(3)V9(2).
           05 SX-STANDING        PIC X(1).
               88 SX-DEANS-LIST           VALUE 'D'.
               88 SX-GOOD-STANDING        VALUE 'G'.
               88 SX-PROBATION            VALUE 'P'.
           05 SX-TERM-ATT        PIC 9(3)V9(1).
           05 SX-TERM-ERN        PIC 9(3)V9(1).
           05 SX-CUM-ERN         PIC 9(4)V9(1).
           05 SX-DROPPED         PIC X(1).
               88 SX-STANDING-DROPPED     VALUE 'Y'.
