      ******************************************************************
      * Copybook: ATTEND
      * Purpose:  Shared ATTENDANCE-RECORD layout for the class
      *           attendance file (attendance.txt), one record per
      *           student per class session taken by CLASS-ATTENDANCE
      *           (attend): the course code and term, the session
      *           date (YYYYMMDD, a business day), the student ID from
      *           the class roster, and whether the student was
      *           (P)resent or (A)bsent.
      * Modifications:
      ******************************************************************
       01 ATTENDANCE-RECORD.
           05 AT-COURSE          PIC X(8).
           05 AT-TERM            PIC X(6).
           05 AT-DATE            PIC X(8).
           05 AT-STU-ID          PIC 9(10).
           05 AT-STATUS          PIC X(1).
               88 AT-PRESENT              VALUE 'P'.
               88 AT-ABSENT               VALUE 'A'.
