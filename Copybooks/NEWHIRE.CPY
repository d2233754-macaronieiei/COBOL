      ******************************************************************
      * Copybook: NEWHIRE
      * Purpose:  Shared NEW-HIRE-RECORD layout for the new-hire
      *           reporting register (newhreg.txt), one record per
      *           hire or rehire the statutory new-hire report
      *           (lab06-77) has picked up from the lab06-4 change log
      *           (empchglog.txt): the employee, the day they started,
      *           (N)ew hire or (R)ehire, the name and company as the
      *           change log had them, the day the hire was logged,
      *           the day the agency must have it by, and the day it
      *           went to the agency on newhire.txt - zero while it is
      *           still to be reported. An employee and start date on
      *           the register is never picked up a second time.
      * Modifications:
      ******************************************************************
       01 NEW-HIRE-RECORD.
           05 NH-EMP-ID          PIC X(6).
           05 NH-START-DATE      PIC 9(8).
           05 NH-HIRE-TYPE       PIC X(1).
               88 NH-NEW-HIRE             VALUE 'N'.
               88 NH-REHIRE               VALUE 'R'.
           05 NH-NAME.
               10 NH-TITLE       PIC X(4).
               10 NH-FIRST-NAME  PIC X(15).
               10 NH-LAST-NAME   PIC X(20).
           05 NH-COMPANY         PIC X(3).
           05 NH-LOGGED-DATE     PIC 9(8).
           05 NH-DUE-DATE        PIC 9(8).
           05 NH-REPORTED-DATE   PIC 9(8).
               88 NH-NOT-REPORTED         VALUE ZERO.
