      ******************************************************************
      * Copybook: OFFERING
      * Purpose:  Shared COURSE-OFFERING-RECORD layout for the course
      *           offering file (courseoff.txt), one record per course
      *           code and term it runs in: the seats the section
      *           holds, and up to three prerequisite course codes a
      *           student must already have passed (A - D on
      *           gradehist.txt) before COURSE-REGISTER (coursereg)
      *           will seat or waitlist them. Unused prerequisite
      *           slots are blank.
      * Modifications:
      *   - The offering carries the instructor ID (instructors.txt)
      *     assigned to teach the section; blank means not yet
      *     assigned.
      *   - The offering carries its final exam slot - the exam date
      *     (YYYYMMDD), the session of the day (1 morning, 2
      *     afternoon, 3 evening) and the exam room (examrooms.txt) -
      *     for the exam timetable run (examtt). Blank means no exam
      *     scheduled.
      ******************************************************************
       01 COURSE-OFFERING-RECORD.
           05 CO-COURSE          PIC X(8).
           05 CO-TERM            PIC X(6).
           05 CO-CAPACITY        PIC 9(3).
           05 CO-PREREQS.
               10 CO-PREREQ      PIC X(8) OCCURS 3 TIMES.
           05 CO-INSTRUCTOR      PIC X(6).
           05 CO-EXAM-DATE       PIC X(8).
           05 CO-EXAM-SESSION    PIC X(1).
               88 CO-EXAM-MORNING         VALUE '1'.
               88 CO-EXAM-AFTERNOON       VALUE '2'.
               88 CO-EXAM-EVENING         VALUE '3'.
           05 CO-EXAM-ROOM       PIC X(6).
