      ******************************************************************
      * Copybook: OUTREACH
      * Purpose:  Shared OUTREACH-RECORD layout for the advisor
      *           outreach log (outreach.txt), one record per contact
      *           attempt entered through ADVISOR-OUTREACH (outreach):
      *           the student, the advisor who made the contact, the
      *           standing term the contact follows up, the contact
      *           date (YYYYMMDD), the outcome - (M)et or spoke with
      *           the student, (L)eft a message, (N)o response,
      *           (R)eferred to student support - and a short note.
      *           The advisor caseload run (advcase) shows the latest
      *           contact for the term against each student to call.
      * Modifications:
      ******************************************************************
       01 OUTREACH-RECORD.
           05 OR-STU-ID          PIC 9(10).
           05 OR-ADVISOR         PIC X(6).
           05 OR-TERM            PIC X(6).
           05 OR-DATE            PIC X(8).
           05 OR-OUTCOME         PIC X(1).
               88 OR-MET                  VALUE 'M'.
               88 OR-LEFT-MESSAGE         VALUE 'L'.
               88 OR-NO-RESPONSE          VALUE 'N'.
               88 OR-REFERRED             VALUE 'R'.
               88 OR-OUTCOME-VALID        VALUE 'M' 'L' 'N' 'R'.
           05 OR-NOTE            PIC X(40).
