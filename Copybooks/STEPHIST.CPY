      ******************************************************************
      * Copybook: STEPHIST
      * Purpose:  Shared STEP-HISTORY-RECORD layout for the permanent
      *           batch step history (stephist.txt). The driver
      *           appends one row for every job plan step it runs
      *           and every program run from the menu - steplog.txt
      *           is only the last plan's outcome, this file is never
      *           emptied - with the start and end date and time, the
      *           elapsed seconds, the return code, the records
      *           processed where the step reported a count on
      *           auditlog.txt, the operator (SCHEDULE for a plan, the
      *           signed-on operator for a menu run) and whether the
      *           step ran over its stepsla.txt threshold. A menu run
      *           is kept under the plan step name for the same
      *           program. lab06-68 reads it for the SLA trend.
      * Modifications:
      ******************************************************************
       01 STEP-HISTORY-RECORD.
           05 SH-STEP            PIC X(10).
           05 SH-START-DATE      PIC 9(8).
           05 SH-START-TIME      PIC 9(6).
           05 SH-END-DATE        PIC 9(8).
           05 SH-END-TIME        PIC 9(6).
           05 SH-ELAPSED         PIC 9(7).
           05 SH-RC              PIC 9(4).
           05 SH-OUTCOME         PIC X(12).
           05 SH-RECORDS         PIC 9(7).
           05 SH-RECORDS-FLAG    PIC X(1).
               88 SH-RECORDS-REPORTED      VALUE 'Y'.
           05 SH-OPERATOR        PIC X(8).
           05 SH-OVERRUN-FLAG    PIC X(1).
               88 SH-OVERRUN               VALUE 'Y'.
