      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly salary data access review for the payroll
      *          manager to sign off. Reads the salary data access
      *          log (salaccess.txt, layout ACCESSLG) that the
      *          lab06-21 inquiry, the lab06-6 stub print and the
      *          lab06-47 verification letters append to, sorts the
      *          chosen month's rows by operator, date and time, and
      *          prints each operator's accesses to accreview.txt.
      *          Three things are highlighted:
      *            OWN RECORD / COLLEAGUE - the operator looked at
      *              their own pay, or at someone in their own
      *              department. An operator is linked to their
      *              employee record on opemp.txt (operator ID,
      *              EMP-ID); an operator with no link cannot be
      *              checked and the report says so.
      *            AFTER HOURS - an access outside the business day
      *              (accparm.txt start and end HHMM, default 0700 to
      *              1900) or on a weekend or holidays.txt date.
      *            HIGH VOLUME - a day on which the operator made more
      *              accesses than the daily limit (accparm.txt,
      *              default 25).
      *          Job-plan stub runs (operator SCHEDULE) are counted
      *          but not flagged - no person looked at those stubs.
      *          The month is asked for (YYYYMM); blank, or a job-plan
      *          run, reviews last month. The report closes with a
      *          sign-off block. Return code 4 when anything was
      *          highlighted.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALARY-ACCESS-FILE ASSIGN TO "salaccess.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALARY-ACCESS-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01".
           SELECT SORTED-ACCESS-FILE ASSIGN TO "accsort.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SORTED-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME
               WITH DUPLICATES
           FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
           SELECT OP-EMP-FILE ASSIGN TO "opemp.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OP-EMP-STATUS.
           SELECT ACCESS-PARM-FILE ASSIGN TO "accparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCESS-PARM-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO "accreview.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVIEW-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "auditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OP-SESSION-FILE ASSIGN TO "opsession.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPSESSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SALARY-ACCESS-FILE.
       COPY ACCESSLG.
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SR-OPERATOR      PIC X(8).
           05 SR-DATE          PIC 9(8).
           05 SR-TIME          PIC 9(6).
           05 SR-PROGRAM       PIC X(8).
           05 SR-EMP-ID        PIC X(6).
           05 SR-ACTION        PIC X(8).
       FD SORTED-ACCESS-FILE.
       01 SORTED-ACCESS-RECORD.
           05 SX-OPERATOR      PIC X(8).
           05 SX-DATE          PIC 9(8).
           05 SX-TIME          PIC 9(6).
           05 SX-TIME-X REDEFINES SX-TIME.
               10 SX-HHMM      PIC 9(4).
               10 SX-SS        PIC 9(2).
           05 SX-PROGRAM       PIC X(8).
           05 SX-EMP-ID        PIC X(6).
           05 SX-ACTION        PIC X(8).
       FD EMPLOYEE-FILE.
       COPY EMPREC.
       FD OP-EMP-FILE.
       01 OP-EMP-RECORD.
           05 OE-OPERATOR      PIC X(8).
           05 OE-EMP-ID        PIC X(6).
       FD ACCESS-PARM-FILE.
       01 ACCESS-PARM-RECORD.
           05 AP-DAY-START     PIC 9(4).
           05 AP-DAY-END       PIC 9(4).
           05 AP-DAILY-LIMIT   PIC 9(3).
       FD REVIEW-REPORT-FILE.
       01 REVIEW-REPORT-RECORD PIC X(100).
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 AUD-DATE      PIC X(8).
           05 FILLER        PIC X(1).
           05 AUD-PROGRAM   PIC X(10).
           05 FILLER        PIC X(1).
           05 AUD-RECORDS   PIC 9(5).
           05 FILLER        PIC X(1).
           05 AUD-REJECTS   PIC 9(5).
           05 FILLER        PIC X(1).
           05 AUD-OUTCOME   PIC X(10).
           05 FILLER        PIC X(1).
           05 AUD-OPERATOR  PIC X(8).
       FD OP-SESSION-FILE.
       01 OP-SESSION-RECORD.
           05 OPS-OPERATOR PIC X(8).
       WORKING-STORAGE SECTION.
       COPY DATEREQ.
       01 WS-SALARY-ACCESS-STATUS PIC X(2).
       01 WS-SORTED-STATUS        PIC X(2).
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-OP-EMP-STATUS        PIC X(2).
       01 WS-ACCESS-PARM-STATUS   PIC X(2).
       01 WS-REVIEW-STATUS        PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-UNATTENDED-FLAG      PIC A(1)  VALUE 'N'.
           88 WS-UNATTENDED                 VALUE 'Y'.
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-EMPLOYEES-OPEN-FLAG  PIC A(1)  VALUE 'N'.
           88 WS-EMPLOYEES-OPEN             VALUE 'Y'.
       01 WS-RUN-RC               PIC 9(2)  VALUE ZERO.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-REVIEW-MONTH         PIC 9(6).
       01 WS-REVIEW-MONTH-X REDEFINES WS-REVIEW-MONTH PIC X(6).
       01 WS-REVIEW-MONTH-PARTS REDEFINES WS-REVIEW-MONTH.
           05 WS-RM-YEAR          PIC 9(4).
           05 WS-RM-MONTH         PIC 9(2).
       01 WS-MONTH-ENTRY          PIC X(6).
       01 WS-MONTH-ENTRY-PARTS REDEFINES WS-MONTH-ENTRY.
           05 WS-ME-YEAR          PIC X(4).
           05 WS-ME-MONTH         PIC X(2).
       01 WS-ACCESS-PARMS.
           05 WS-DAY-START        PIC 9(4)  VALUE 0700.
           05 WS-DAY-END          PIC 9(4)  VALUE 1900.
           05 WS-DAILY-LIMIT      PIC 9(3)  VALUE 25.
       01 WS-LINK-COUNT           PIC 9(3)  VALUE ZERO.
       01 WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-LK-IDX.
               10 WS-LK-OPERATOR  PIC X(8).
               10 WS-LK-EMP-ID    PIC X(6).
       01 WS-OPERATOR-FIELDS.
           05 WS-CURRENT-OPERATOR PIC X(8).
           05 WS-OP-EMP-ID        PIC X(6).
           05 WS-OP-DEPT          PIC X(10).
           05 WS-BATCH-FLAG       PIC A(1).
               88 WS-BATCH-OPERATOR        VALUE 'Y'.
           05 WS-OP-TOTAL         PIC 9(5).
           05 WS-OP-INQUIRIES     PIC 9(5).
           05 WS-OP-STUBS         PIC 9(5).
           05 WS-OP-LETTERS       PIC 9(5).
           05 WS-OP-FLAGGED       PIC 9(5).
           05 WS-OP-HIGH-DAYS     PIC 9(3).
       01 WS-DAY-FIELDS.
           05 WS-CURRENT-DATE     PIC 9(8).
           05 WS-DAY-COUNT        PIC 9(5).
           05 WS-BUSINESS-DAY-FLAG PIC A(1).
               88 WS-BUSINESS-DAY          VALUE 'Y'.
       01 WS-ACCESS-FIELDS.
           05 WS-VIEWED-DEPT      PIC X(10).
           05 WS-FLAG-TEXT        PIC X(40).
           05 WS-FLAG-PTR         PIC 9(3).
           05 WS-FLAGGED-FLAG     PIC A(1).
               88 WS-ACCESS-FLAGGED        VALUE 'Y'.
       01 WS-TOTALS.
           05 WS-LOG-ROWS         PIC 9(7)  VALUE ZERO.
           05 WS-MONTH-ROWS       PIC 9(5)  VALUE ZERO.
           05 WS-OPERATOR-COUNT   PIC 9(3)  VALUE ZERO.
           05 WS-BATCH-ROWS       PIC 9(5)  VALUE ZERO.
           05 WS-FLAGGED-TOTAL    PIC 9(5)  VALUE ZERO.
           05 WS-OWN-TOTAL        PIC 9(5)  VALUE ZERO.
           05 WS-COLLEAGUE-TOTAL  PIC 9(5)  VALUE ZERO.
           05 WS-AFTER-HOURS-TOTAL PIC 9(5) VALUE ZERO.
           05 WS-HIGH-DAYS-TOTAL  PIC 9(3)  VALUE ZERO.
           05 WS-UNLINKED-COUNT   PIC 9(3)  VALUE ZERO.
       01 WS-REPORT-LINES.
           05 WS-RV-TITLE.
               10 FILLER          PIC X(34) VALUE
                   "SALARY DATA ACCESS REVIEW - MONTH ".
               10 RVT-MONTH       PIC X(6).
               10 FILLER          PIC X(10) VALUE " - RUN ON ".
               10 RVT-RUN-DATE    PIC 9(8).
               10 FILLER          PIC X(4)  VALUE " BY ".
               10 RVT-OPERATOR    PIC X(8).
           05 WS-RV-PARM-LINE.
               10 FILLER          PIC X(15) VALUE "BUSINESS HOURS ".
               10 RVP-START       PIC 9(4).
               10 FILLER          PIC X(1)  VALUE "-".
               10 RVP-END         PIC 9(4).
               10 FILLER          PIC X(34) VALUE
                   " ON BUSINESS DAYS    DAILY LIMIT ".
               10 RVP-LIMIT       PIC ZZ9.
           05 WS-RV-RULE.
               10 FILLER          PIC X(100) VALUE ALL "-".
           05 WS-RV-BLANK         PIC X(100) VALUE SPACES.
           05 WS-RV-OPERATOR-LINE.
               10 FILLER          PIC X(10) VALUE "OPERATOR  ".
               10 RVO-OPERATOR    PIC X(8).
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 RVO-TEXT        PIC X(80).
           05 WS-RV-DETAIL-LINE.
               10 FILLER          PIC X(4)  VALUE SPACES.
               10 RVD-DATE        PIC 9(8).
               10 FILLER          PIC X(1)  VALUE SPACE.
               10 RVD-TIME        PIC 99B99B99.
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 RVD-PROGRAM     PIC X(8).
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 RVD-ACTION      PIC X(8).
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 RVD-EMP-ID      PIC X(6).
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 RVD-DEPT        PIC X(10).
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 RVD-FLAGS       PIC X(37).
           05 WS-RV-HIGH-LINE.
               10 FILLER          PIC X(4)  VALUE SPACES.
               10 RVH-DATE        PIC 9(8).
               10 FILLER          PIC X(26) VALUE
                   "  HIGH VOLUME - ACCESSES: ".
               10 RVH-COUNT       PIC ZZZZ9.
               10 FILLER          PIC X(16) VALUE
                   "  DAILY LIMIT: ".
               10 RVH-LIMIT       PIC ZZ9.
           05 WS-RV-OP-TOTAL-LINE.
               10 FILLER          PIC X(10) VALUE "  TOTAL ".
               10 RVS-TOTAL       PIC ZZZZ9.
               10 FILLER          PIC X(11) VALUE "  INQUIRY ".
               10 RVS-INQUIRIES   PIC ZZZZ9.
               10 FILLER          PIC X(8)  VALUE "  STUB ".
               10 RVS-STUBS       PIC ZZZZ9.
               10 FILLER          PIC X(10) VALUE "  LETTER ".
               10 RVS-LETTERS     PIC ZZZZ9.
               10 FILLER          PIC X(11) VALUE "  FLAGGED ".
               10 RVS-FLAGGED     PIC ZZZZ9.
               10 FILLER          PIC X(20) VALUE
                   "  HIGH-VOLUME DAYS ".
               10 RVS-HIGH-DAYS   PIC ZZ9.
           05 WS-RV-SUMMARY-LINE.
               10 RVM-LABEL       PIC X(40).
               10 RVM-COUNT       PIC ZZZZZZ9.
           05 WS-RV-SIGN-LINE.
               10 FILLER          PIC X(32) VALUE
                   "REVIEWED BY (PAYROLL MANAGER): ".
               10 FILLER          PIC X(26) VALUE ALL "_".
               10 FILLER          PIC X(9)  VALUE "   DATE: ".
               10 FILLER          PIC X(12) VALUE ALL "_".
           05 WS-RV-SIGNATURE-LINE.
               10 FILLER          PIC X(32) VALUE "SIGNATURE:".
               10 FILLER          PIC X(26) VALUE ALL "_".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            IF WS-SESSION-OPERATOR = "SCHEDULE"
                SET WS-UNATTENDED TO TRUE
            END-IF.
            ACCEPT WS-TODAY-RAW FROM DATE.
            COMPUTE WS-TODAY =
                20000000 + (WS-TODAY-YY * 10000)
                    + (WS-TODAY-MM * 100) + WS-TODAY-DD.
            MOVE "ACCREVW" TO WS-AUDIT-PROGRAM.
            MOVE ZERO      TO WS-AUDIT-COUNT WS-AUDIT-REJECTS.
            PERFORM SET-REVIEW-MONTH.
            PERFORM LOAD-ACCESS-PARM.
            PERFORM LOAD-OPERATOR-LINKS.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS = "00"
                SET WS-EMPLOYEES-OPEN TO TRUE
            ELSE
                DISPLAY "Unable to open employees.txt - status "
                    WS-EMPLOYEE-FILE-STATUS " - departments unknown, "
                    "colleague lookups not checked."
            END-IF.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-OPERATOR SR-DATE SR-TIME
                INPUT PROCEDURE IS FEED-SORT-ACCESS
                GIVING SORTED-ACCESS-FILE.
            OPEN OUTPUT REVIEW-REPORT-FILE.
            IF WS-REVIEW-STATUS NOT = "00"
                DISPLAY "Unable to open accreview.txt - status "
                    WS-REVIEW-STATUS
                MOVE "FAILED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-REVIEW-MONTH-X   TO RVT-MONTH.
            MOVE WS-TODAY            TO RVT-RUN-DATE.
            MOVE WS-SESSION-OPERATOR TO RVT-OPERATOR.
            MOVE WS-DAY-START        TO RVP-START.
            MOVE WS-DAY-END          TO RVP-END.
            MOVE WS-DAILY-LIMIT      TO RVP-LIMIT.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-TITLE.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-PARM-LINE.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-RULE.
            PERFORM REVIEW-SORTED-ACCESS.
            PERFORM WRITE-REVIEW-SUMMARY.
            CLOSE REVIEW-REPORT-FILE.
            IF WS-EMPLOYEES-OPEN
                CLOSE EMPLOYEE-FILE
            END-IF.
            DISPLAY "Salary data access review for " WS-REVIEW-MONTH-X
                ": " WS-MONTH-ROWS " access(es), " WS-FLAGGED-TOTAL
                " flagged, " WS-HIGH-DAYS-TOTAL
                " high-volume day(s) - see accreview.txt.".
            IF (WS-FLAGGED-TOTAL > ZERO OR WS-HIGH-DAYS-TOTAL > ZERO)
                    AND WS-RUN-RC < 4
                MOVE 4 TO WS-RUN-RC
            END-IF.
            MOVE WS-MONTH-ROWS    TO WS-AUDIT-COUNT.
            MOVE WS-FLAGGED-TOTAL TO WS-AUDIT-REJECTS.
            MOVE "REVIEWED"       TO WS-AUDIT-OUTCOME.
            PERFORM WRITE-AUDIT-LOG.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       SET-REVIEW-MONTH.
      * last month unless the console names another one.
            COMPUTE WS-RM-YEAR = 2000 + WS-TODAY-YY.
            MOVE WS-TODAY-MM TO WS-RM-MONTH.
            IF WS-RM-MONTH = 1
                MOVE 12 TO WS-RM-MONTH
                SUBTRACT 1 FROM WS-RM-YEAR
            ELSE
                SUBTRACT 1 FROM WS-RM-MONTH
            END-IF.
            IF NOT WS-UNATTENDED
                DISPLAY "Month to review, YYYYMM (blank = "
                    WS-REVIEW-MONTH-X "): "
                ACCEPT WS-MONTH-ENTRY
                IF WS-MONTH-ENTRY NOT = SPACES
                    IF WS-MONTH-ENTRY IS NUMERIC
                            AND WS-ME-MONTH >= "01"
                            AND WS-ME-MONTH <= "12"
                        MOVE WS-MONTH-ENTRY TO WS-REVIEW-MONTH-X
                    ELSE
                        DISPLAY "Not a YYYYMM month - reviewing "
                            WS-REVIEW-MONTH-X "."
                    END-IF
                END-IF
            END-IF.
       LOAD-ACCESS-PARM.
            OPEN INPUT ACCESS-PARM-FILE.
            IF WS-ACCESS-PARM-STATUS = "00"
                READ ACCESS-PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF AP-DAY-START IS NUMERIC
                                AND AP-DAY-END IS NUMERIC
                                AND AP-DAY-START < AP-DAY-END
                                AND AP-DAY-END <= 2400
                            MOVE AP-DAY-START TO WS-DAY-START
                            MOVE AP-DAY-END   TO WS-DAY-END
                        END-IF
                        IF AP-DAILY-LIMIT IS NUMERIC
                                AND AP-DAILY-LIMIT > ZERO
                            MOVE AP-DAILY-LIMIT TO WS-DAILY-LIMIT
                        END-IF
                END-READ
                CLOSE ACCESS-PARM-FILE
            ELSE
                DISPLAY "accparm.txt not found - business hours 0700 "
                    "to 1900, 25 accesses a day."
            END-IF.
       LOAD-OPERATOR-LINKS.
            OPEN INPUT OP-EMP-FILE.
            IF WS-OP-EMP-STATUS = "00"
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ OP-EMP-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF OE-OPERATOR NOT = SPACES
                                    AND WS-LINK-COUNT < 100
                                ADD 1 TO WS-LINK-COUNT
                                MOVE OE-OPERATOR
                                    TO WS-LK-OPERATOR(WS-LINK-COUNT)
                                MOVE OE-EMP-ID
                                    TO WS-LK-EMP-ID(WS-LINK-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OP-EMP-FILE
            ELSE
                DISPLAY "opemp.txt not found - no operator is linked "
                    "to an employee, own-record and colleague "
                    "lookups not checked."
            END-IF.
       FEED-SORT-ACCESS.
      * only the month under review reaches the sort.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT SALARY-ACCESS-FILE.
            IF WS-SALARY-ACCESS-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ SALARY-ACCESS-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            ADD 1 TO WS-LOG-ROWS
                            IF SA-DATE(1:6) = WS-REVIEW-MONTH-X
                                ADD 1 TO WS-MONTH-ROWS
                                MOVE SA-OPERATOR TO SR-OPERATOR
                                MOVE SA-DATE     TO SR-DATE
                                MOVE SA-TIME     TO SR-TIME
                                MOVE SA-PROGRAM  TO SR-PROGRAM
                                MOVE SA-EMP-ID   TO SR-EMP-ID
                                MOVE SA-ACTION   TO SR-ACTION
                                RELEASE SORT-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SALARY-ACCESS-FILE
            ELSE
                DISPLAY "salaccess.txt not found - no salary data "
                    "access has been logged."
            END-IF.
       REVIEW-SORTED-ACCESS.
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE HIGH-VALUES TO WS-CURRENT-OPERATOR.
            OPEN INPUT SORTED-ACCESS-FILE.
            IF WS-SORTED-STATUS NOT = "00"
                DISPLAY "Unable to read accsort.tmp - status "
                    WS-SORTED-STATUS
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ SORTED-ACCESS-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM REVIEW-ONE-ACCESS
                                THRU REVIEW-ONE-ACCESS-EXIT
                    END-READ
                END-PERFORM
                IF WS-CURRENT-OPERATOR NOT = HIGH-VALUES
                    PERFORM FINISH-OPERATOR
                END-IF
                CLOSE SORTED-ACCESS-FILE
            END-IF.
       REVIEW-ONE-ACCESS.
            IF SX-OPERATOR NOT = WS-CURRENT-OPERATOR
                IF WS-CURRENT-OPERATOR NOT = HIGH-VALUES
                    PERFORM FINISH-OPERATOR
                END-IF
                PERFORM START-OPERATOR
            END-IF.
            IF SX-DATE NOT = WS-CURRENT-DATE
                IF WS-CURRENT-DATE NOT = ZERO
                    PERFORM FINISH-DAY
                END-IF
                PERFORM START-DAY
            END-IF.
            ADD 1 TO WS-OP-TOTAL.
            ADD 1 TO WS-DAY-COUNT.
            EVALUATE SX-ACTION
                WHEN "INQUIRY"
                    ADD 1 TO WS-OP-INQUIRIES
                WHEN "STUB"
                    ADD 1 TO WS-OP-STUBS
                WHEN "LETTER"
                    ADD 1 TO WS-OP-LETTERS
            END-EVALUATE.
            IF WS-BATCH-OPERATOR
                ADD 1 TO WS-BATCH-ROWS
                GO TO REVIEW-ONE-ACCESS-EXIT
            END-IF.
            MOVE SPACES TO WS-FLAG-TEXT.
            MOVE 1      TO WS-FLAG-PTR.
            MOVE 'N'    TO WS-FLAGGED-FLAG.
            PERFORM FIND-VIEWED-DEPT.
            IF WS-OP-EMP-ID NOT = SPACES
                    AND SX-EMP-ID = WS-OP-EMP-ID
                STRING "OWN RECORD " DELIMITED BY SIZE
                    INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
                SET WS-ACCESS-FLAGGED TO TRUE
                ADD 1 TO WS-OWN-TOTAL
            ELSE
                IF WS-OP-DEPT NOT = SPACES
                        AND WS-VIEWED-DEPT = WS-OP-DEPT
                    STRING "COLLEAGUE " DELIMITED BY SIZE
                        INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
                    SET WS-ACCESS-FLAGGED TO TRUE
                    ADD 1 TO WS-COLLEAGUE-TOTAL
                END-IF
            END-IF.
            IF NOT WS-BUSINESS-DAY
                    OR SX-HHMM < WS-DAY-START
                    OR SX-HHMM >= WS-DAY-END
                STRING "AFTER HOURS " DELIMITED BY SIZE
                    INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
                SET WS-ACCESS-FLAGGED TO TRUE
                ADD 1 TO WS-AFTER-HOURS-TOTAL
            END-IF.
            IF NOT WS-ACCESS-FLAGGED
                GO TO REVIEW-ONE-ACCESS-EXIT
            END-IF.
            ADD 1 TO WS-OP-FLAGGED.
            ADD 1 TO WS-FLAGGED-TOTAL.
            MOVE SX-DATE        TO RVD-DATE.
            MOVE SX-TIME        TO RVD-TIME.
            MOVE SX-PROGRAM     TO RVD-PROGRAM.
            MOVE SX-ACTION      TO RVD-ACTION.
            MOVE SX-EMP-ID      TO RVD-EMP-ID.
            MOVE WS-VIEWED-DEPT TO RVD-DEPT.
            MOVE WS-FLAG-TEXT   TO RVD-FLAGS.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-DETAIL-LINE.
       REVIEW-ONE-ACCESS-EXIT.
            EXIT.
       START-OPERATOR.
            MOVE SX-OPERATOR TO WS-CURRENT-OPERATOR.
            ADD 1 TO WS-OPERATOR-COUNT.
            MOVE ZERO TO WS-OP-TOTAL WS-OP-INQUIRIES WS-OP-STUBS
                WS-OP-LETTERS WS-OP-FLAGGED WS-OP-HIGH-DAYS.
            MOVE ZERO   TO WS-CURRENT-DATE.
            MOVE SPACES TO WS-OP-EMP-ID WS-OP-DEPT RVO-TEXT.
            MOVE 'N'    TO WS-BATCH-FLAG.
            MOVE SX-OPERATOR TO RVO-OPERATOR.
            IF SX-OPERATOR = "SCHEDULE"
                SET WS-BATCH-OPERATOR TO TRUE
                MOVE "JOB-PLAN RUNS - COUNTED, NOT REVIEWED"
                    TO RVO-TEXT
            ELSE
                PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                        UNTIL WS-LK-IDX > WS-LINK-COUNT
                    IF WS-LK-OPERATOR(WS-LK-IDX) = SX-OPERATOR
                        MOVE WS-LK-EMP-ID(WS-LK-IDX) TO WS-OP-EMP-ID
                        SET WS-LK-IDX TO WS-LINK-COUNT
                    END-IF
                END-PERFORM
                IF WS-OP-EMP-ID = SPACES
                    ADD 1 TO WS-UNLINKED-COUNT
                    MOVE "NOT LINKED ON opemp.txt - OWN RECORD AND "
                        TO RVO-TEXT
                    MOVE "COLLEAGUE NOT CHECKED" TO RVO-TEXT(42:21)
                ELSE
                    IF WS-EMPLOYEES-OPEN
                        MOVE WS-OP-EMP-ID TO EMP-ID
                        READ EMPLOYEE-FILE
                            KEY IS EMP-ID
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE EMP-DEP TO WS-OP-DEPT
                        END-READ
                    END-IF
                    STRING "EMPLOYEE " WS-OP-EMP-ID "  DEPT "
                        DELIMITED BY SIZE
                        INTO RVO-TEXT
                    IF WS-OP-DEPT = SPACES
                        MOVE "(NOT ON THE MASTER)" TO RVO-TEXT(23:19)
                    ELSE
                        MOVE WS-OP-DEPT TO RVO-TEXT(23:10)
                    END-IF
                END-IF
            END-IF.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-OPERATOR-LINE.
       FINISH-OPERATOR.
            IF WS-CURRENT-DATE NOT = ZERO
                PERFORM FINISH-DAY
            END-IF.
            MOVE WS-OP-TOTAL     TO RVS-TOTAL.
            MOVE WS-OP-INQUIRIES TO RVS-INQUIRIES.
            MOVE WS-OP-STUBS     TO RVS-STUBS.
            MOVE WS-OP-LETTERS   TO RVS-LETTERS.
            MOVE WS-OP-FLAGGED   TO RVS-FLAGGED.
            MOVE WS-OP-HIGH-DAYS TO RVS-HIGH-DAYS.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-OP-TOTAL-LINE.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-BLANK.
       START-DAY.
            MOVE SX-DATE TO WS-CURRENT-DATE.
            MOVE ZERO    TO WS-DAY-COUNT.
            MOVE "BDAY"  TO DS-FUNCTION.
            MOVE SX-DATE TO DS-DATE-1.
            MOVE ZERO    TO DS-DATE-2.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS = 'Y' AND DS-RESULT = 1
                SET WS-BUSINESS-DAY TO TRUE
            ELSE
                MOVE 'N' TO WS-BUSINESS-DAY-FLAG
            END-IF.
       FINISH-DAY.
            IF NOT WS-BATCH-OPERATOR
                    AND WS-DAY-COUNT > WS-DAILY-LIMIT
                MOVE WS-CURRENT-DATE TO RVH-DATE
                MOVE WS-DAY-COUNT    TO RVH-COUNT
                MOVE WS-DAILY-LIMIT  TO RVH-LIMIT
                WRITE REVIEW-REPORT-RECORD FROM WS-RV-HIGH-LINE
                ADD 1 TO WS-OP-HIGH-DAYS
                ADD 1 TO WS-HIGH-DAYS-TOTAL
            END-IF.
       FIND-VIEWED-DEPT.
            MOVE "?" TO WS-VIEWED-DEPT.
            IF WS-EMPLOYEES-OPEN
                MOVE SX-EMP-ID TO EMP-ID
                READ EMPLOYEE-FILE
                    KEY IS EMP-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE EMP-DEP TO WS-VIEWED-DEPT
                END-READ
            END-IF.
       WRITE-REVIEW-SUMMARY.
            IF WS-MONTH-ROWS = ZERO
                MOVE "NO SALARY DATA ACCESS LOGGED FOR THE MONTH"
                    TO REVIEW-REPORT-RECORD
                WRITE REVIEW-REPORT-RECORD
                WRITE REVIEW-REPORT-RECORD FROM WS-RV-BLANK
            END-IF.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-RULE.
            MOVE "ACCESSES IN THE MONTH"        TO RVM-LABEL.
            MOVE WS-MONTH-ROWS                  TO RVM-COUNT.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-SUMMARY-LINE.
            MOVE "  OF WHICH JOB-PLAN STUB RUNS" TO RVM-LABEL.
            MOVE WS-BATCH-ROWS                  TO RVM-COUNT.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-SUMMARY-LINE.
            MOVE "OPERATORS"                    TO RVM-LABEL.
            MOVE WS-OPERATOR-COUNT              TO RVM-COUNT.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-SUMMARY-LINE.
            MOVE "  OF WHICH NOT LINKED ON opemp.txt" TO RVM-LABEL.
            MOVE WS-UNLINKED-COUNT              TO RVM-COUNT.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-SUMMARY-LINE.
            MOVE "ACCESSES FLAGGED"             TO RVM-LABEL.
            MOVE WS-FLAGGED-TOTAL               TO RVM-COUNT.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-SUMMARY-LINE.
            MOVE "  OWN RECORD"                 TO RVM-LABEL.
            MOVE WS-OWN-TOTAL                   TO RVM-COUNT.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-SUMMARY-LINE.
            MOVE "  COLLEAGUE"                  TO RVM-LABEL.
            MOVE WS-COLLEAGUE-TOTAL             TO RVM-COUNT.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-SUMMARY-LINE.
            MOVE "  AFTER HOURS"                TO RVM-LABEL.
            MOVE WS-AFTER-HOURS-TOTAL           TO RVM-COUNT.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-SUMMARY-LINE.
            MOVE "HIGH-VOLUME OPERATOR DAYS"    TO RVM-LABEL.
            MOVE WS-HIGH-DAYS-TOTAL             TO RVM-COUNT.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-SUMMARY-LINE.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-BLANK.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-SIGN-LINE.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-BLANK.
            WRITE REVIEW-REPORT-RECORD FROM WS-RV-SIGNATURE-LINE.
       WRITE-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-LOG-FILE
            END-IF.
            IF WS-AUDIT-STATUS = "00"
                MOVE SPACES TO AUDIT-LOG-RECORD
                MOVE WS-TODAY-YY TO AUD-DATE(1:2)
                MOVE WS-TODAY-MM TO AUD-DATE(3:2)
                MOVE WS-TODAY-DD TO AUD-DATE(5:2)
                MOVE SPACES      TO AUD-DATE(7:2)
                MOVE WS-AUDIT-PROGRAM TO AUD-PROGRAM
                MOVE WS-AUDIT-COUNT   TO AUD-RECORDS
                MOVE WS-AUDIT-REJECTS TO AUD-REJECTS
                MOVE WS-AUDIT-OUTCOME TO AUD-OUTCOME
                MOVE WS-SESSION-OPERATOR TO AUD-OPERATOR
                WRITE AUDIT-LOG-RECORD
                CLOSE AUDIT-LOG-FILE
            ELSE
                DISPLAY "Unable to open auditlog.txt - status "
                    WS-AUDIT-STATUS " - " WS-AUDIT-PROGRAM
                    " not logged."
            END-IF.
       LOAD-OP-SESSION.
            OPEN INPUT OP-SESSION-FILE.
            IF WS-OPSESSION-STATUS = "00"
                READ OP-SESSION-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE OPS-OPERATOR TO WS-SESSION-OPERATOR
                END-READ
                CLOSE OP-SESSION-FILE
            END-IF.
       END PROGRAM ACCESS-REVIEW.
