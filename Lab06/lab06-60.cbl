      ******************************************************************
      * Author:
      * Date:
      * Purpose: Performance appraisals and the merit worksheet. The
      *          appraisal file (appraisal.txt) holds one record per
      *          employee and review cycle - the calendar year the
      *          review falls due in - with the due date (the hire
      *          anniversary in that year, computed from
      *          EMP-HIRE-DATE), the date the review was held, the
      *          reviewer and the rating (1 unsatisfactory to 5
      *          outstanding). (E)nter lets an update-role operator
      *          record or correct the review of an active employee
      *          for the working cycle; (H)istory shows an employee's
      *          reviews; (C)ycle changes the working cycle (the
      *          current year to start with). (R)eports writes three
      *          reports for the working cycle, each by department:
      *          revoverdue.txt, the active employees whose review
      *          date has passed with no review held, and how many
      *          days overdue; ratingdist.txt, the count and share of
      *          each rating per department for calibration; and
      *          meritwks.txt, the merit worksheet - each active
      *          employee's salary, rating, comp-ratio (salary over
      *          the grade midpoint on gradesal.txt) and the increase
      *          the rating-by-comp-ratio matrix (meritmatrix.txt)
      *          suggests, with a column for the manager to mark up
      *          before the raises are keyed. A job-plan run
      *          (opsession.txt = SCHEDULE) writes the reports and
      *          nothing else. Return code 4 when reviews are
      *          overdue, 16 when a report cannot be written.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRAISAL-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME
               WITH DUPLICATES
           FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
           SELECT APPRAISAL-FILE ASSIGN TO "appraisal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPRAISAL-STATUS.
           SELECT GRADE-MASTER-FILE ASSIGN TO "gradesal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRADE-MASTER-STATUS.
           SELECT MERIT-MATRIX-FILE ASSIGN TO "meritmatrix.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATRIX-STATUS.
           SELECT OVERDUE-REPORT-FILE ASSIGN TO "revoverdue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVERDUE-STATUS.
           SELECT DISTRIBUTION-REPORT-FILE ASSIGN TO "ratingdist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISTRIB-STATUS.
           SELECT MERIT-REPORT-FILE ASSIGN TO "meritwks.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MERIT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "auditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OP-SESSION-FILE ASSIGN TO "opsession.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPSESSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       COPY EMPREC.
       FD APPRAISAL-FILE.
       COPY APPRAISE.
       FD GRADE-MASTER-FILE.
       01 GRADE-MASTER-RECORD.
           05 SG-GRADE     PIC X(2).
           05 SG-MIN       PIC 9(8)V99.
           05 SG-MID       PIC 9(8)V99.
           05 SG-MAX       PIC 9(8)V99.
       FD MERIT-MATRIX-FILE.
       01 MERIT-MATRIX-RECORD.
           05 MX-RATING    PIC X(1).
           05 MX-CR-FROM   PIC 9V99.
           05 MX-CR-TO     PIC 9V99.
           05 MX-PCT       PIC 9(2)V99.
       FD OVERDUE-REPORT-FILE.
       01 OVERDUE-REPORT-RECORD     PIC X(100).
       FD DISTRIBUTION-REPORT-FILE.
       01 DISTRIBUTION-REPORT-RECORD PIC X(100).
       FD MERIT-REPORT-FILE.
       01 MERIT-REPORT-RECORD       PIC X(110).
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OP-ID        PIC X(8).
           05 OP-CODE      PIC X(6).
           05 OP-ROLE      PIC X(1).
           05 OP-CODE-DATE PIC X(8).
           05 OP-FAILS     PIC X(1).
           05 OP-LOCKED    PIC X(1).
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 AUD-DATE      PIC X(8).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-PROGRAM   PIC X(10).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-RECORDS   PIC 9(5).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-REJECTS   PIC 9(5).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-OUTCOME   PIC X(10).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-OPERATOR  PIC X(8).
       FD OP-SESSION-FILE.
       01 OP-SESSION-RECORD.
           05 OPS-OPERATOR PIC X(8).
       WORKING-STORAGE SECTION.
       COPY DATEREQ.
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-APPRAISAL-STATUS     PIC X(2).
       01 WS-GRADE-MASTER-STATUS  PIC X(2).
       01 WS-MATRIX-STATUS        PIC X(2).
       01 WS-OVERDUE-STATUS       PIC X(2).
       01 WS-DISTRIB-STATUS       PIC X(2).
       01 WS-MERIT-STATUS         PIC X(2).
       01 WS-OPERATOR-STATUS      PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-UNATTENDED-FLAG      PIC A(1)  VALUE 'N'.
           88 WS-UNATTENDED                 VALUE 'Y'.
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-ACTION               PIC X(1).
       01 WS-DONE-FLAG            PIC X(1)  VALUE 'N'.
           88 WS-DONE                       VALUE 'Y'.
       01 WS-RUN-RC               PIC 9(2)  VALUE ZERO.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-CYCLE                PIC X(4).
       01 WS-CYCLE-N REDEFINES WS-CYCLE PIC 9(4).
       01 WS-DUE-DATE             PIC 9(8).
       01 WS-DUE-MMDD             PIC 9(4).
       01 WS-GRADE-COUNT          PIC 9(2)  VALUE ZERO.
       01 WS-GRADE-TABLE.
           05 WS-GRADE-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-GR-IDX.
               10 WS-GR-GRADE      PIC X(2).
               10 WS-GR-MID        PIC 9(8)V99.
       01 WS-MATRIX-COUNT         PIC 9(2)  VALUE ZERO.
       01 WS-MATRIX-TABLE.
           05 WS-MATRIX-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-MX-IDX.
               10 WS-MX-RATING     PIC X(1).
               10 WS-MX-CR-FROM    PIC 9V99.
               10 WS-MX-CR-TO      PIC 9V99.
               10 WS-MX-PCT        PIC 9(2)V99.
       01 WS-APPRAISAL-COUNT      PIC 9(4)  VALUE ZERO.
       01 WS-APPRAISAL-TABLE.
           05 WS-APPRAISAL-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-AP-IDX.
               10 WS-AP-RECORD     PIC X(63).
       01 WS-APPRAISAL-SLOT       PIC 9(4)  VALUE ZERO.
       01 WS-EMP-COUNT            PIC 9(4)  VALUE ZERO.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-EM-IDX WS-EM-SCAN.
               10 WS-EM-SORT-KEY.
                   15 WS-EM-DEP        PIC X(10).
                   15 WS-EM-EMP-ID     PIC X(6).
               10 WS-EM-NAME       PIC X(39).
               10 WS-EM-GRADE      PIC X(2).
               10 WS-EM-SALARY     PIC 9(8)V99.
               10 WS-EM-HIRE-DATE  PIC 9(8).
               10 WS-EM-DUE-DATE   PIC 9(8).
               10 WS-EM-REVIEWED   PIC 9(8).
               10 WS-EM-RATING     PIC X(1).
               10 WS-EM-LAST-DATE  PIC 9(8).
               10 WS-EM-LAST-RATING PIC X(1).
       01 WS-SWAP-ENTRY           PIC X(101).
       01 WS-ENTRY-FIELDS.
           05 WS-IN-EMP-ID        PIC X(6).
           05 WS-IN-DATE-X        PIC X(8).
           05 WS-IN-DATE REDEFINES WS-IN-DATE-X PIC 9(8).
           05 WS-IN-REVIEWER      PIC X(20).
           05 WS-IN-RATING        PIC X(1).
               88 WS-IN-RATING-VALID        VALUE '1' THRU '5'.
           05 WS-IN-CYCLE         PIC X(4).
           05 WS-CONFIRM-ANSWER   PIC X(1).
           05 WS-EMP-ON-FILE-FLAG PIC X(1).
               88 WS-EMP-ON-FILE            VALUE 'Y'.
           05 WS-UPDATE-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-HISTORY-COUNT    PIC 9(4).
           05 WS-OP-ROLE-FOUND    PIC X(1).
           05 WS-OP-EOF-FLAG      PIC A(1).
               88 WS-OP-EOF                VALUE 'Y'.
       01 WS-MERIT-FIELDS.
           05 WS-MID              PIC 9(8)V99.
           05 WS-COMP-RATIO       PIC 9(2)V99.
           05 WS-SUGGEST-PCT      PIC 9(2)V99.
           05 WS-SUGGEST-AMOUNT   PIC 9(8)V99.
           05 WS-NEW-SALARY       PIC 9(9)V99.
           05 WS-SUGGEST-FLAG     PIC X(1).
               88 WS-SUGGESTION-MADE        VALUE 'Y'.
           05 WS-MERIT-NOTE       PIC X(10).
       01 WS-REPORT-FIELDS.
           05 WS-PREV-DEP         PIC X(10).
           05 WS-DAYS-OVERDUE     PIC S9(5).
           05 WS-DEPT-OVERDUE     PIC 9(5).
           05 WS-TOTAL-OVERDUE    PIC 9(5)  VALUE ZERO.
           05 WS-DEPT-SALARY      PIC 9(11)V99.
           05 WS-DEPT-INCREASE    PIC 9(11)V99.
           05 WS-TOTAL-SALARY     PIC 9(11)V99.
           05 WS-TOTAL-INCREASE   PIC 9(11)V99.
           05 WS-INCREASE-PCT     PIC 9(3)V99.
           05 WS-RATING-SUB       PIC 9(1).
           05 WS-RATED-COUNT      PIC 9(5).
           05 WS-SHARE-PCT        PIC 9(3).
       01 WS-DIST-COUNTS.
           05 WS-DEPT-DIST.
               10 WS-DD-RATING OCCURS 5 TIMES PIC 9(5).
               10 WS-DD-NONE              PIC 9(5).
           05 WS-TOTAL-DIST.
               10 WS-TD-RATING OCCURS 5 TIMES PIC 9(5).
               10 WS-TD-NONE              PIC 9(5).
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-HISTORY-LINES.
           05 WS-HISTORY-HEADER.
               10 FILLER PIC X(6)  VALUE "CYCLE".
               10 FILLER PIC X(9)  VALUE "DUE".
               10 FILLER PIC X(9)  VALUE "REVIEWED".
               10 FILLER PIC X(21) VALUE "REVIEWER".
               10 FILLER PIC X(7)  VALUE "RATING".
               10 FILLER PIC X(8)  VALUE "BY".
           05 WS-HISTORY-LINE.
               10 HSL-CYCLE        PIC X(4).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 HSL-DUE          PIC 9(8).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 HSL-REVIEWED     PIC 9(8).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 HSL-REVIEWER     PIC X(20).
               10 FILLER           PIC X(3)  VALUE SPACE.
               10 HSL-RATING       PIC X(1).
               10 FILLER           PIC X(5)  VALUE SPACE.
               10 HSL-BY           PIC X(8).
       01 WS-OVERDUE-LINES.
           05 WS-OVD-TITLE.
               10 FILLER           PIC X(20) VALUE SPACE.
               10 FILLER           PIC X(26) VALUE
                   "REVIEWS OVERDUE - CYCLE ".
               10 OVT-CYCLE        PIC X(4).
               10 FILLER           PIC X(10) VALUE " - AS OF ".
               10 OVT-DATE         PIC 9(8).
           05 WS-OVD-RULE.
               10 FILLER PIC X(100) VALUE ALL "-".
           05 WS-OVD-COLUMNS.
               10 FILLER PIC X(7)  VALUE "EMP".
               10 FILLER PIC X(31) VALUE "NAME".
               10 FILLER PIC X(9)  VALUE "HIRED".
               10 FILLER PIC X(9)  VALUE "DUE".
               10 FILLER PIC X(7)  VALUE "  DAYS".
               10 FILLER PIC X(13) VALUE "LAST REVIEW".
               10 FILLER PIC X(6)  VALUE "RATING".
           05 WS-OVD-DEPT-HEADING.
               10 FILLER           PIC X(12) VALUE "Department: ".
               10 OVH-DEP          PIC X(10).
           05 WS-OVD-LINE.
               10 OVL-EMP-ID       PIC X(6).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 OVL-NAME         PIC X(30).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 OVL-HIRED        PIC 9(8).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 OVL-DUE          PIC 9(8).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 OVL-DAYS         PIC ZZZZ9.
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 OVL-LAST         PIC X(8).
               10 FILLER           PIC X(5)  VALUE SPACE.
               10 OVL-RATING       PIC X(1).
           05 WS-OVD-DEPT-FOOTING.
               10 FILLER           PIC X(7)  VALUE SPACE.
               10 FILLER           PIC X(11) VALUE "Overdue in ".
               10 OVF-DEP          PIC X(10).
               10 FILLER           PIC X(2)  VALUE ": ".
               10 OVF-COUNT        PIC ZZ,ZZ9.
           05 WS-OVD-FOOTING.
               10 FILLER           PIC X(7)  VALUE SPACE.
               10 FILLER           PIC X(23) VALUE
                   "Overdue, all depts   : ".
               10 OVR-COUNT        PIC ZZ,ZZ9.
       01 WS-DISTRIB-LINES.
           05 WS-DST-TITLE.
               10 FILLER           PIC X(20) VALUE SPACE.
               10 FILLER           PIC X(35) VALUE
                   "RATING DISTRIBUTION - REVIEW CYCLE ".
               10 DST-CYCLE        PIC X(4).
           05 WS-DST-COLUMNS.
               10 FILLER PIC X(11) VALUE "DEPARTMENT".
               10 FILLER PIC X(13) VALUE "  1 UNSAT".
               10 FILLER PIC X(13) VALUE "  2 BELOW".
               10 FILLER PIC X(13) VALUE "  3 MEETS".
               10 FILLER PIC X(13) VALUE "  4 EXCEEDS".
               10 FILLER PIC X(13) VALUE "  5 OUTSTAND".
               10 FILLER PIC X(9)  VALUE "NOT RATED".
           05 WS-DST-LINE.
               10 DSL-DEP          PIC X(10).
               10 DSL-CELL OCCURS 5 TIMES.
                   15 FILLER       PIC X(1).
                   15 DSL-COUNT    PIC ZZ,ZZ9.
                   15 FILLER       PIC X(1).
                   15 DSL-PCT      PIC ZZ9.
                   15 DSL-PCT-SIGN PIC X(2).
               10 FILLER           PIC X(3)  VALUE SPACE.
               10 DSL-NONE         PIC ZZ,ZZ9.
           05 WS-DST-NOTE.
               10 FILLER           PIC X(40) VALUE
                   "Percentages are of the employees rated ".
               10 FILLER           PIC X(20) VALUE
                   "in the cycle.".
       01 WS-MERIT-LINES.
           05 WS-MRT-TITLE.
               10 FILLER           PIC X(25) VALUE SPACE.
               10 FILLER           PIC X(30) VALUE
                   "MERIT WORKSHEET - REVIEW CYCLE".
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 MRT-CYCLE        PIC X(4).
               10 FILLER           PIC X(10) VALUE " - AS OF ".
               10 MRT-DATE         PIC 9(8).
           05 WS-MRT-RULE.
               10 FILLER PIC X(110) VALUE ALL "-".
           05 WS-MRT-COLUMNS.
               10 FILLER PIC X(7)  VALUE "EMP".
               10 FILLER PIC X(23) VALUE "NAME".
               10 FILLER PIC X(3)  VALUE "GR".
               10 FILLER PIC X(14) VALUE "       SALARY".
               10 FILLER PIC X(6)  VALUE "   CR".
               10 FILLER PIC X(2)  VALUE "R".
               10 FILLER PIC X(6)  VALUE " SUGG%".
               10 FILLER PIC X(11) VALUE "   INCREASE".
               10 FILLER PIC X(14) VALUE "   NEW SALARY".
               10 FILLER PIC X(13) VALUE "APPROVED".
               10 FILLER PIC X(10) VALUE "NOTE".
           05 WS-MRT-DEPT-HEADING.
               10 FILLER           PIC X(12) VALUE "Department: ".
               10 MRH-DEP          PIC X(10).
           05 WS-MRT-LINE.
               10 MRL-EMP-ID       PIC X(6).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 MRL-NAME         PIC X(22).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 MRL-GRADE        PIC X(2).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 MRL-SALARY       PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 MRL-CR           PIC Z9.99.
               10 MRL-CR-X REDEFINES MRL-CR PIC X(5).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 MRL-RATING       PIC X(1).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 MRL-PCT          PIC Z9.99.
               10 MRL-PCT-X REDEFINES MRL-PCT PIC X(5).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 MRL-INCREASE     PIC ZZZ,ZZ9.99.
               10 MRL-INCREASE-X REDEFINES MRL-INCREASE PIC X(10).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 MRL-NEW-SALARY   PIC ZZ,ZZZ,ZZ9.99.
               10 MRL-NEW-SALARY-X REDEFINES MRL-NEW-SALARY
                                   PIC X(13).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 MRL-APPROVED     PIC X(12) VALUE ALL "_".
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 MRL-NOTE         PIC X(10).
           05 WS-MRT-TOTAL-LINE.
               10 MTL-LABEL        PIC X(20).
               10 MTL-NAME         PIC X(10).
               10 FILLER           PIC X(3)  VALUE SPACE.
               10 MTL-SALARY       PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(15) VALUE SPACE.
               10 MTL-INCREASE     PIC ZZZZ,ZZ9.99.
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 MTL-PCT          PIC ZZ9.99.
               10 FILLER           PIC X(13) VALUE " pct of pay".
       01 DISP-RATING-DESC        PIC X(14).
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
            MOVE WS-TODAY(1:4) TO WS-CYCLE.
            PERFORM LOAD-GRADES.
            PERFORM LOAD-MATRIX.
            PERFORM LOAD-APPRAISALS.
            IF WS-UNATTENDED
                PERFORM WRITE-APPRAISAL-REPORTS
                    THRU WRITE-APPRAISAL-REPORTS-EXIT
            ELSE
                PERFORM UNTIL WS-DONE
                    DISPLAY "Appraisals - cycle " WS-CYCLE
                        " - (E)nter review, (H)istory, (C)ycle, "
                        "(R)eports, (X) done: "
                    ACCEPT WS-ACTION
                    EVALUATE WS-ACTION
                        WHEN 'E' PERFORM ENTER-REVIEW
                                     THRU ENTER-REVIEW-EXIT
                        WHEN 'e' PERFORM ENTER-REVIEW
                                     THRU ENTER-REVIEW-EXIT
                        WHEN 'H' PERFORM SHOW-HISTORY
                        WHEN 'h' PERFORM SHOW-HISTORY
                        WHEN 'C' PERFORM CHANGE-CYCLE
                        WHEN 'c' PERFORM CHANGE-CYCLE
                        WHEN 'R' PERFORM WRITE-APPRAISAL-REPORTS
                                     THRU WRITE-APPRAISAL-REPORTS-EXIT
                        WHEN 'r' PERFORM WRITE-APPRAISAL-REPORTS
                                     THRU WRITE-APPRAISAL-REPORTS-EXIT
                        WHEN 'X' SET WS-DONE TO TRUE
                        WHEN 'x' SET WS-DONE TO TRUE
                        WHEN OTHER
                            DISPLAY "Invalid action."
                    END-EVALUATE
                END-PERFORM
            END-IF.
            IF WS-UPDATE-COUNT > ZERO
                MOVE "APPRAISAL"     TO WS-AUDIT-PROGRAM
                MOVE WS-UPDATE-COUNT TO WS-AUDIT-COUNT
                MOVE ZERO            TO WS-AUDIT-REJECTS
                MOVE "UPDATED"       TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
            END-IF.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       LOAD-GRADES.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT GRADE-MASTER-FILE.
            IF WS-GRADE-MASTER-STATUS NOT = "00"
                DISPLAY "gradesal.txt not found - no comp-ratios "
                    "on the merit worksheet."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ GRADE-MASTER-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-GRADE-COUNT < 20
                                ADD 1 TO WS-GRADE-COUNT
                                SET WS-GR-IDX TO WS-GRADE-COUNT
                                MOVE SG-GRADE
                                    TO WS-GR-GRADE(WS-GR-IDX)
                                MOVE SG-MID
                                    TO WS-GR-MID(WS-GR-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GRADE-MASTER-FILE
            END-IF.
       LOAD-MATRIX.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT MERIT-MATRIX-FILE.
            IF WS-MATRIX-STATUS NOT = "00"
                DISPLAY "meritmatrix.txt not found - no suggested "
                    "increases on the merit worksheet."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ MERIT-MATRIX-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM LOAD-ONE-MATRIX-ROW
                    END-READ
                END-PERFORM
                CLOSE MERIT-MATRIX-FILE
            END-IF.
       LOAD-ONE-MATRIX-ROW.
            IF MX-CR-FROM IS NOT NUMERIC
                    OR MX-CR-TO IS NOT NUMERIC
                    OR MX-PCT IS NOT NUMERIC
                DISPLAY "meritmatrix.txt row for rating " MX-RATING
                    " is not numeric - ignored."
            ELSE
                IF WS-MATRIX-COUNT < 50
                    ADD 1 TO WS-MATRIX-COUNT
                    SET WS-MX-IDX TO WS-MATRIX-COUNT
                    MOVE MX-RATING  TO WS-MX-RATING(WS-MX-IDX)
                    MOVE MX-CR-FROM TO WS-MX-CR-FROM(WS-MX-IDX)
                    MOVE MX-CR-TO   TO WS-MX-CR-TO(WS-MX-IDX)
                    MOVE MX-PCT     TO WS-MX-PCT(WS-MX-IDX)
                ELSE
                    DISPLAY "meritmatrix.txt has more than 50 rows "
                        "- extra rows ignored."
                END-IF
            END-IF.
       LOAD-APPRAISALS.
            MOVE ZERO TO WS-APPRAISAL-COUNT.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT APPRAISAL-FILE.
            IF WS-APPRAISAL-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ APPRAISAL-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-APPRAISAL-COUNT < 3000
                                ADD 1 TO WS-APPRAISAL-COUNT
                                SET WS-AP-IDX TO WS-APPRAISAL-COUNT
                                MOVE APPRAISAL-RECORD
                                    TO WS-AP-RECORD(WS-AP-IDX)
                            ELSE
                                DISPLAY "appraisal.txt has more "
                                    "than 3000 reviews - "
                                    AP-EMP-ID " " AP-CYCLE
                                    " not loaded."
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE APPRAISAL-FILE
            END-IF.
       SAVE-APPRAISALS.
            OPEN OUTPUT APPRAISAL-FILE.
            IF WS-APPRAISAL-STATUS NOT = "00"
                DISPLAY "Unable to rewrite appraisal.txt - status "
                    WS-APPRAISAL-STATUS
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                        UNTIL WS-AP-IDX > WS-APPRAISAL-COUNT
                    WRITE APPRAISAL-RECORD
                        FROM WS-AP-RECORD(WS-AP-IDX)
                END-PERFORM
                CLOSE APPRAISAL-FILE
            END-IF.
       FIND-APPRAISAL.
      * the slot holding WS-IN-EMP-ID's review for WS-CYCLE, or 0.
            MOVE ZERO TO WS-APPRAISAL-SLOT.
            PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                    UNTIL WS-AP-IDX > WS-APPRAISAL-COUNT
                        OR WS-APPRAISAL-SLOT > ZERO
                MOVE WS-AP-RECORD(WS-AP-IDX) TO APPRAISAL-RECORD
                IF AP-EMP-ID = WS-IN-EMP-ID AND AP-CYCLE = WS-CYCLE
                    SET WS-APPRAISAL-SLOT TO WS-AP-IDX
                END-IF
            END-PERFORM.
       COMPUTE-DUE-DATE.
      * the hire anniversary in the cycle year; 29 February falls
      * due on the 28th. No hire date on file means the end of the
      * cycle year, and someone hired in or after the cycle year
      * owes no review in it.
            IF EMP-HIRE-DATE IS NOT NUMERIC OR EMP-HIRE-DATE = ZERO
                COMPUTE WS-DUE-DATE = WS-CYCLE-N * 10000 + 1231
            ELSE
                IF EMP-HIRE-DATE(1:4) NOT < WS-CYCLE
                    MOVE ZERO TO WS-DUE-DATE
                ELSE
                    MOVE EMP-HIRE-DATE(5:4) TO WS-DUE-MMDD
                    IF WS-DUE-MMDD = 0229
                        MOVE 0228 TO WS-DUE-MMDD
                    END-IF
                    COMPUTE WS-DUE-DATE =
                        WS-CYCLE-N * 10000 + WS-DUE-MMDD
                END-IF
            END-IF.
       CHANGE-CYCLE.
            DISPLAY "Review cycle (YYYY): ".
            ACCEPT WS-IN-CYCLE.
            IF WS-IN-CYCLE IS NOT NUMERIC
                    OR WS-IN-CYCLE < "1900"
                DISPLAY "Not a year - cycle stays " WS-CYCLE "."
            ELSE
                MOVE WS-IN-CYCLE TO WS-CYCLE
                DISPLAY "Working cycle is now " WS-CYCLE "."
            END-IF.
       READ-EMPLOYEE.
            MOVE 'N' TO WS-EMP-ON-FILE-FLAG.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open employees.txt - status "
                    WS-EMPLOYEE-FILE-STATUS
            ELSE
                MOVE WS-IN-EMP-ID TO EMP-ID
                READ EMPLOYEE-FILE
                    KEY IS EMP-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-EMP-ON-FILE TO TRUE
                END-READ
                CLOSE EMPLOYEE-FILE
            END-IF.
       ENTER-REVIEW.
            PERFORM CHECK-OPERATOR-ROLE.
            IF WS-OP-ROLE-FOUND NOT = 'U'
                DISPLAY "Only an update-role operator may record a "
                    "review."
                GO TO ENTER-REVIEW-EXIT
            END-IF.
            DISPLAY "Employee ID: ".
            ACCEPT WS-IN-EMP-ID.
            PERFORM READ-EMPLOYEE.
            IF NOT WS-EMP-ON-FILE
                DISPLAY "Employee " WS-IN-EMP-ID " is not on the "
                    "master."
                GO TO ENTER-REVIEW-EXIT
            END-IF.
            IF NOT EMP-ACTIVE
                DISPLAY "Employee " WS-IN-EMP-ID " is not active."
                GO TO ENTER-REVIEW-EXIT
            END-IF.
            PERFORM COMPUTE-DUE-DATE.
            DISPLAY EMP-ID " " EMP-NAME " " EMP-DEP.
            IF WS-DUE-DATE = ZERO
                DISPLAY "Hired " EMP-HIRE-DATE " - no review falls "
                    "due in cycle " WS-CYCLE "."
            ELSE
                DISPLAY "Review for cycle " WS-CYCLE " due "
                    WS-DUE-DATE "."
            END-IF.
            PERFORM FIND-APPRAISAL.
            IF WS-APPRAISAL-SLOT > ZERO
                SET WS-AP-IDX TO WS-APPRAISAL-SLOT
                MOVE WS-AP-RECORD(WS-AP-IDX) TO APPRAISAL-RECORD
                DISPLAY "On file: reviewed " AP-REVIEW-DATE " by "
                    AP-REVIEWER " rating " AP-RATING
                    " - the entry replaces it."
            END-IF.
            DISPLAY "Review date (YYYYMMDD): ".
            ACCEPT WS-IN-DATE-X.
            MOVE "VAL " TO DS-FUNCTION.
            MOVE WS-IN-DATE-X TO DS-DATE-1-X.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS NOT = 'Y'
                DISPLAY "Not a valid date - review not recorded."
                GO TO ENTER-REVIEW-EXIT
            END-IF.
            MOVE "DIFF" TO DS-FUNCTION.
            MOVE WS-TODAY TO DS-DATE-1.
            MOVE WS-IN-DATE TO DS-DATE-2.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-RESULT < ZERO
                DISPLAY "The review date is in the future - review "
                    "not recorded."
                GO TO ENTER-REVIEW-EXIT
            END-IF.
            DISPLAY "Reviewer: ".
            ACCEPT WS-IN-REVIEWER.
            IF WS-IN-REVIEWER = SPACES
                DISPLAY "A reviewer is required - review not "
                    "recorded."
                GO TO ENTER-REVIEW-EXIT
            END-IF.
            DISPLAY "Rating (1 unsatisfactory, 2 below, 3 meets, "
                "4 exceeds, 5 outstanding): ".
            ACCEPT WS-IN-RATING.
            IF NOT WS-IN-RATING-VALID
                DISPLAY "Rating must be 1 to 5 - review not "
                    "recorded."
                GO TO ENTER-REVIEW-EXIT
            END-IF.
            DISPLAY "Record the review? (Y/N): ".
            ACCEPT WS-CONFIRM-ANSWER.
            IF WS-CONFIRM-ANSWER NOT = 'Y'
                    AND WS-CONFIRM-ANSWER NOT = 'y'
                DISPLAY "Review not recorded."
                GO TO ENTER-REVIEW-EXIT
            END-IF.
            IF WS-APPRAISAL-SLOT = ZERO
                IF WS-APPRAISAL-COUNT >= 3000
                    DISPLAY "appraisal.txt is full (3000) - review "
                        "not recorded."
                    GO TO ENTER-REVIEW-EXIT
                END-IF
                ADD 1 TO WS-APPRAISAL-COUNT
                MOVE WS-APPRAISAL-COUNT TO WS-APPRAISAL-SLOT
            END-IF.
            MOVE SPACES          TO APPRAISAL-RECORD.
            MOVE WS-IN-EMP-ID    TO AP-EMP-ID.
            MOVE WS-CYCLE        TO AP-CYCLE.
            MOVE WS-DUE-DATE     TO AP-DUE-DATE.
            MOVE WS-IN-DATE      TO AP-REVIEW-DATE.
            MOVE WS-IN-REVIEWER  TO AP-REVIEWER.
            MOVE WS-IN-RATING    TO AP-RATING.
            MOVE WS-SESSION-OPERATOR TO AP-ENTERED-BY.
            MOVE WS-TODAY        TO AP-ENTERED-DATE.
            SET WS-AP-IDX TO WS-APPRAISAL-SLOT.
            MOVE APPRAISAL-RECORD TO WS-AP-RECORD(WS-AP-IDX).
            PERFORM SAVE-APPRAISALS.
            ADD 1 TO WS-UPDATE-COUNT.
            DISPLAY "Review for " WS-IN-EMP-ID " cycle " WS-CYCLE
                " recorded.".
       ENTER-REVIEW-EXIT.
            EXIT.
       SHOW-HISTORY.
            DISPLAY "Employee ID: ".
            ACCEPT WS-IN-EMP-ID.
            MOVE ZERO TO WS-HISTORY-COUNT.
            DISPLAY WS-HISTORY-HEADER.
            PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                    UNTIL WS-AP-IDX > WS-APPRAISAL-COUNT
                MOVE WS-AP-RECORD(WS-AP-IDX) TO APPRAISAL-RECORD
                IF AP-EMP-ID = WS-IN-EMP-ID
                    ADD 1 TO WS-HISTORY-COUNT
                    MOVE AP-CYCLE       TO HSL-CYCLE
                    MOVE AP-DUE-DATE    TO HSL-DUE
                    MOVE AP-REVIEW-DATE TO HSL-REVIEWED
                    MOVE AP-REVIEWER    TO HSL-REVIEWER
                    MOVE AP-RATING      TO HSL-RATING
                    MOVE AP-ENTERED-BY  TO HSL-BY
                    DISPLAY WS-HISTORY-LINE
                END-IF
            END-PERFORM.
            IF WS-HISTORY-COUNT = ZERO
                DISPLAY "No reviews on file for " WS-IN-EMP-ID "."
            END-IF.
       WRITE-APPRAISAL-REPORTS.
            PERFORM BUILD-EMPLOYEE-TABLE.
            IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                MOVE 16 TO WS-RUN-RC
                GO TO WRITE-APPRAISAL-REPORTS-EXIT
            END-IF.
            PERFORM SORT-EMPLOYEE-TABLE.
            PERFORM WRITE-OVERDUE-REPORT.
            PERFORM WRITE-DISTRIBUTION-REPORT.
            PERFORM WRITE-MERIT-WORKSHEET.
            DISPLAY WS-EMP-COUNT " active employee(s) reported for "
                "cycle " WS-CYCLE " - " WS-TOTAL-OVERDUE
                " review(s) overdue.".
            IF WS-TOTAL-OVERDUE > ZERO AND WS-RUN-RC < 4
                MOVE 4 TO WS-RUN-RC
            END-IF.
            MOVE "APPRRPT"        TO WS-AUDIT-PROGRAM.
            MOVE WS-EMP-COUNT     TO WS-AUDIT-COUNT.
            MOVE WS-TOTAL-OVERDUE TO WS-AUDIT-REJECTS.
            MOVE "LISTED"         TO WS-AUDIT-OUTCOME.
            PERFORM WRITE-AUDIT-LOG.
       WRITE-APPRAISAL-REPORTS-EXIT.
            EXIT.
       BUILD-EMPLOYEE-TABLE.
            MOVE ZERO TO WS-EMP-COUNT.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open employees.txt - status "
                    WS-EMPLOYEE-FILE-STATUS " - no reports written."
            ELSE
                MOVE LOW-VALUES TO EMP-ID
                START EMPLOYEE-FILE
                    KEY IS NOT LESS THAN EMP-ID
                    INVALID KEY
                        SET WS-END-OF-FILE TO TRUE
                END-START
                PERFORM UNTIL WS-END-OF-FILE
                    READ EMPLOYEE-FILE NEXT RECORD
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF EMP-ACTIVE
                                PERFORM ADD-EMPLOYEE-ENTRY
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EMPLOYEE-FILE
            END-IF.
       ADD-EMPLOYEE-ENTRY.
            IF WS-EMP-COUNT >= 2000
                DISPLAY "More than 2000 active employees - "
                    EMP-ID " not reported."
            ELSE
                ADD 1 TO WS-EMP-COUNT
                SET WS-EM-IDX TO WS-EMP-COUNT
                MOVE EMP-DEP    TO WS-EM-DEP(WS-EM-IDX)
                MOVE EMP-ID     TO WS-EM-EMP-ID(WS-EM-IDX)
                MOVE EMP-NAME   TO WS-EM-NAME(WS-EM-IDX)
                MOVE EMP-GRADE  TO WS-EM-GRADE(WS-EM-IDX)
                MOVE ZERO       TO WS-EM-SALARY(WS-EM-IDX)
                IF EMP-SALARY IS NUMERIC
                    MOVE EMP-SALARY TO WS-EM-SALARY(WS-EM-IDX)
                END-IF
                MOVE ZERO       TO WS-EM-HIRE-DATE(WS-EM-IDX)
                IF EMP-HIRE-DATE IS NUMERIC
                    MOVE EMP-HIRE-DATE TO WS-EM-HIRE-DATE(WS-EM-IDX)
                END-IF
                PERFORM COMPUTE-DUE-DATE
                MOVE WS-DUE-DATE TO WS-EM-DUE-DATE(WS-EM-IDX)
                MOVE ZERO   TO WS-EM-REVIEWED(WS-EM-IDX)
                MOVE SPACES TO WS-EM-RATING(WS-EM-IDX)
                MOVE ZERO   TO WS-EM-LAST-DATE(WS-EM-IDX)
                MOVE SPACES TO WS-EM-LAST-RATING(WS-EM-IDX)
                PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                        UNTIL WS-AP-IDX > WS-APPRAISAL-COUNT
                    MOVE WS-AP-RECORD(WS-AP-IDX) TO APPRAISAL-RECORD
                    IF AP-EMP-ID = EMP-ID
                        PERFORM MATCH-ONE-APPRAISAL
                    END-IF
                END-PERFORM
            END-IF.
       MATCH-ONE-APPRAISAL.
            IF AP-REVIEW-DATE IS NUMERIC
                    AND AP-REVIEW-DATE > ZERO
                IF AP-CYCLE = WS-CYCLE
                    MOVE AP-REVIEW-DATE TO WS-EM-REVIEWED(WS-EM-IDX)
                    MOVE AP-RATING      TO WS-EM-RATING(WS-EM-IDX)
                END-IF
                IF AP-REVIEW-DATE > WS-EM-LAST-DATE(WS-EM-IDX)
                    MOVE AP-REVIEW-DATE
                        TO WS-EM-LAST-DATE(WS-EM-IDX)
                    MOVE AP-RATING
                        TO WS-EM-LAST-RATING(WS-EM-IDX)
                END-IF
            END-IF.
       SORT-EMPLOYEE-TABLE.
      * department, then employee.
            PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                    UNTIL WS-EM-IDX >= WS-EMP-COUNT
                PERFORM VARYING WS-EM-SCAN FROM WS-EM-IDX BY 1
                        UNTIL WS-EM-SCAN > WS-EMP-COUNT
                    IF WS-EM-SORT-KEY(WS-EM-SCAN)
                            < WS-EM-SORT-KEY(WS-EM-IDX)
                        MOVE WS-EMP-ENTRY(WS-EM-IDX)
                            TO WS-SWAP-ENTRY
                        MOVE WS-EMP-ENTRY(WS-EM-SCAN)
                            TO WS-EMP-ENTRY(WS-EM-IDX)
                        MOVE WS-SWAP-ENTRY
                            TO WS-EMP-ENTRY(WS-EM-SCAN)
                    END-IF
                END-PERFORM
            END-PERFORM.
       WRITE-OVERDUE-REPORT.
      * due date passed and no review held in the cycle.
            MOVE ZERO TO WS-TOTAL-OVERDUE.
            OPEN OUTPUT OVERDUE-REPORT-FILE.
            IF WS-OVERDUE-STATUS NOT = "00"
                DISPLAY "Unable to open revoverdue.txt - status "
                    WS-OVERDUE-STATUS
                MOVE 16 TO WS-RUN-RC
            ELSE
                MOVE WS-CYCLE TO OVT-CYCLE
                MOVE WS-TODAY TO OVT-DATE
                WRITE OVERDUE-REPORT-RECORD FROM WS-OVD-TITLE
                WRITE OVERDUE-REPORT-RECORD FROM WS-OVD-RULE
                WRITE OVERDUE-REPORT-RECORD FROM WS-OVD-COLUMNS
                WRITE OVERDUE-REPORT-RECORD FROM WS-OVD-RULE
                MOVE HIGH-VALUES TO WS-PREV-DEP
                PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                        UNTIL WS-EM-IDX > WS-EMP-COUNT
                    IF WS-EM-DUE-DATE(WS-EM-IDX) > ZERO
                            AND WS-EM-DUE-DATE(WS-EM-IDX) < WS-TODAY
                            AND WS-EM-REVIEWED(WS-EM-IDX) = ZERO
                        PERFORM WRITE-OVERDUE-LINE
                    END-IF
                END-PERFORM
                IF WS-PREV-DEP NOT = HIGH-VALUES
                    PERFORM WRITE-OVERDUE-DEPT-FOOTING
                END-IF
                WRITE OVERDUE-REPORT-RECORD FROM WS-OVD-RULE
                MOVE WS-TOTAL-OVERDUE TO OVR-COUNT
                WRITE OVERDUE-REPORT-RECORD FROM WS-OVD-FOOTING
                CLOSE OVERDUE-REPORT-FILE
            END-IF.
       WRITE-OVERDUE-LINE.
            IF WS-EM-DEP(WS-EM-IDX) NOT = WS-PREV-DEP
                IF WS-PREV-DEP NOT = HIGH-VALUES
                    PERFORM WRITE-OVERDUE-DEPT-FOOTING
                END-IF
                MOVE WS-EM-DEP(WS-EM-IDX) TO WS-PREV-DEP
                MOVE WS-EM-DEP(WS-EM-IDX) TO OVH-DEP
                MOVE ZERO TO WS-DEPT-OVERDUE
                WRITE OVERDUE-REPORT-RECORD FROM WS-OVD-DEPT-HEADING
            END-IF.
            MOVE "DIFF" TO DS-FUNCTION.
            MOVE WS-TODAY TO DS-DATE-1.
            MOVE WS-EM-DUE-DATE(WS-EM-IDX) TO DS-DATE-2.
            CALL "DATESRV" USING DS-REQUEST.
            MOVE ZERO TO WS-DAYS-OVERDUE.
            IF DS-STATUS = 'Y' AND DS-RESULT > ZERO
                MOVE DS-RESULT TO WS-DAYS-OVERDUE
            END-IF.
            MOVE WS-EM-EMP-ID(WS-EM-IDX)    TO OVL-EMP-ID.
            MOVE WS-EM-NAME(WS-EM-IDX)      TO OVL-NAME.
            MOVE WS-EM-HIRE-DATE(WS-EM-IDX) TO OVL-HIRED.
            MOVE WS-EM-DUE-DATE(WS-EM-IDX)  TO OVL-DUE.
            MOVE WS-DAYS-OVERDUE            TO OVL-DAYS.
            IF WS-EM-LAST-DATE(WS-EM-IDX) = ZERO
                MOVE "NONE"                 TO OVL-LAST
            ELSE
                MOVE WS-EM-LAST-DATE(WS-EM-IDX) TO OVL-LAST
            END-IF.
            MOVE WS-EM-LAST-RATING(WS-EM-IDX) TO OVL-RATING.
            WRITE OVERDUE-REPORT-RECORD FROM WS-OVD-LINE.
            ADD 1 TO WS-DEPT-OVERDUE.
            ADD 1 TO WS-TOTAL-OVERDUE.
       WRITE-OVERDUE-DEPT-FOOTING.
            MOVE WS-PREV-DEP     TO OVF-DEP.
            MOVE WS-DEPT-OVERDUE TO OVF-COUNT.
            WRITE OVERDUE-REPORT-RECORD FROM WS-OVD-DEPT-FOOTING.
            MOVE SPACES TO OVERDUE-REPORT-RECORD.
            WRITE OVERDUE-REPORT-RECORD.
       WRITE-DISTRIBUTION-REPORT.
            OPEN OUTPUT DISTRIBUTION-REPORT-FILE.
            IF WS-DISTRIB-STATUS NOT = "00"
                DISPLAY "Unable to open ratingdist.txt - status "
                    WS-DISTRIB-STATUS
                MOVE 16 TO WS-RUN-RC
            ELSE
                MOVE WS-CYCLE TO DST-CYCLE
                WRITE DISTRIBUTION-REPORT-RECORD FROM WS-DST-TITLE
                WRITE DISTRIBUTION-REPORT-RECORD FROM WS-OVD-RULE
                WRITE DISTRIBUTION-REPORT-RECORD FROM WS-DST-COLUMNS
                WRITE DISTRIBUTION-REPORT-RECORD FROM WS-OVD-RULE
                INITIALIZE WS-TOTAL-DIST
                INITIALIZE WS-DEPT-DIST
                MOVE HIGH-VALUES TO WS-PREV-DEP
                PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                        UNTIL WS-EM-IDX > WS-EMP-COUNT
                    IF WS-EM-DEP(WS-EM-IDX) NOT = WS-PREV-DEP
                        IF WS-PREV-DEP NOT = HIGH-VALUES
                            MOVE WS-PREV-DEP TO DSL-DEP
                            PERFORM WRITE-DIST-LINE
                        END-IF
                        MOVE WS-EM-DEP(WS-EM-IDX) TO WS-PREV-DEP
                        INITIALIZE WS-DEPT-DIST
                    END-IF
                    PERFORM TALLY-ONE-RATING
                END-PERFORM
                IF WS-PREV-DEP NOT = HIGH-VALUES
                    MOVE WS-PREV-DEP TO DSL-DEP
                    PERFORM WRITE-DIST-LINE
                END-IF
                WRITE DISTRIBUTION-REPORT-RECORD FROM WS-OVD-RULE
                MOVE WS-TOTAL-DIST TO WS-DEPT-DIST
                MOVE "COMPANY"     TO DSL-DEP
                PERFORM WRITE-DIST-LINE
                WRITE DISTRIBUTION-REPORT-RECORD FROM WS-DST-NOTE
                CLOSE DISTRIBUTION-REPORT-FILE
            END-IF.
       TALLY-ONE-RATING.
            IF WS-EM-RATING(WS-EM-IDX) >= '1'
                    AND WS-EM-RATING(WS-EM-IDX) <= '5'
                MOVE WS-EM-RATING(WS-EM-IDX) TO WS-RATING-SUB
                ADD 1 TO WS-DD-RATING(WS-RATING-SUB)
                ADD 1 TO WS-TD-RATING(WS-RATING-SUB)
            ELSE
                ADD 1 TO WS-DD-NONE
                ADD 1 TO WS-TD-NONE
            END-IF.
       WRITE-DIST-LINE.
            MOVE ZERO TO WS-RATED-COUNT.
            PERFORM VARYING WS-RATING-SUB FROM 1 BY 1
                    UNTIL WS-RATING-SUB > 5
                ADD WS-DD-RATING(WS-RATING-SUB) TO WS-RATED-COUNT
            END-PERFORM.
            PERFORM VARYING WS-RATING-SUB FROM 1 BY 1
                    UNTIL WS-RATING-SUB > 5
                MOVE SPACES TO DSL-CELL(WS-RATING-SUB)
                MOVE WS-DD-RATING(WS-RATING-SUB)
                    TO DSL-COUNT(WS-RATING-SUB)
                MOVE ZERO TO WS-SHARE-PCT
                IF WS-RATED-COUNT > ZERO
                    COMPUTE WS-SHARE-PCT ROUNDED =
                        WS-DD-RATING(WS-RATING-SUB) * 100
                            / WS-RATED-COUNT
                END-IF
                MOVE WS-SHARE-PCT TO DSL-PCT(WS-RATING-SUB)
                MOVE "% " TO DSL-PCT-SIGN(WS-RATING-SUB)
            END-PERFORM.
            MOVE WS-DD-NONE TO DSL-NONE.
            WRITE DISTRIBUTION-REPORT-RECORD FROM WS-DST-LINE.
       WRITE-MERIT-WORKSHEET.
            OPEN OUTPUT MERIT-REPORT-FILE.
            IF WS-MERIT-STATUS NOT = "00"
                DISPLAY "Unable to open meritwks.txt - status "
                    WS-MERIT-STATUS
                MOVE 16 TO WS-RUN-RC
            ELSE
                MOVE WS-CYCLE TO MRT-CYCLE
                MOVE WS-TODAY TO MRT-DATE
                WRITE MERIT-REPORT-RECORD FROM WS-MRT-TITLE
                WRITE MERIT-REPORT-RECORD FROM WS-MRT-RULE
                WRITE MERIT-REPORT-RECORD FROM WS-MRT-COLUMNS
                WRITE MERIT-REPORT-RECORD FROM WS-MRT-RULE
                MOVE ZERO TO WS-TOTAL-SALARY
                MOVE ZERO TO WS-TOTAL-INCREASE
                MOVE HIGH-VALUES TO WS-PREV-DEP
                PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                        UNTIL WS-EM-IDX > WS-EMP-COUNT
                    IF WS-EM-DEP(WS-EM-IDX) NOT = WS-PREV-DEP
                        IF WS-PREV-DEP NOT = HIGH-VALUES
                            PERFORM WRITE-MERIT-DEPT-TOTAL
                        END-IF
                        MOVE WS-EM-DEP(WS-EM-IDX) TO WS-PREV-DEP
                        MOVE WS-EM-DEP(WS-EM-IDX) TO MRH-DEP
                        MOVE ZERO TO WS-DEPT-SALARY
                        MOVE ZERO TO WS-DEPT-INCREASE
                        WRITE MERIT-REPORT-RECORD
                            FROM WS-MRT-DEPT-HEADING
                    END-IF
                    PERFORM WRITE-MERIT-LINE
                END-PERFORM
                IF WS-PREV-DEP NOT = HIGH-VALUES
                    PERFORM WRITE-MERIT-DEPT-TOTAL
                END-IF
                WRITE MERIT-REPORT-RECORD FROM WS-MRT-RULE
                MOVE "All departments     " TO MTL-LABEL
                MOVE SPACES            TO MTL-NAME
                MOVE WS-TOTAL-SALARY   TO MTL-SALARY
                MOVE WS-TOTAL-INCREASE TO MTL-INCREASE
                MOVE ZERO TO WS-INCREASE-PCT
                IF WS-TOTAL-SALARY > ZERO
                    COMPUTE WS-INCREASE-PCT ROUNDED =
                        WS-TOTAL-INCREASE * 100 / WS-TOTAL-SALARY
                END-IF
                MOVE WS-INCREASE-PCT TO MTL-PCT
                WRITE MERIT-REPORT-RECORD FROM WS-MRT-TOTAL-LINE
                CLOSE MERIT-REPORT-FILE
            END-IF.
       WRITE-MERIT-LINE.
            PERFORM SUGGEST-INCREASE.
            MOVE WS-EM-EMP-ID(WS-EM-IDX) TO MRL-EMP-ID.
            MOVE WS-EM-NAME(WS-EM-IDX)   TO MRL-NAME.
            MOVE WS-EM-GRADE(WS-EM-IDX)  TO MRL-GRADE.
            MOVE WS-EM-SALARY(WS-EM-IDX) TO MRL-SALARY.
            IF WS-MID > ZERO
                MOVE WS-COMP-RATIO TO MRL-CR
            ELSE
                MOVE SPACES TO MRL-CR-X
            END-IF.
            MOVE WS-EM-RATING(WS-EM-IDX) TO MRL-RATING.
            IF WS-SUGGESTION-MADE
                MOVE WS-SUGGEST-PCT    TO MRL-PCT
                MOVE WS-SUGGEST-AMOUNT TO MRL-INCREASE
                MOVE WS-NEW-SALARY     TO MRL-NEW-SALARY
            ELSE
                MOVE SPACES TO MRL-PCT-X
                MOVE SPACES TO MRL-INCREASE-X
                MOVE SPACES TO MRL-NEW-SALARY-X
            END-IF.
            MOVE WS-MERIT-NOTE TO MRL-NOTE.
            WRITE MERIT-REPORT-RECORD FROM WS-MRT-LINE.
            ADD WS-EM-SALARY(WS-EM-IDX) TO WS-DEPT-SALARY.
            ADD WS-EM-SALARY(WS-EM-IDX) TO WS-TOTAL-SALARY.
            IF WS-SUGGESTION-MADE
                ADD WS-SUGGEST-AMOUNT TO WS-DEPT-INCREASE
                ADD WS-SUGGEST-AMOUNT TO WS-TOTAL-INCREASE
            END-IF.
       SUGGEST-INCREASE.
      * comp-ratio is salary over the grade midpoint; the matrix row
      * for the cycle rating whose comp-ratio range holds it gives
      * the suggested percentage.
            MOVE 'N'    TO WS-SUGGEST-FLAG.
            MOVE SPACES TO WS-MERIT-NOTE.
            MOVE ZERO   TO WS-MID.
            MOVE ZERO   TO WS-COMP-RATIO.
            MOVE ZERO   TO WS-SUGGEST-PCT.
            MOVE ZERO   TO WS-SUGGEST-AMOUNT.
            PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                    UNTIL WS-GR-IDX > WS-GRADE-COUNT
                        OR WS-MID > ZERO
                IF WS-GR-GRADE(WS-GR-IDX) = WS-EM-GRADE(WS-EM-IDX)
                        AND WS-EM-GRADE(WS-EM-IDX) NOT = SPACES
                    MOVE WS-GR-MID(WS-GR-IDX) TO WS-MID
                END-IF
            END-PERFORM.
            IF WS-MID > ZERO
                COMPUTE WS-COMP-RATIO ROUNDED =
                    WS-EM-SALARY(WS-EM-IDX) / WS-MID
                    ON SIZE ERROR
                        MOVE 99.99 TO WS-COMP-RATIO
                END-COMPUTE
            END-IF.
            EVALUATE TRUE
                WHEN WS-EM-RATING(WS-EM-IDX) = SPACES
                    MOVE "NOT RATED" TO WS-MERIT-NOTE
                WHEN WS-MID = ZERO
                    MOVE "NO GRADE"  TO WS-MERIT-NOTE
                WHEN OTHER
                    PERFORM VARYING WS-MX-IDX FROM 1 BY 1
                            UNTIL WS-MX-IDX > WS-MATRIX-COUNT
                                OR WS-SUGGESTION-MADE
                        IF WS-MX-RATING(WS-MX-IDX)
                                = WS-EM-RATING(WS-EM-IDX)
                                AND WS-COMP-RATIO
                                    NOT < WS-MX-CR-FROM(WS-MX-IDX)
                                AND WS-COMP-RATIO
                                    NOT > WS-MX-CR-TO(WS-MX-IDX)
                            SET WS-SUGGESTION-MADE TO TRUE
                            MOVE WS-MX-PCT(WS-MX-IDX)
                                TO WS-SUGGEST-PCT
                        END-IF
                    END-PERFORM
                    IF NOT WS-SUGGESTION-MADE
                        MOVE "NO MATRIX" TO WS-MERIT-NOTE
                    END-IF
            END-EVALUATE.
            IF WS-SUGGESTION-MADE
                COMPUTE WS-SUGGEST-AMOUNT ROUNDED =
                    WS-EM-SALARY(WS-EM-IDX) * WS-SUGGEST-PCT / 100
                COMPUTE WS-NEW-SALARY =
                    WS-EM-SALARY(WS-EM-IDX) + WS-SUGGEST-AMOUNT
            END-IF.
       WRITE-MERIT-DEPT-TOTAL.
            MOVE "  Department total  " TO MTL-LABEL.
            MOVE WS-PREV-DEP            TO MTL-NAME.
            MOVE WS-DEPT-SALARY         TO MTL-SALARY.
            MOVE WS-DEPT-INCREASE       TO MTL-INCREASE.
            MOVE ZERO TO WS-INCREASE-PCT.
            IF WS-DEPT-SALARY > ZERO
                COMPUTE WS-INCREASE-PCT ROUNDED =
                    WS-DEPT-INCREASE * 100 / WS-DEPT-SALARY
            END-IF.
            MOVE WS-INCREASE-PCT TO MTL-PCT.
            WRITE MERIT-REPORT-RECORD FROM WS-MRT-TOTAL-LINE.
            MOVE SPACES TO MERIT-REPORT-RECORD.
            WRITE MERIT-REPORT-RECORD.
       CHECK-OPERATOR-ROLE.
      * when operators.txt is absent the shared access code gate
      * is in force and the console operator decides, as elsewhere.
            MOVE 'U' TO WS-OP-ROLE-FOUND.
            MOVE 'N' TO WS-OP-EOF-FLAG.
            OPEN INPUT OPERATOR-FILE.
            IF WS-OPERATOR-STATUS = "00"
                MOVE SPACES TO WS-OP-ROLE-FOUND
                PERFORM UNTIL WS-OP-EOF
                    READ OPERATOR-FILE
                        AT END
                            SET WS-OP-EOF TO TRUE
                        NOT AT END
                            IF OP-ID = WS-SESSION-OPERATOR
                                MOVE OP-ROLE TO WS-OP-ROLE-FOUND
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPERATOR-FILE
            END-IF.
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
       END PROGRAM APPRAISAL-MAINT.
