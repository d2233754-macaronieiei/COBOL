      ******************************************************************
      * Author:
      * Date:
      * Purpose: Position establishment report. Every position on the
      *          position master (posmast.txt) is listed by division
      *          and department - the division from deptmast.txt -
      *          with its grade, authorized FTE, the FTE and headcount
      *          of the active employees holding it (EMP-POSITION on
      *          the employee master), the budgeted annual salary and
      *          the actual annual salary of those employees (the
      *          full-time salary, annualized for a monthly-paid
      *          employee, times the FTE), and the variance. Each
      *          position is marked VACANT (nobody in it), FILLED
      *          (filled up to its establishment) or OVER (carrying
      *          more FTE than authorized). Department and division
      *          subtotals and a company total follow, then a list
      *          of active employees whose position is not on the
      *          position master. Written to posrpt.txt; return code
      *          4 when any position is over establishment or any
      *          employee holds an unknown position, 16 when the
      *          report cannot be written.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITION-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME
               WITH DUPLICATES
           FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
           SELECT POSITION-FILE ASSIGN TO "posmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSITION-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO "deptmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-MASTER-STATUS.
           SELECT POSITION-REPORT-FILE ASSIGN TO "posrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
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
       FD POSITION-FILE.
       COPY POSITION.
       FD DEPT-MASTER-FILE.
       01 DEPT-MASTER-RECORD.
           05 DM-DEP            PIC X(10).
           05 DM-BONUS-ELIGIBLE PIC X(1).
           05 DM-DIVISION       PIC X(10).
       FD POSITION-REPORT-FILE.
       01 POSITION-REPORT-RECORD  PIC X(100).
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
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-POSITION-STATUS      PIC X(2).
       01 WS-DEPT-MASTER-STATUS   PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-RUN-RC               PIC 9(2)  VALUE ZERO.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-DEPTDIV-COUNT        PIC 9(3)  VALUE ZERO.
       01 WS-DEPTDIV-TABLE.
           05 WS-DEPTDIV-ENTRY OCCURS 30 TIMES
                   INDEXED BY WS-DEPTDIV-IDX.
               10 WS-DD-DEP       PIC X(10).
               10 WS-DD-DIVISION  PIC X(10).
       01 WS-POSITION-COUNT       PIC 9(3)  VALUE ZERO.
       01 WS-POSITION-TABLE.
           05 WS-POSITION-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PS-IDX WS-PS-SCAN.
               10 WS-PS-SORT-KEY.
                   15 WS-PS-DIVISION   PIC X(10).
                   15 WS-PS-DEP        PIC X(10).
                   15 WS-PS-NUMBER     PIC X(6).
               10 WS-PS-TITLE      PIC X(20).
               10 WS-PS-GRADE      PIC X(2).
               10 WS-PS-AUTH-FTE   PIC 9(3)V99.
               10 WS-PS-BUDGET     PIC 9(8)V99.
               10 WS-PS-FILLED-FTE PIC 9(5)V99.
               10 WS-PS-HEADCOUNT  PIC 9(3).
               10 WS-PS-ACTUAL     PIC 9(9)V99.
       01 WS-SWAP-ENTRY           PIC X(84).
       01 WS-UNKNOWN-COUNT        PIC 9(3)  VALUE ZERO.
       01 WS-UNKNOWN-TABLE.
           05 WS-UNKNOWN-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-UK-IDX.
               10 WS-UK-EMP-ID     PIC X(6).
               10 WS-UK-NAME       PIC X(39).
               10 WS-UK-DEP        PIC X(10).
               10 WS-UK-POSITION   PIC X(6).
       01 WS-WORK-FIELDS.
           05 WS-POSITION-SLOT    PIC 9(3).
           05 WS-EMP-FTE          PIC 9(3)V99.
           05 WS-EMP-ANNUAL       PIC 9(9)V99.
           05 WS-VARIANCE         PIC S9(9)V99.
           05 WS-PREV-DIVISION    PIC X(10).
           05 WS-PREV-DEP         PIC X(10).
       01 WS-TOTAL-FIELDS.
           05 WS-DEPT-TOTALS.
               10 WS-DT-POSITIONS  PIC 9(5).
               10 WS-DT-AUTH-FTE   PIC 9(7)V99.
               10 WS-DT-FILLED-FTE PIC 9(7)V99.
               10 WS-DT-BUDGET     PIC 9(11)V99.
               10 WS-DT-ACTUAL     PIC 9(11)V99.
           05 WS-DIV-TOTALS.
               10 WS-VT-POSITIONS  PIC 9(5).
               10 WS-VT-AUTH-FTE   PIC 9(7)V99.
               10 WS-VT-FILLED-FTE PIC 9(7)V99.
               10 WS-VT-BUDGET     PIC 9(11)V99.
               10 WS-VT-ACTUAL     PIC 9(11)V99.
           05 WS-CO-TOTALS.
               10 WS-CT-POSITIONS  PIC 9(5).
               10 WS-CT-AUTH-FTE   PIC 9(7)V99.
               10 WS-CT-FILLED-FTE PIC 9(7)V99.
               10 WS-CT-BUDGET     PIC 9(11)V99.
               10 WS-CT-ACTUAL     PIC 9(11)V99.
           05 WS-FILLED-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-VACANT-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-OVER-COUNT       PIC 9(5)  VALUE ZERO.
       01 WS-REPORT-LINES.
           05 WS-REPORT-TITLE.
               10 FILLER           PIC X(30) VALUE SPACE.
               10 FILLER           PIC X(30) VALUE
                   "POSITION ESTABLISHMENT REPORT ".
               10 RPT-DATE         PIC 9(8).
           05 WS-REPORT-RULE.
               10 FILLER PIC X(100) VALUE ALL "-".
           05 WS-REPORT-COLUMNS.
               10 FILLER PIC X(7)  VALUE "POSN".
               10 FILLER PIC X(21) VALUE "TITLE".
               10 FILLER PIC X(3)  VALUE "GR".
               10 FILLER PIC X(7)  VALUE "  AUTH".
               10 FILLER PIC X(9)  VALUE "  FILLED".
               10 FILLER PIC X(4)  VALUE " HC".
               10 FILLER PIC X(14) VALUE "       BUDGET".
               10 FILLER PIC X(14) VALUE "       ACTUAL".
               10 FILLER PIC X(15) VALUE "     VARIANCE".
               10 FILLER PIC X(6)  VALUE "STATUS".
           05 WS-DIVISION-HEADING.
               10 FILLER           PIC X(10) VALUE "Division: ".
               10 DVH-DIVISION     PIC X(10).
           05 WS-DEPT-HEADING.
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 FILLER           PIC X(12) VALUE "Department: ".
               10 DPH-DEP          PIC X(10).
           05 WS-POSITION-LINE.
               10 PSL-NUMBER       PIC X(6).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 PSL-TITLE        PIC X(20).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 PSL-GRADE        PIC X(2).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 PSL-AUTH         PIC ZZ9.99.
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 PSL-FILLED       PIC ZZZZ9.99.
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 PSL-HEADCOUNT    PIC ZZ9.
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 PSL-BUDGET       PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 PSL-ACTUAL       PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 PSL-VARIANCE     PIC -ZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 PSL-STATUS       PIC X(6).
           05 WS-TOTAL-LINE.
               10 TTL-LABEL        PIC X(20).
               10 TTL-NAME         PIC X(10).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 TTL-AUTH         PIC ZZZZ9.99.
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 TTL-FILLED       PIC ZZZZ9.99.
               10 FILLER           PIC X(4)  VALUE SPACE.
               10 TTL-BUDGET       PIC ZZZ,ZZZ,ZZ9.99.
               10 TTL-ACTUAL       PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 TTL-VARIANCE     PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-COUNT-LINE.
               10 FILLER           PIC X(11) VALUE "Positions: ".
               10 CNL-POSITIONS    PIC ZZ,ZZ9.
               10 FILLER           PIC X(9)  VALUE "  filled ".
               10 CNL-FILLED       PIC ZZ,ZZ9.
               10 FILLER           PIC X(9)  VALUE "  vacant ".
               10 CNL-VACANT       PIC ZZ,ZZ9.
               10 FILLER           PIC X(23) VALUE
                   "  over establishment ".
               10 CNL-OVER         PIC ZZ,ZZ9.
           05 WS-UNKNOWN-HEADING.
               10 FILLER           PIC X(50) VALUE
                   "Active employees in a position not on posmast.txt".
           05 WS-UNKNOWN-LINE.
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 UKL-EMP-ID       PIC X(6).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 UKL-NAME         PIC X(39).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 UKL-DEP          PIC X(10).
               10 FILLER           PIC X(10) VALUE " position ".
               10 UKL-POSITION     PIC X(6).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            ACCEPT WS-TODAY-RAW FROM DATE.
            COMPUTE WS-TODAY =
                20000000 + (WS-TODAY-YY * 10000)
                    + (WS-TODAY-MM * 100) + WS-TODAY-DD.
            PERFORM LOAD-DEPT-DIVISIONS.
            PERFORM LOAD-POSITIONS.
            PERFORM TALLY-EMPLOYEES.
            PERFORM SORT-POSITIONS.
            PERFORM WRITE-POSITION-REPORT
                THRU WRITE-POSITION-REPORT-EXIT.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       LOAD-DEPT-DIVISIONS.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT DEPT-MASTER-FILE.
            IF WS-DEPT-MASTER-STATUS NOT = "00"
                DISPLAY "deptmast.txt not found - positions are "
                    "reported under division (NONE)."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ DEPT-MASTER-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-DEPTDIV-COUNT < 30
                                ADD 1 TO WS-DEPTDIV-COUNT
                                SET WS-DEPTDIV-IDX
                                    TO WS-DEPTDIV-COUNT
                                MOVE DM-DEP
                                    TO WS-DD-DEP(WS-DEPTDIV-IDX)
                                MOVE DM-DIVISION
                                    TO WS-DD-DIVISION(WS-DEPTDIV-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPT-MASTER-FILE
            END-IF.
       LOAD-POSITIONS.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT POSITION-FILE.
            IF WS-POSITION-STATUS NOT = "00"
                DISPLAY "posmast.txt not found - no positions to "
                    "report."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ POSITION-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM LOAD-ONE-POSITION
                    END-READ
                END-PERFORM
                CLOSE POSITION-FILE
            END-IF.
       LOAD-ONE-POSITION.
            IF WS-POSITION-COUNT < 500
                ADD 1 TO WS-POSITION-COUNT
                SET WS-PS-IDX TO WS-POSITION-COUNT
                MOVE "(NONE)"   TO WS-PS-DIVISION(WS-PS-IDX)
                PERFORM VARYING WS-DEPTDIV-IDX FROM 1 BY 1
                        UNTIL WS-DEPTDIV-IDX > WS-DEPTDIV-COUNT
                    IF WS-DD-DEP(WS-DEPTDIV-IDX) = POS-DEP
                            AND WS-DD-DIVISION(WS-DEPTDIV-IDX)
                                NOT = SPACES
                        MOVE WS-DD-DIVISION(WS-DEPTDIV-IDX)
                            TO WS-PS-DIVISION(WS-PS-IDX)
                    END-IF
                END-PERFORM
                MOVE POS-DEP    TO WS-PS-DEP(WS-PS-IDX)
                MOVE POS-NUMBER TO WS-PS-NUMBER(WS-PS-IDX)
                MOVE POS-TITLE  TO WS-PS-TITLE(WS-PS-IDX)
                MOVE POS-GRADE  TO WS-PS-GRADE(WS-PS-IDX)
                MOVE ZERO TO WS-PS-AUTH-FTE(WS-PS-IDX)
                IF POS-AUTH-FTE IS NUMERIC
                    MOVE POS-AUTH-FTE TO WS-PS-AUTH-FTE(WS-PS-IDX)
                END-IF
                MOVE ZERO TO WS-PS-BUDGET(WS-PS-IDX)
                IF POS-BUDGET-SALARY IS NUMERIC
                    MOVE POS-BUDGET-SALARY TO WS-PS-BUDGET(WS-PS-IDX)
                END-IF
                MOVE ZERO TO WS-PS-FILLED-FTE(WS-PS-IDX)
                MOVE ZERO TO WS-PS-HEADCOUNT(WS-PS-IDX)
                MOVE ZERO TO WS-PS-ACTUAL(WS-PS-IDX)
            ELSE
                DISPLAY "posmast.txt has more than 500 positions - "
                    POS-NUMBER " not reported."
            END-IF.
       TALLY-EMPLOYEES.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open employees.txt - status "
                    WS-EMPLOYEE-FILE-STATUS
                    " - every position reported vacant."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ EMPLOYEE-FILE NEXT RECORD
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF EMP-ACTIVE
                                    AND EMP-POSITION NOT = SPACES
                                PERFORM TALLY-ONE-EMPLOYEE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EMPLOYEE-FILE
            END-IF.
       TALLY-ONE-EMPLOYEE.
      * EMP-SALARY is the full-time figure, monthly unless the
      * employee is paid annually; the position budget is annual.
            MOVE 100 TO WS-EMP-FTE.
            IF EMP-FTE-PCT IS NUMERIC
                IF EMP-FTE-PCT > ZERO AND EMP-FTE-PCT NOT > 100
                    MOVE EMP-FTE-PCT TO WS-EMP-FTE
                END-IF
            END-IF.
            MOVE ZERO TO WS-EMP-ANNUAL.
            IF EMP-SALARY IS NUMERIC
                IF EMP-PAY-ANNUAL
                    COMPUTE WS-EMP-ANNUAL ROUNDED =
                        EMP-SALARY * WS-EMP-FTE / 100
                ELSE
                    COMPUTE WS-EMP-ANNUAL ROUNDED =
                        EMP-SALARY * 12 * WS-EMP-FTE / 100
                END-IF
            END-IF.
            MOVE ZERO TO WS-POSITION-SLOT.
            PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                    UNTIL WS-PS-IDX > WS-POSITION-COUNT
                        OR WS-POSITION-SLOT > ZERO
                IF WS-PS-NUMBER(WS-PS-IDX) = EMP-POSITION
                    SET WS-POSITION-SLOT TO WS-PS-IDX
                END-IF
            END-PERFORM.
            IF WS-POSITION-SLOT > ZERO
                SET WS-PS-IDX TO WS-POSITION-SLOT
                ADD WS-EMP-FTE    TO WS-PS-FILLED-FTE(WS-PS-IDX)
                ADD 1             TO WS-PS-HEADCOUNT(WS-PS-IDX)
                ADD WS-EMP-ANNUAL TO WS-PS-ACTUAL(WS-PS-IDX)
            ELSE
                IF WS-UNKNOWN-COUNT < 200
                    ADD 1 TO WS-UNKNOWN-COUNT
                    SET WS-UK-IDX TO WS-UNKNOWN-COUNT
                    MOVE EMP-ID       TO WS-UK-EMP-ID(WS-UK-IDX)
                    MOVE EMP-NAME     TO WS-UK-NAME(WS-UK-IDX)
                    MOVE EMP-DEP      TO WS-UK-DEP(WS-UK-IDX)
                    MOVE EMP-POSITION TO WS-UK-POSITION(WS-UK-IDX)
                END-IF
            END-IF.
       SORT-POSITIONS.
      * division, department, position number.
            PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                    UNTIL WS-PS-IDX >= WS-POSITION-COUNT
                PERFORM VARYING WS-PS-SCAN FROM WS-PS-IDX BY 1
                        UNTIL WS-PS-SCAN > WS-POSITION-COUNT
                    IF WS-PS-SORT-KEY(WS-PS-SCAN)
                            < WS-PS-SORT-KEY(WS-PS-IDX)
                        MOVE WS-POSITION-ENTRY(WS-PS-IDX)
                            TO WS-SWAP-ENTRY
                        MOVE WS-POSITION-ENTRY(WS-PS-SCAN)
                            TO WS-POSITION-ENTRY(WS-PS-IDX)
                        MOVE WS-SWAP-ENTRY
                            TO WS-POSITION-ENTRY(WS-PS-SCAN)
                    END-IF
                END-PERFORM
            END-PERFORM.
       WRITE-POSITION-REPORT.
            OPEN OUTPUT POSITION-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Unable to open posrpt.txt - status "
                    WS-REPORT-STATUS
                MOVE 16 TO WS-RUN-RC
                GO TO WRITE-POSITION-REPORT-EXIT
            END-IF.
            MOVE WS-TODAY TO RPT-DATE.
            WRITE POSITION-REPORT-RECORD FROM WS-REPORT-TITLE.
            WRITE POSITION-REPORT-RECORD FROM WS-REPORT-RULE.
            WRITE POSITION-REPORT-RECORD FROM WS-REPORT-COLUMNS.
            WRITE POSITION-REPORT-RECORD FROM WS-REPORT-RULE.
            INITIALIZE WS-CO-TOTALS.
            MOVE HIGH-VALUES TO WS-PREV-DIVISION.
            MOVE HIGH-VALUES TO WS-PREV-DEP.
            PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                    UNTIL WS-PS-IDX > WS-POSITION-COUNT
                IF WS-PS-DIVISION(WS-PS-IDX) NOT = WS-PREV-DIVISION
                    IF WS-PREV-DIVISION NOT = HIGH-VALUES
                        PERFORM WRITE-DEPT-TOTAL
                        PERFORM WRITE-DIVISION-TOTAL
                    END-IF
                    MOVE WS-PS-DIVISION(WS-PS-IDX)
                        TO WS-PREV-DIVISION
                    MOVE WS-PS-DIVISION(WS-PS-IDX) TO DVH-DIVISION
                    WRITE POSITION-REPORT-RECORD
                        FROM WS-DIVISION-HEADING
                    INITIALIZE WS-DIV-TOTALS
                    MOVE HIGH-VALUES TO WS-PREV-DEP
                END-IF
                IF WS-PS-DEP(WS-PS-IDX) NOT = WS-PREV-DEP
                    IF WS-PREV-DEP NOT = HIGH-VALUES
                        PERFORM WRITE-DEPT-TOTAL
                    END-IF
                    MOVE WS-PS-DEP(WS-PS-IDX) TO WS-PREV-DEP
                    MOVE WS-PS-DEP(WS-PS-IDX) TO DPH-DEP
                    WRITE POSITION-REPORT-RECORD FROM WS-DEPT-HEADING
                    INITIALIZE WS-DEPT-TOTALS
                END-IF
                PERFORM WRITE-POSITION-LINE
            END-PERFORM.
            IF WS-POSITION-COUNT > ZERO
                PERFORM WRITE-DEPT-TOTAL
                PERFORM WRITE-DIVISION-TOTAL
            END-IF.
            WRITE POSITION-REPORT-RECORD FROM WS-REPORT-RULE.
            MOVE "Company total       " TO TTL-LABEL.
            MOVE SPACES                 TO TTL-NAME.
            MOVE WS-CT-AUTH-FTE         TO TTL-AUTH.
            MOVE WS-CT-FILLED-FTE       TO TTL-FILLED.
            MOVE WS-CT-BUDGET           TO TTL-BUDGET.
            MOVE WS-CT-ACTUAL           TO TTL-ACTUAL.
            COMPUTE WS-VARIANCE = WS-CT-BUDGET - WS-CT-ACTUAL.
            MOVE WS-VARIANCE            TO TTL-VARIANCE.
            WRITE POSITION-REPORT-RECORD FROM WS-TOTAL-LINE.
            MOVE WS-POSITION-COUNT TO CNL-POSITIONS.
            MOVE WS-FILLED-COUNT   TO CNL-FILLED.
            MOVE WS-VACANT-COUNT   TO CNL-VACANT.
            MOVE WS-OVER-COUNT     TO CNL-OVER.
            WRITE POSITION-REPORT-RECORD FROM WS-COUNT-LINE.
            IF WS-UNKNOWN-COUNT > ZERO
                MOVE SPACES TO POSITION-REPORT-RECORD
                WRITE POSITION-REPORT-RECORD
                WRITE POSITION-REPORT-RECORD FROM WS-UNKNOWN-HEADING
                PERFORM VARYING WS-UK-IDX FROM 1 BY 1
                        UNTIL WS-UK-IDX > WS-UNKNOWN-COUNT
                    MOVE WS-UK-EMP-ID(WS-UK-IDX)   TO UKL-EMP-ID
                    MOVE WS-UK-NAME(WS-UK-IDX)     TO UKL-NAME
                    MOVE WS-UK-DEP(WS-UK-IDX)      TO UKL-DEP
                    MOVE WS-UK-POSITION(WS-UK-IDX) TO UKL-POSITION
                    WRITE POSITION-REPORT-RECORD FROM WS-UNKNOWN-LINE
                END-PERFORM
            END-IF.
            CLOSE POSITION-REPORT-FILE.
            DISPLAY WS-POSITION-COUNT " position(s) on posrpt.txt - "
                WS-VACANT-COUNT " vacant, " WS-OVER-COUNT
                " over establishment.".
            IF WS-OVER-COUNT > ZERO OR WS-UNKNOWN-COUNT > ZERO
                MOVE 4 TO WS-RUN-RC
                IF WS-UNKNOWN-COUNT > ZERO
                    DISPLAY WS-UNKNOWN-COUNT " active employee(s) "
                        "in a position not on posmast.txt."
                END-IF
            END-IF.
            PERFORM WRITE-AUDIT-LOG.
       WRITE-POSITION-REPORT-EXIT.
            EXIT.
       WRITE-POSITION-LINE.
            MOVE WS-PS-NUMBER(WS-PS-IDX)     TO PSL-NUMBER.
            MOVE WS-PS-TITLE(WS-PS-IDX)      TO PSL-TITLE.
            MOVE WS-PS-GRADE(WS-PS-IDX)      TO PSL-GRADE.
            MOVE WS-PS-AUTH-FTE(WS-PS-IDX)   TO PSL-AUTH.
            MOVE WS-PS-FILLED-FTE(WS-PS-IDX) TO PSL-FILLED.
            MOVE WS-PS-HEADCOUNT(WS-PS-IDX)  TO PSL-HEADCOUNT.
            MOVE WS-PS-BUDGET(WS-PS-IDX)     TO PSL-BUDGET.
            MOVE WS-PS-ACTUAL(WS-PS-IDX)     TO PSL-ACTUAL.
            COMPUTE WS-VARIANCE =
                WS-PS-BUDGET(WS-PS-IDX) - WS-PS-ACTUAL(WS-PS-IDX).
            MOVE WS-VARIANCE                 TO PSL-VARIANCE.
            EVALUATE TRUE
                WHEN WS-PS-FILLED-FTE(WS-PS-IDX) = ZERO
                    MOVE "VACANT" TO PSL-STATUS
                    ADD 1 TO WS-VACANT-COUNT
                WHEN WS-PS-FILLED-FTE(WS-PS-IDX)
                        > WS-PS-AUTH-FTE(WS-PS-IDX)
                    MOVE "OVER"   TO PSL-STATUS
                    ADD 1 TO WS-OVER-COUNT
                WHEN OTHER
                    MOVE "FILLED" TO PSL-STATUS
                    ADD 1 TO WS-FILLED-COUNT
            END-EVALUATE.
            WRITE POSITION-REPORT-RECORD FROM WS-POSITION-LINE.
            ADD 1 TO WS-DT-POSITIONS.
            ADD WS-PS-AUTH-FTE(WS-PS-IDX)   TO WS-DT-AUTH-FTE.
            ADD WS-PS-FILLED-FTE(WS-PS-IDX) TO WS-DT-FILLED-FTE.
            ADD WS-PS-BUDGET(WS-PS-IDX)     TO WS-DT-BUDGET.
            ADD WS-PS-ACTUAL(WS-PS-IDX)     TO WS-DT-ACTUAL.
       WRITE-DEPT-TOTAL.
            MOVE "  Department total  " TO TTL-LABEL.
            MOVE WS-PREV-DEP            TO TTL-NAME.
            MOVE WS-DT-AUTH-FTE         TO TTL-AUTH.
            MOVE WS-DT-FILLED-FTE       TO TTL-FILLED.
            MOVE WS-DT-BUDGET           TO TTL-BUDGET.
            MOVE WS-DT-ACTUAL           TO TTL-ACTUAL.
            COMPUTE WS-VARIANCE = WS-DT-BUDGET - WS-DT-ACTUAL.
            MOVE WS-VARIANCE            TO TTL-VARIANCE.
            WRITE POSITION-REPORT-RECORD FROM WS-TOTAL-LINE.
            MOVE SPACES TO POSITION-REPORT-RECORD.
            WRITE POSITION-REPORT-RECORD.
            ADD WS-DT-POSITIONS  TO WS-VT-POSITIONS.
            ADD WS-DT-AUTH-FTE   TO WS-VT-AUTH-FTE.
            ADD WS-DT-FILLED-FTE TO WS-VT-FILLED-FTE.
            ADD WS-DT-BUDGET     TO WS-VT-BUDGET.
            ADD WS-DT-ACTUAL     TO WS-VT-ACTUAL.
       WRITE-DIVISION-TOTAL.
            MOVE "Division total      " TO TTL-LABEL.
            MOVE WS-PREV-DIVISION       TO TTL-NAME.
            MOVE WS-VT-AUTH-FTE         TO TTL-AUTH.
            MOVE WS-VT-FILLED-FTE       TO TTL-FILLED.
            MOVE WS-VT-BUDGET           TO TTL-BUDGET.
            MOVE WS-VT-ACTUAL           TO TTL-ACTUAL.
            COMPUTE WS-VARIANCE = WS-VT-BUDGET - WS-VT-ACTUAL.
            MOVE WS-VARIANCE            TO TTL-VARIANCE.
            WRITE POSITION-REPORT-RECORD FROM WS-TOTAL-LINE.
            MOVE SPACES TO POSITION-REPORT-RECORD.
            WRITE POSITION-REPORT-RECORD.
            ADD WS-VT-POSITIONS  TO WS-CT-POSITIONS.
            ADD WS-VT-AUTH-FTE   TO WS-CT-AUTH-FTE.
            ADD WS-VT-FILLED-FTE TO WS-CT-FILLED-FTE.
            ADD WS-VT-BUDGET     TO WS-CT-BUDGET.
            ADD WS-VT-ACTUAL     TO WS-CT-ACTUAL.
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
                MOVE "POSRPT"    TO AUD-PROGRAM
                MOVE WS-POSITION-COUNT TO AUD-RECORDS
                MOVE WS-OVER-COUNT     TO AUD-REJECTS
                MOVE "LISTED"    TO AUD-OUTCOME
                MOVE WS-SESSION-OPERATOR TO AUD-OPERATOR
                WRITE AUDIT-LOG-RECORD
                CLOSE AUDIT-LOG-FILE
            ELSE
                DISPLAY "Unable to open auditlog.txt - status "
                    WS-AUDIT-STATUS " - POSRPT not logged."
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
       END PROGRAM POSITION-REPORT.
