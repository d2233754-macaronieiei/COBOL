      ******************************************************************
      * Author:
      * Date:
      * Purpose: Next-year payroll cost projection, so budget season
      *          starts from the figures already in the system instead
      *          of weeks of spreadsheets. Each active employee's
      *          monthly pay (the monthly salary, or the annual salary
      *          over twelve, times EMP-FTE-PCT, as the payroll run
      *          pays it) is carried through the twelve months of the
      *          projection year. The employee changes held on
      *          pendchg.txt are respected from the month they fall
      *          due in, the same month lab06-4 would apply them:
      *          future hires start costing then, transfers move the
      *          cost to the new department, and terminations and
      *          deletes stop it. A hire date inside a month pays the
      *          business days from the hire date, as the payroll run
      *          prorates a new hire. The proposed raise set - the
      *          latest raiseratesets.txt set dated after today, or
      *          one the operator names - raises the department's pay
      *          from the month it takes effect. Each vacant budgeted
      *          position (posmast.txt authorized FTE not filled by an
      *          active employee) is costed at its budgeted salary for
      *          the vacant share, all year. Employer contributions
      *          (emplrcontrib.txt) are added on every month's pay.
      *          Writes costproj.txt: per department, grouped by
      *          deptmast.txt division, the projected pay, employer
      *          cost and total against twelve months of the current
      *          deptbudget.txt figure, then the twelve monthly totals
      *          per department. Also writes nextbudget.txt in the
      *          deptbudget.txt layout - each department's projected
      *          average monthly pay - ready to be copied over
      *          deptbudget.txt when the year turns. The nightly
      *          job-plan run (opsession.txt = SCHEDULE) projects next
      *          calendar year with the default raise set. Return code
      *          4 when a department is projected with no current
      *          budget, 16 when the master cannot be read.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-PROJECTION.
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
           SELECT PENDING-CHANGE-FILE ASSIGN TO "pendchg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.
           SELECT RAISE-SET-FILE ASSIGN TO "raiseratesets.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RAISE-SET-STATUS.
           SELECT EMPLR-CONTRIB-FILE ASSIGN TO "emplrcontrib.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPLR-CONTRIB-STATUS.
           SELECT POSITION-FILE ASSIGN TO "posmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS POS-NUMBER
           FILE STATUS IS WS-POSITION-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO "deptmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-MASTER-STATUS.
           SELECT DEPT-BUDGET-FILE ASSIGN TO "deptbudget.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-BUDGET-STATUS.
           SELECT NEXT-BUDGET-FILE ASSIGN TO "nextbudget.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEXT-BUDGET-STATUS.
           SELECT PROJECTION-REPORT-FILE ASSIGN TO "costproj.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROJECTION-STATUS.
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
       FD PENDING-CHANGE-FILE.
       COPY PENDCHG.
       FD RAISE-SET-FILE.
       01 RAISE-SET-RECORD.
           05 RS-EFF-DATE      PIC 9(8).
           05 RS-DEP           PIC X(10).
           05 RS-PCT           PIC 9(2)V99.
       FD EMPLR-CONTRIB-FILE.
       01 EMPLR-CONTRIB-RECORD.
           05 EC-CODE         PIC X(4).
           05 EC-TYPE         PIC X(1).
               88 EC-IS-AMOUNT         VALUE 'A'.
               88 EC-IS-PERCENT        VALUE 'P'.
           05 EC-VALUE        PIC 9(7)V99.
           05 EC-ACCOUNT      PIC X(8).
       FD POSITION-FILE.
       COPY POSITION.
       FD DEPT-MASTER-FILE.
       01 DEPT-MASTER-RECORD.
           05 DM-DEP           PIC X(10).
           05 DM-BONUS-ELIGIBLE PIC X(1).
           05 DM-DIVISION      PIC X(10).
       FD DEPT-BUDGET-FILE.
       01 DEPT-BUDGET-RECORD.
           05 DB-DEP           PIC X(10).
           05 DB-BUDGET        PIC 9(9)V99.
       FD NEXT-BUDGET-FILE.
       01 NEXT-BUDGET-RECORD.
           05 NB-DEP           PIC X(10).
           05 NB-BUDGET        PIC 9(9)V99.
       FD PROJECTION-REPORT-FILE.
       01 PROJECTION-REPORT-RECORD PIC X(132).
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
       01 WS-PENDING-STATUS       PIC X(2).
       01 WS-RAISE-SET-STATUS     PIC X(2).
       01 WS-EMPLR-CONTRIB-STATUS PIC X(2).
       01 WS-POSITION-STATUS      PIC X(2).
       01 WS-DEPT-MASTER-STATUS   PIC X(2).
       01 WS-DEPT-BUDGET-STATUS   PIC X(2).
       01 WS-NEXT-BUDGET-STATUS   PIC X(2).
       01 WS-PROJECTION-STATUS    PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-UNATTENDED-FLAG      PIC A(1)  VALUE 'N'.
           88 WS-UNATTENDED                 VALUE 'Y'.
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-RUN-RC               PIC 9(2)  VALUE ZERO.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-PROJ-YEAR            PIC 9(4).
       01 WS-PROJ-YEAR-X          PIC X(4).
       01 WS-YEAR-START           PIC 9(8).
       01 WS-RAISE-SET-X          PIC X(8).
       01 WS-RAISE-SET-DATE       PIC 9(8)  VALUE ZERO.
       01 WS-RAISE-FROM-MONTH     PIC 9(2)  VALUE 13.
       01 WS-RATE-COUNT           PIC 9(3)  VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-RATE-IDX.
               10 WS-RATE-DEP    PIC X(10).
               10 WS-RATE-PCT    PIC 9(2)V99.
       01 WS-EMPLR-COUNT          PIC 9(2)  VALUE ZERO.
       01 WS-EMPLR-TABLE.
           05 WS-EMPLR-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-EMPLR-IDX.
               10 WS-EC-TYPE     PIC X(1).
               10 WS-EC-VALUE    PIC 9(7)V99.
       01 WS-PEND-COUNT           PIC 9(4)  VALUE ZERO.
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-PD-IDX WS-PD-NEXT.
               10 WS-PD-EMP-ID    PIC X(6).
               10 WS-PD-EFF-DATE  PIC 9(8).
               10 WS-PD-SEQ       PIC 9(6).
               10 WS-PD-CODE      PIC X(1).
               10 WS-PD-DEP       PIC X(10).
               10 WS-PD-SALARY    PIC 9(8)V99.
               10 WS-PD-STATUS    PIC X(1).
               10 WS-PD-PAY-FREQ  PIC X(1).
               10 WS-PD-FTE       PIC 9(3)V99.
               10 WS-PD-HIRE-DATE PIC 9(8).
               10 WS-PD-USED      PIC X(1).
       01 WS-PND-FTE-X            PIC X(5).
       01 WS-PND-FTE REDEFINES WS-PND-FTE-X PIC 9(3)V99.
       01 WS-DEPT-COUNT           PIC 9(3)  VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DP-IDX WS-DP-SCAN.
               10 WS-DP-SORT-KEY.
                   15 WS-DP-DIVISION  PIC X(10).
                   15 WS-DP-DEP       PIC X(10).
               10 WS-DP-HEADS     PIC 9(5).
               10 WS-DP-VACANT    PIC 9(5)V99.
               10 WS-DP-BUDGET    PIC 9(9)V99.
               10 WS-DP-HAS-BUDGET PIC X(1).
               10 WS-DP-PAY       PIC 9(11)V99.
               10 WS-DP-EMPLR     PIC 9(11)V99.
               10 WS-DP-MONTH OCCURS 12 TIMES PIC 9(11)V99.
       01 WS-SWAP-ENTRY           PIC X(226).
       01 WS-DIVISION-COUNT       PIC 9(3)  VALUE ZERO.
       01 WS-DIVISION-TABLE.
           05 WS-DIVISION-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DV-IDX.
               10 WS-DV-DEP       PIC X(10).
               10 WS-DV-DIVISION  PIC X(10).
       01 WS-POS-COUNT            PIC 9(4)  VALUE ZERO.
       01 WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-PS-IDX.
               10 WS-PS-NUMBER    PIC X(6).
               10 WS-PS-DEP       PIC X(10).
               10 WS-PS-AUTH-FTE  PIC 9(3)V99.
               10 WS-PS-BUDGET    PIC 9(8)V99.
               10 WS-PS-FILLED    PIC 9(5)V99.
       01 WS-DAYS-TABLE-X         PIC X(24)
                                  VALUE "312831303130313130313031".
       01 WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-X.
           05 WS-DAYS-IN OCCURS 12 TIMES PIC 9(2).
       01 WS-MONTH-FIELDS.
           05 WS-MONTH            PIC 9(2).
           05 WS-MONTH-START      PIC 9(8).
           05 WS-MONTH-END        PIC 9(8).
           05 WS-LAST-DAY         PIC 9(2).
           05 WS-LEAP-QUOT        PIC 9(4).
           05 WS-LEAP-REM-4       PIC 9(3).
           05 WS-LEAP-REM-100     PIC 9(3).
           05 WS-LEAP-REM-400     PIC 9(3).
           05 WS-COUNT-FROM       PIC 9(8).
           05 WS-BUS-DAY-COUNT    PIC S9(5).
           05 WS-DAYS-IN-MONTH    PIC S9(5).
           05 WS-DAYS-PAID        PIC S9(5).
       01 WS-EMP-FIELDS.
           05 WS-PROJ-EMP-ID      PIC X(6).
           05 WS-BASE-ON-FILE     PIC X(1).
           05 WS-BASE-DEP         PIC X(10).
           05 WS-BASE-SALARY      PIC 9(8)V99.
           05 WS-BASE-STATUS      PIC X(1).
           05 WS-BASE-PAY-FREQ    PIC X(1).
           05 WS-BASE-FTE         PIC 9(3)V99.
           05 WS-BASE-HIRE-DATE   PIC 9(8).
           05 WS-CUR-ON-FILE      PIC X(1).
               88 WS-CUR-EMPLOYED           VALUE 'Y'.
           05 WS-CUR-DEP          PIC X(10).
           05 WS-CUR-SALARY       PIC 9(8)V99.
           05 WS-CUR-STATUS       PIC X(1).
           05 WS-CUR-PAY-FREQ     PIC X(1).
           05 WS-CUR-FTE          PIC 9(3)V99.
           05 WS-CUR-HIRE-DATE    PIC 9(8).
           05 WS-BEST-EFF         PIC 9(8).
           05 WS-BEST-SEQ         PIC 9(6).
           05 WS-BEST-SUB         PIC 9(4).
           05 WS-MONTH-PAY        PIC 9(9)V99.
           05 WS-MONTH-EMPLR      PIC 9(9)V99.
           05 WS-ONE-CONTRIB      PIC 9(9)V99.
           05 WS-VACANT-FTE       PIC S9(5)V99.
           05 WS-COUNTED-DEC      PIC X(1).
       01 WS-TOTALS.
           05 WS-EMP-PROJECTED    PIC 9(5)  VALUE ZERO.
           05 WS-NO-BUDGET-COUNT  PIC 9(3)  VALUE ZERO.
           05 WS-DIV-PAY          PIC 9(11)V99.
           05 WS-DIV-EMPLR        PIC 9(11)V99.
           05 WS-DIV-BUDGET       PIC 9(11)V99.
           05 WS-GRAND-PAY        PIC 9(11)V99 VALUE ZERO.
           05 WS-GRAND-EMPLR      PIC 9(11)V99 VALUE ZERO.
           05 WS-GRAND-BUDGET     PIC 9(11)V99 VALUE ZERO.
           05 WS-ANNUAL-BUDGET    PIC 9(11)V99.
           05 WS-VARIANCE         PIC S9(11)V99.
           05 WS-PREV-DIVISION    PIC X(10).
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-PROJECTION-LINES.
           05 WS-PJ-TITLE.
               10 FILLER           PIC X(25) VALUE SPACE.
               10 FILLER           PIC X(32) VALUE
                   "PAYROLL COST PROJECTION FOR ".
               10 PJT-YEAR         PIC 9(4).
               10 FILLER           PIC X(14) VALUE " - RAISE SET ".
               10 PJT-RAISE-SET    PIC X(8).
               10 FILLER           PIC X(11) VALUE " - RUN ON ".
               10 PJT-RUN-DATE     PIC 9(8).
           05 WS-PJ-RULE.
               10 FILLER PIC X(132) VALUE ALL "-".
           05 WS-PJ-COLUMNS.
               10 FILLER PIC X(11) VALUE "DIVISION".
               10 FILLER PIC X(11) VALUE "DEPT".
               10 FILLER PIC X(6)  VALUE "HEADS".
               10 FILLER PIC X(8)  VALUE " VAC FTE".
               10 FILLER PIC X(17) VALUE "      PROJ PAY".
               10 FILLER PIC X(17) VALUE "     EMPLOYER".
               10 FILLER PIC X(17) VALUE "   TOTAL COST".
               10 FILLER PIC X(17) VALUE "  CURR BUDGET".
               10 FILLER PIC X(17) VALUE "     VARIANCE".
               10 FILLER PIC X(10) VALUE "FLAG".
           05 WS-PJ-LINE.
               10 PJL-DIVISION     PIC X(10).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 PJL-DEP          PIC X(10).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 PJL-HEADS        PIC ZZZZ9.
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 PJL-VACANT       PIC ZZ9.99.
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 PJL-PAY          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10 PJL-EMPLR        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10 PJL-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10 PJL-BUDGET       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10 PJL-VARIANCE     PIC -Z,ZZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 PJL-FLAG         PIC X(10).
           05 WS-PJ-MONTH-TITLE.
               10 FILLER           PIC X(40) VALUE
                   "MONTHLY TOTAL COST, PAY PLUS EMPLOYER".
           05 WS-PJ-MONTH-COLUMNS.
               10 FILLER PIC X(11) VALUE "DEPT".
               10 FILLER PIC X(10) VALUE "       JAN".
               10 FILLER PIC X(10) VALUE "       FEB".
               10 FILLER PIC X(10) VALUE "       MAR".
               10 FILLER PIC X(10) VALUE "       APR".
               10 FILLER PIC X(10) VALUE "       MAY".
               10 FILLER PIC X(10) VALUE "       JUN".
               10 FILLER PIC X(10) VALUE "       JUL".
               10 FILLER PIC X(10) VALUE "       AUG".
               10 FILLER PIC X(10) VALUE "       SEP".
               10 FILLER PIC X(10) VALUE "       OCT".
               10 FILLER PIC X(10) VALUE "       NOV".
               10 FILLER PIC X(10) VALUE "       DEC".
           05 WS-PJ-MONTH-LINE.
               10 PJM-DEP          PIC X(10).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 PJM-AMOUNT OCCURS 12 TIMES PIC Z,ZZZ,ZZ9B.
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
            COMPUTE WS-PROJ-YEAR = WS-TODAY / 10000 + 1.
            PERFORM FIND-DEFAULT-RAISE-SET.
            IF NOT WS-UNATTENDED
                PERFORM ASK-PROJECTION-CHOICES
            END-IF.
            COMPUTE WS-YEAR-START = WS-PROJ-YEAR * 10000 + 0101.
            PERFORM LOAD-RAISE-SET.
            PERFORM LOAD-EMPLR-CONTRIB.
            PERFORM LOAD-DIVISIONS.
            PERFORM LOAD-DEPT-BUDGETS.
            PERFORM LOAD-POSITIONS.
            PERFORM LOAD-PENDING-CHANGES.
            PERFORM PROJECT-MASTER-EMPLOYEES.
            IF WS-RUN-RC = 16
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM PROJECT-PENDING-HIRES.
            PERFORM PROJECT-VACANCIES.
            PERFORM SORT-DEPT-TABLE.
            PERFORM WRITE-PROJECTION-REPORT
                THRU WRITE-PROJECTION-REPORT-EXIT.
            PERFORM WRITE-NEXT-BUDGET.
            DISPLAY WS-EMP-PROJECTED " employee(s) projected across "
                WS-DEPT-COUNT " department(s) for " WS-PROJ-YEAR
                " - see costproj.txt and nextbudget.txt.".
            IF WS-NO-BUDGET-COUNT > ZERO
                DISPLAY WS-NO-BUDGET-COUNT " department(s) have no "
                    "current budget to compare against."
                IF WS-RUN-RC < 4
                    MOVE 4 TO WS-RUN-RC
                END-IF
            END-IF.
            MOVE "COSTPROJ"         TO WS-AUDIT-PROGRAM.
            MOVE WS-EMP-PROJECTED   TO WS-AUDIT-COUNT.
            MOVE WS-NO-BUDGET-COUNT TO WS-AUDIT-REJECTS.
            MOVE "LISTED"           TO WS-AUDIT-OUTCOME.
            PERFORM WRITE-AUDIT-LOG.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       ASK-PROJECTION-CHOICES.
            DISPLAY "Projection year (YYYY, blank for " WS-PROJ-YEAR
                "): ".
            MOVE SPACES TO WS-PROJ-YEAR-X.
            ACCEPT WS-PROJ-YEAR-X.
            IF WS-PROJ-YEAR-X IS NUMERIC
                MOVE WS-PROJ-YEAR-X TO WS-PROJ-YEAR
            END-IF.
            IF WS-RAISE-SET-DATE = ZERO
                DISPLAY "No proposed raise set is on file."
            ELSE
                DISPLAY "Proposed raise set is the one effective "
                    WS-RAISE-SET-DATE "."
            END-IF.
            DISPLAY "Raise set effective date to use (YYYYMMDD, "
                "blank for the proposed set, 0 for none): ".
            MOVE SPACES TO WS-RAISE-SET-X.
            ACCEPT WS-RAISE-SET-X.
            IF WS-RAISE-SET-X = "0"
                MOVE ZERO TO WS-RAISE-SET-DATE
            ELSE
                IF WS-RAISE-SET-X IS NUMERIC
                    MOVE WS-RAISE-SET-X TO WS-RAISE-SET-DATE
                END-IF
            END-IF.
       FIND-DEFAULT-RAISE-SET.
      * a set dated today or earlier has been posted to the master
      * by lab06-12 already; the proposal is the latest one after.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT RAISE-SET-FILE.
            IF WS-RAISE-SET-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ RAISE-SET-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF RS-EFF-DATE > WS-TODAY
                                    AND RS-EFF-DATE > WS-RAISE-SET-DATE
                                MOVE RS-EFF-DATE TO WS-RAISE-SET-DATE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RAISE-SET-FILE
            END-IF.
       LOAD-RAISE-SET.
            MOVE ZERO TO WS-RATE-COUNT.
            MOVE 13 TO WS-RAISE-FROM-MONTH.
            IF WS-RAISE-SET-DATE > ZERO
                MOVE 'N' TO WS-EOF-FLAG
                OPEN INPUT RAISE-SET-FILE
                IF WS-RAISE-SET-STATUS = "00"
                    PERFORM UNTIL WS-END-OF-FILE
                        READ RAISE-SET-FILE
                            AT END
                                SET WS-END-OF-FILE TO TRUE
                            NOT AT END
                                IF RS-EFF-DATE = WS-RAISE-SET-DATE
                                        AND WS-RATE-COUNT < 100
                                    ADD 1 TO WS-RATE-COUNT
                                    SET WS-RATE-IDX TO WS-RATE-COUNT
                                    MOVE RS-DEP TO
                                        WS-RATE-DEP(WS-RATE-IDX)
                                    MOVE RS-PCT TO
                                        WS-RATE-PCT(WS-RATE-IDX)
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE RAISE-SET-FILE
                END-IF
            END-IF.
            IF WS-RATE-COUNT = ZERO
                MOVE "NONE" TO PJT-RAISE-SET
                IF WS-RAISE-SET-DATE > ZERO
                    DISPLAY "No raise set effective " WS-RAISE-SET-DATE
                        " on raiseratesets.txt - projected without "
                        "a raise."
                END-IF
            ELSE
                MOVE WS-RAISE-SET-DATE TO PJT-RAISE-SET
                IF WS-RAISE-SET-DATE < WS-YEAR-START
                    MOVE 1 TO WS-RAISE-FROM-MONTH
                ELSE
                    IF WS-RAISE-SET-DATE / 10000 = WS-PROJ-YEAR
                        COMPUTE WS-RAISE-FROM-MONTH =
                            (WS-RAISE-SET-DATE - WS-YEAR-START + 101)
                                / 100
                    ELSE
                        DISPLAY "Raise set " WS-RAISE-SET-DATE
                            " takes effect after " WS-PROJ-YEAR
                            " - no raise in the projection."
                    END-IF
                END-IF
            END-IF.
       LOAD-EMPLR-CONTRIB.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT EMPLR-CONTRIB-FILE.
            IF WS-EMPLR-CONTRIB-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ EMPLR-CONTRIB-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-EMPLR-COUNT < 20
                                ADD 1 TO WS-EMPLR-COUNT
                                SET WS-EMPLR-IDX TO WS-EMPLR-COUNT
                                MOVE EC-TYPE TO
                                    WS-EC-TYPE(WS-EMPLR-IDX)
                                MOVE EC-VALUE TO
                                    WS-EC-VALUE(WS-EMPLR-IDX)
                            ELSE
                                DISPLAY "emplrcontrib.txt has "
                                    "more than 20 rows - " EC-CODE
                                    " ignored."
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EMPLR-CONTRIB-FILE
            ELSE
                DISPLAY "emplrcontrib.txt not found - no employer "
                    "contributions projected."
            END-IF.
       LOAD-DIVISIONS.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT DEPT-MASTER-FILE.
            IF WS-DEPT-MASTER-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ DEPT-MASTER-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-DIVISION-COUNT < 200
                                ADD 1 TO WS-DIVISION-COUNT
                                SET WS-DV-IDX TO WS-DIVISION-COUNT
                                MOVE DM-DEP TO WS-DV-DEP(WS-DV-IDX)
                                MOVE DM-DIVISION
                                    TO WS-DV-DIVISION(WS-DV-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPT-MASTER-FILE
            ELSE
                DISPLAY "deptmast.txt not found - departments are "
                    "listed without a division."
            END-IF.
       LOAD-DEPT-BUDGETS.
      * every budgeted department is listed, staffed or not.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT DEPT-BUDGET-FILE.
            IF WS-DEPT-BUDGET-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ DEPT-BUDGET-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE DB-DEP TO WS-CUR-DEP
                            PERFORM FIND-DEPT-ENTRY
                            IF WS-DP-IDX <= WS-DEPT-COUNT
                                MOVE DB-BUDGET TO
                                    WS-DP-BUDGET(WS-DP-IDX)
                                MOVE 'Y' TO
                                    WS-DP-HAS-BUDGET(WS-DP-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEPT-BUDGET-FILE
            ELSE
                DISPLAY "deptbudget.txt not found - the projection "
                    "is printed without a budget to compare."
            END-IF.
       FIND-DEPT-ENTRY.
      * WS-DP-IDX is left on WS-CUR-DEP's entry, added when new;
      * past the table end when the table is full.
            PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                    UNTIL WS-DP-IDX > WS-DEPT-COUNT
                        OR WS-DP-DEP(WS-DP-IDX) = WS-CUR-DEP
                CONTINUE
            END-PERFORM.
            IF WS-DP-IDX > WS-DEPT-COUNT
                IF WS-DEPT-COUNT >= 200
                    DISPLAY "More than 200 departments - "
                        WS-CUR-DEP " not projected."
                ELSE
                    ADD 1 TO WS-DEPT-COUNT
                    SET WS-DP-IDX TO WS-DEPT-COUNT
                    INITIALIZE WS-DEPT-ENTRY(WS-DP-IDX)
                    MOVE WS-CUR-DEP TO WS-DP-DEP(WS-DP-IDX)
                    MOVE 'N' TO WS-DP-HAS-BUDGET(WS-DP-IDX)
                    MOVE "(NONE)" TO WS-DP-DIVISION(WS-DP-IDX)
                    PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                            UNTIL WS-DV-IDX > WS-DIVISION-COUNT
                        IF WS-DV-DEP(WS-DV-IDX) = WS-CUR-DEP
                            MOVE WS-DV-DIVISION(WS-DV-IDX)
                                TO WS-DP-DIVISION(WS-DP-IDX)
                        END-IF
                    END-PERFORM
                END-IF
            END-IF.
       LOAD-PENDING-CHANGES.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT PENDING-CHANGE-FILE.
            IF WS-PENDING-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ PENDING-CHANGE-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM KEEP-PENDING-CHANGE
                    END-READ
                END-PERFORM
                CLOSE PENDING-CHANGE-FILE
            END-IF.
       KEEP-PENDING-CHANGE.
            IF WS-PEND-COUNT >= 1000
                DISPLAY "More than 1000 pending changes - "
                    PND-EMP-ID " " PND-EFF-DATE " not projected."
            ELSE
                ADD 1 TO WS-PEND-COUNT
                SET WS-PD-IDX TO WS-PEND-COUNT
                MOVE PND-EMP-ID    TO WS-PD-EMP-ID(WS-PD-IDX)
                MOVE PND-EFF-DATE  TO WS-PD-EFF-DATE(WS-PD-IDX)
                MOVE PND-SEQ       TO WS-PD-SEQ(WS-PD-IDX)
                MOVE PND-CODE      TO WS-PD-CODE(WS-PD-IDX)
                INSPECT WS-PD-CODE(WS-PD-IDX)
                    CONVERTING "acd" TO "ACD"
                MOVE PND-EMP-DEP   TO WS-PD-DEP(WS-PD-IDX)
                MOVE ZERO          TO WS-PD-SALARY(WS-PD-IDX)
                IF PND-EMP-SALARY IS NUMERIC
                    MOVE PND-EMP-SALARY TO WS-PD-SALARY(WS-PD-IDX)
                END-IF
                MOVE PND-EMP-STATUS   TO WS-PD-STATUS(WS-PD-IDX)
                MOVE PND-EMP-PAY-FREQ TO WS-PD-PAY-FREQ(WS-PD-IDX)
                MOVE PND-EMP-FTE      TO WS-PND-FTE-X
                MOVE ZERO             TO WS-PD-FTE(WS-PD-IDX)
                IF WS-PND-FTE IS NUMERIC
                    MOVE WS-PND-FTE TO WS-PD-FTE(WS-PD-IDX)
                END-IF
                MOVE ZERO             TO WS-PD-HIRE-DATE(WS-PD-IDX)
                IF PND-EMP-HIRE-DATE IS NUMERIC
                    MOVE PND-EMP-HIRE-DATE
                        TO WS-PD-HIRE-DATE(WS-PD-IDX)
                END-IF
                MOVE 'N'              TO WS-PD-USED(WS-PD-IDX)
                IF WS-PD-CODE(WS-PD-IDX) = 'A'
                        AND PND-EMP-POSITION NOT = SPACES
                    PERFORM FILL-PENDING-POSITION
                END-IF
            END-IF.
       FILL-PENDING-POSITION.
      * a hire already on the way fills the post it is hired into.
            PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                    UNTIL WS-PS-IDX > WS-POS-COUNT
                IF WS-PS-NUMBER(WS-PS-IDX) = PND-EMP-POSITION
                    IF WS-PD-FTE(WS-PD-IDX) > ZERO
                            AND WS-PD-FTE(WS-PD-IDX) < 100
                        ADD WS-PD-FTE(WS-PD-IDX)
                            TO WS-PS-FILLED(WS-PS-IDX)
                    ELSE
                        ADD 100 TO WS-PS-FILLED(WS-PS-IDX)
                    END-IF
                END-IF
            END-PERFORM.
       LOAD-POSITIONS.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT POSITION-FILE.
            IF WS-POSITION-STATUS NOT = "00"
                DISPLAY "posmast.txt not found - no vacant positions "
                    "projected."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ POSITION-FILE NEXT RECORD
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-POS-COUNT < 2000
                                ADD 1 TO WS-POS-COUNT
                                SET WS-PS-IDX TO WS-POS-COUNT
                                MOVE POS-NUMBER
                                    TO WS-PS-NUMBER(WS-PS-IDX)
                                MOVE POS-DEP TO WS-PS-DEP(WS-PS-IDX)
                                MOVE POS-AUTH-FTE
                                    TO WS-PS-AUTH-FTE(WS-PS-IDX)
                                MOVE POS-BUDGET-SALARY
                                    TO WS-PS-BUDGET(WS-PS-IDX)
                                MOVE ZERO TO WS-PS-FILLED(WS-PS-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE POSITION-FILE
            END-IF.
       PROJECT-MASTER-EMPLOYEES.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open employees.txt - status "
                    WS-EMPLOYEE-FILE-STATUS
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ EMPLOYEE-FILE NEXT RECORD
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM PROJECT-ONE-MASTER-RECORD
                    END-READ
                END-PERFORM
                CLOSE EMPLOYEE-FILE
            END-IF.
       PROJECT-ONE-MASTER-RECORD.
            MOVE EMP-ID TO WS-PROJ-EMP-ID.
            MOVE 'Y'    TO WS-BASE-ON-FILE.
            MOVE EMP-DEP      TO WS-BASE-DEP.
            MOVE EMP-SALARY   TO WS-BASE-SALARY.
            MOVE EMP-STATUS   TO WS-BASE-STATUS.
            MOVE EMP-PAY-FREQ TO WS-BASE-PAY-FREQ.
            MOVE ZERO         TO WS-BASE-FTE.
            IF EMP-FTE-PCT IS NUMERIC
                MOVE EMP-FTE-PCT TO WS-BASE-FTE
            END-IF.
            MOVE ZERO         TO WS-BASE-HIRE-DATE.
            IF EMP-HIRE-DATE IS NUMERIC
                MOVE EMP-HIRE-DATE TO WS-BASE-HIRE-DATE
            END-IF.
      * the filled establishment is today's, before any change.
            IF EMP-ACTIVE AND EMP-POSITION NOT = SPACES
                PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                        UNTIL WS-PS-IDX > WS-POS-COUNT
                    IF WS-PS-NUMBER(WS-PS-IDX) = EMP-POSITION
                        IF WS-BASE-FTE > ZERO AND WS-BASE-FTE < 100
                            ADD WS-BASE-FTE TO WS-PS-FILLED(WS-PS-IDX)
                        ELSE
                            ADD 100 TO WS-PS-FILLED(WS-PS-IDX)
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.
            PERFORM PROJECT-ONE-EMPLOYEE.
       PROJECT-PENDING-HIRES.
      * pending changes for someone not on the master - future adds.
            PERFORM VARYING WS-PD-NEXT FROM 1 BY 1
                    UNTIL WS-PD-NEXT > WS-PEND-COUNT
                IF WS-PD-USED(WS-PD-NEXT) = 'N'
                    MOVE WS-PD-EMP-ID(WS-PD-NEXT) TO WS-PROJ-EMP-ID
                    MOVE 'N'    TO WS-BASE-ON-FILE
                    MOVE SPACES TO WS-BASE-DEP
                    MOVE ZERO   TO WS-BASE-SALARY
                    MOVE SPACE  TO WS-BASE-STATUS
                    MOVE SPACE  TO WS-BASE-PAY-FREQ
                    MOVE ZERO   TO WS-BASE-FTE
                    MOVE ZERO   TO WS-BASE-HIRE-DATE
                    PERFORM PROJECT-ONE-EMPLOYEE
                END-IF
            END-PERFORM.
       PROJECT-ONE-EMPLOYEE.
            MOVE 'N' TO WS-COUNTED-DEC.
            PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
                PERFORM SET-MONTH-DATES
                PERFORM SET-IMAGE-FOR-MONTH
                IF WS-CUR-EMPLOYED AND WS-CUR-STATUS = 'A'
                    PERFORM COST-ONE-MONTH
                END-IF
            END-PERFORM.
            IF WS-COUNTED-DEC = 'Y'
                ADD 1 TO WS-EMP-PROJECTED
            END-IF.
       SET-MONTH-DATES.
            MOVE WS-DAYS-IN(WS-MONTH) TO WS-LAST-DAY.
            IF WS-MONTH = 2
                DIVIDE WS-PROJ-YEAR BY 4 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM-4
                DIVIDE WS-PROJ-YEAR BY 100 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM-100
                DIVIDE WS-PROJ-YEAR BY 400 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM-400
                IF WS-LEAP-REM-4 = ZERO
                        AND (WS-LEAP-REM-100 NOT = ZERO
                            OR WS-LEAP-REM-400 = ZERO)
                    MOVE 29 TO WS-LAST-DAY
                END-IF
            END-IF.
            COMPUTE WS-MONTH-START =
                WS-PROJ-YEAR * 10000 + WS-MONTH * 100 + 1.
            COMPUTE WS-MONTH-END =
                WS-PROJ-YEAR * 10000 + WS-MONTH * 100 + WS-LAST-DAY.
       SET-IMAGE-FOR-MONTH.
      * the master record, overlaid by the latest pending change
      * due on or before the month end; a DELETE takes the
      * employee off.
            IF WS-BASE-ON-FILE = 'Y'
                MOVE 'Y' TO WS-CUR-ON-FILE
            ELSE
                MOVE 'N' TO WS-CUR-ON-FILE
            END-IF.
            MOVE WS-BASE-DEP       TO WS-CUR-DEP.
            MOVE WS-BASE-SALARY    TO WS-CUR-SALARY.
            MOVE WS-BASE-STATUS    TO WS-CUR-STATUS.
            MOVE WS-BASE-PAY-FREQ  TO WS-CUR-PAY-FREQ.
            MOVE WS-BASE-FTE       TO WS-CUR-FTE.
            MOVE WS-BASE-HIRE-DATE TO WS-CUR-HIRE-DATE.
            MOVE ZERO TO WS-BEST-EFF.
            MOVE ZERO TO WS-BEST-SEQ.
            MOVE ZERO TO WS-BEST-SUB.
            PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                    UNTIL WS-PD-IDX > WS-PEND-COUNT
                IF WS-PD-EMP-ID(WS-PD-IDX) = WS-PROJ-EMP-ID
                    MOVE 'Y' TO WS-PD-USED(WS-PD-IDX)
                    IF WS-PD-EFF-DATE(WS-PD-IDX) NOT > WS-MONTH-END
                        IF WS-PD-EFF-DATE(WS-PD-IDX) > WS-BEST-EFF
                                OR (WS-PD-EFF-DATE(WS-PD-IDX)
                                        = WS-BEST-EFF
                                    AND WS-PD-SEQ(WS-PD-IDX)
                                        > WS-BEST-SEQ)
                            MOVE WS-PD-EFF-DATE(WS-PD-IDX)
                                TO WS-BEST-EFF
                            MOVE WS-PD-SEQ(WS-PD-IDX) TO WS-BEST-SEQ
                            SET WS-BEST-SUB TO WS-PD-IDX
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-BEST-SUB > ZERO
                SET WS-PD-IDX TO WS-BEST-SUB
                IF WS-PD-CODE(WS-PD-IDX) = 'D'
                    MOVE 'N' TO WS-CUR-ON-FILE
                ELSE
                    MOVE 'Y' TO WS-CUR-ON-FILE
                    MOVE WS-PD-DEP(WS-PD-IDX)      TO WS-CUR-DEP
                    MOVE WS-PD-SALARY(WS-PD-IDX)   TO WS-CUR-SALARY
                    MOVE WS-PD-STATUS(WS-PD-IDX)   TO WS-CUR-STATUS
                    MOVE WS-PD-PAY-FREQ(WS-PD-IDX) TO WS-CUR-PAY-FREQ
                    MOVE WS-PD-FTE(WS-PD-IDX)      TO WS-CUR-FTE
                    MOVE WS-PD-HIRE-DATE(WS-PD-IDX)
                        TO WS-CUR-HIRE-DATE
                END-IF
            END-IF.
       COST-ONE-MONTH.
            IF WS-CUR-PAY-FREQ = 'A'
                COMPUTE WS-MONTH-PAY ROUNDED = WS-CUR-SALARY / 12
            ELSE
                MOVE WS-CUR-SALARY TO WS-MONTH-PAY
            END-IF.
            IF WS-CUR-FTE > ZERO AND WS-CUR-FTE < 100
                COMPUTE WS-MONTH-PAY ROUNDED =
                    WS-MONTH-PAY * WS-CUR-FTE / 100
            END-IF.
            IF WS-CUR-HIRE-DATE > WS-MONTH-END
                MOVE ZERO TO WS-MONTH-PAY
            ELSE
                IF WS-CUR-HIRE-DATE > WS-MONTH-START
                    PERFORM PRORATE-HIRE-MONTH
                END-IF
            END-IF.
            IF WS-MONTH NOT < WS-RAISE-FROM-MONTH
                PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                        UNTIL WS-RATE-IDX > WS-RATE-COUNT
                    IF WS-RATE-DEP(WS-RATE-IDX) = WS-CUR-DEP
                        COMPUTE WS-MONTH-PAY ROUNDED = WS-MONTH-PAY
                            * (100 + WS-RATE-PCT(WS-RATE-IDX)) / 100
                        SET WS-RATE-IDX TO WS-RATE-COUNT
                    END-IF
                END-PERFORM
            END-IF.
            IF WS-MONTH-PAY > ZERO
                MOVE 100 TO WS-VACANT-FTE
                PERFORM COMPUTE-EMPLOYER-COST
                PERFORM FIND-DEPT-ENTRY
                IF WS-DP-IDX <= WS-DEPT-COUNT
                    ADD WS-MONTH-PAY   TO WS-DP-PAY(WS-DP-IDX)
                    ADD WS-MONTH-EMPLR TO WS-DP-EMPLR(WS-DP-IDX)
                    ADD WS-MONTH-PAY WS-MONTH-EMPLR
                        TO WS-DP-MONTH(WS-DP-IDX, WS-MONTH)
                    IF WS-MONTH = 12
                        ADD 1 TO WS-DP-HEADS(WS-DP-IDX)
                    END-IF
                END-IF
                MOVE 'Y' TO WS-COUNTED-DEC
            END-IF.
       PRORATE-HIRE-MONTH.
      * business days from the hire date to the month end, both
      * ends counted, over the business days in the month.
            MOVE WS-MONTH-START TO WS-COUNT-FROM.
            PERFORM COUNT-BUSINESS-DAYS.
            MOVE WS-BUS-DAY-COUNT TO WS-DAYS-IN-MONTH.
            MOVE WS-CUR-HIRE-DATE TO WS-COUNT-FROM.
            PERFORM COUNT-BUSINESS-DAYS.
            MOVE WS-BUS-DAY-COUNT TO WS-DAYS-PAID.
            IF WS-DAYS-IN-MONTH > ZERO
                COMPUTE WS-MONTH-PAY ROUNDED =
                    WS-MONTH-PAY * WS-DAYS-PAID / WS-DAYS-IN-MONTH
            END-IF.
       COUNT-BUSINESS-DAYS.
      * BDIF counts the business days after the first date; BDAY
      * adds the first date back in when it is one.
            MOVE ZERO TO WS-BUS-DAY-COUNT.
            MOVE "BDIF" TO DS-FUNCTION.
            MOVE WS-MONTH-END TO DS-DATE-1.
            MOVE WS-COUNT-FROM TO DS-DATE-2.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS = 'Y'
                MOVE DS-RESULT TO WS-BUS-DAY-COUNT
                MOVE "BDAY" TO DS-FUNCTION
                MOVE WS-COUNT-FROM TO DS-DATE-1
                CALL "DATESRV" USING DS-REQUEST
                IF DS-STATUS = 'Y'
                    ADD DS-RESULT TO WS-BUS-DAY-COUNT
                END-IF
            END-IF.
            IF WS-BUS-DAY-COUNT < ZERO
                MOVE ZERO TO WS-BUS-DAY-COUNT
            END-IF.
       COMPUTE-EMPLOYER-COST.
      * a flat amount is per paid head, scaled by WS-VACANT-FTE
      * (100 for an employee) for a part-filled vacancy.
            MOVE ZERO TO WS-MONTH-EMPLR.
            PERFORM VARYING WS-EMPLR-IDX FROM 1 BY 1
                    UNTIL WS-EMPLR-IDX > WS-EMPLR-COUNT
                IF WS-EC-TYPE(WS-EMPLR-IDX) = 'P'
                    COMPUTE WS-ONE-CONTRIB ROUNDED =
                        WS-MONTH-PAY * WS-EC-VALUE(WS-EMPLR-IDX) / 100
                ELSE
                    COMPUTE WS-ONE-CONTRIB ROUNDED =
                        WS-EC-VALUE(WS-EMPLR-IDX) * WS-VACANT-FTE / 100
                END-IF
                ADD WS-ONE-CONTRIB TO WS-MONTH-EMPLR
            END-PERFORM.
       PROJECT-VACANCIES.
            PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                    UNTIL WS-PS-IDX > WS-POS-COUNT
                COMPUTE WS-VACANT-FTE = WS-PS-AUTH-FTE(WS-PS-IDX)
                    - WS-PS-FILLED(WS-PS-IDX)
                IF WS-VACANT-FTE > ZERO
                        AND WS-PS-AUTH-FTE(WS-PS-IDX) > ZERO
                    PERFORM COST-ONE-VACANCY
                END-IF
            END-PERFORM.
       COST-ONE-VACANCY.
            MOVE WS-PS-DEP(WS-PS-IDX) TO WS-CUR-DEP.
            PERFORM FIND-DEPT-ENTRY.
            IF WS-DP-IDX <= WS-DEPT-COUNT
                ADD WS-VACANT-FTE TO WS-DP-VACANT(WS-DP-IDX)
                COMPUTE WS-MONTH-PAY ROUNDED =
                    WS-PS-BUDGET(WS-PS-IDX) / 12 * WS-VACANT-FTE
                        / WS-PS-AUTH-FTE(WS-PS-IDX)
                PERFORM COMPUTE-EMPLOYER-COST
                PERFORM VARYING WS-MONTH FROM 1 BY 1
                        UNTIL WS-MONTH > 12
                    ADD WS-MONTH-PAY   TO WS-DP-PAY(WS-DP-IDX)
                    ADD WS-MONTH-EMPLR TO WS-DP-EMPLR(WS-DP-IDX)
                    ADD WS-MONTH-PAY WS-MONTH-EMPLR
                        TO WS-DP-MONTH(WS-DP-IDX, WS-MONTH)
                END-PERFORM
            END-IF.
       SORT-DEPT-TABLE.
      * division, then department.
            PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                    UNTIL WS-DP-IDX >= WS-DEPT-COUNT
                PERFORM VARYING WS-DP-SCAN FROM WS-DP-IDX BY 1
                        UNTIL WS-DP-SCAN > WS-DEPT-COUNT
                    IF WS-DP-SORT-KEY(WS-DP-SCAN)
                            < WS-DP-SORT-KEY(WS-DP-IDX)
                        MOVE WS-DEPT-ENTRY(WS-DP-IDX)
                            TO WS-SWAP-ENTRY
                        MOVE WS-DEPT-ENTRY(WS-DP-SCAN)
                            TO WS-DEPT-ENTRY(WS-DP-IDX)
                        MOVE WS-SWAP-ENTRY
                            TO WS-DEPT-ENTRY(WS-DP-SCAN)
                    END-IF
                END-PERFORM
            END-PERFORM.
       WRITE-PROJECTION-REPORT.
            OPEN OUTPUT PROJECTION-REPORT-FILE.
            IF WS-PROJECTION-STATUS NOT = "00"
                DISPLAY "Unable to open costproj.txt - status "
                    WS-PROJECTION-STATUS
                MOVE 16 TO WS-RUN-RC
                GO TO WRITE-PROJECTION-REPORT-EXIT
            END-IF.
            MOVE WS-PROJ-YEAR TO PJT-YEAR.
            MOVE WS-TODAY     TO PJT-RUN-DATE.
            WRITE PROJECTION-REPORT-RECORD FROM WS-PJ-TITLE.
            WRITE PROJECTION-REPORT-RECORD FROM WS-PJ-RULE.
            WRITE PROJECTION-REPORT-RECORD FROM WS-PJ-COLUMNS.
            WRITE PROJECTION-REPORT-RECORD FROM WS-PJ-RULE.
            MOVE HIGH-VALUES TO WS-PREV-DIVISION.
            PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                    UNTIL WS-DP-IDX > WS-DEPT-COUNT
                IF WS-DP-DIVISION(WS-DP-IDX) NOT = WS-PREV-DIVISION
                    IF WS-PREV-DIVISION NOT = HIGH-VALUES
                        PERFORM WRITE-DIVISION-TOTAL
                    END-IF
                    MOVE WS-DP-DIVISION(WS-DP-IDX) TO WS-PREV-DIVISION
                    MOVE ZERO TO WS-DIV-PAY WS-DIV-EMPLR WS-DIV-BUDGET
                END-IF
                PERFORM WRITE-DEPT-PROJECTION
            END-PERFORM.
            IF WS-PREV-DIVISION NOT = HIGH-VALUES
                PERFORM WRITE-DIVISION-TOTAL
            END-IF.
            MOVE SPACES TO WS-PJ-LINE.
            MOVE "ALL"            TO PJL-DIVISION.
            MOVE "TOTAL"          TO PJL-DEP.
            MOVE ZERO             TO PJL-HEADS PJL-VACANT.
            MOVE WS-GRAND-PAY     TO PJL-PAY.
            MOVE WS-GRAND-EMPLR   TO PJL-EMPLR.
            COMPUTE PJL-TOTAL = WS-GRAND-PAY + WS-GRAND-EMPLR.
            MOVE WS-GRAND-BUDGET  TO PJL-BUDGET.
            COMPUTE PJL-VARIANCE = WS-GRAND-BUDGET - WS-GRAND-PAY.
            WRITE PROJECTION-REPORT-RECORD FROM WS-PJ-RULE.
            WRITE PROJECTION-REPORT-RECORD FROM WS-PJ-LINE.
            MOVE SPACES TO PROJECTION-REPORT-RECORD.
            WRITE PROJECTION-REPORT-RECORD.
            WRITE PROJECTION-REPORT-RECORD FROM WS-PJ-MONTH-TITLE.
            WRITE PROJECTION-REPORT-RECORD FROM WS-PJ-RULE.
            WRITE PROJECTION-REPORT-RECORD FROM WS-PJ-MONTH-COLUMNS.
            WRITE PROJECTION-REPORT-RECORD FROM WS-PJ-RULE.
            PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                    UNTIL WS-DP-IDX > WS-DEPT-COUNT
                MOVE WS-DP-DEP(WS-DP-IDX) TO PJM-DEP
                PERFORM VARYING WS-MONTH FROM 1 BY 1
                        UNTIL WS-MONTH > 12
                    MOVE WS-DP-MONTH(WS-DP-IDX, WS-MONTH)
                        TO PJM-AMOUNT(WS-MONTH)
                END-PERFORM
                WRITE PROJECTION-REPORT-RECORD FROM WS-PJ-MONTH-LINE
            END-PERFORM.
            CLOSE PROJECTION-REPORT-FILE.
       WRITE-PROJECTION-REPORT-EXIT.
            EXIT.
       WRITE-DEPT-PROJECTION.
      * the variance is on pay, which is what the budget measures.
            COMPUTE WS-ANNUAL-BUDGET = WS-DP-BUDGET(WS-DP-IDX) * 12.
            MOVE SPACES TO WS-PJ-LINE.
            MOVE WS-DP-DIVISION(WS-DP-IDX) TO PJL-DIVISION.
            MOVE WS-DP-DEP(WS-DP-IDX)      TO PJL-DEP.
            MOVE WS-DP-HEADS(WS-DP-IDX)    TO PJL-HEADS.
            COMPUTE PJL-VACANT = WS-DP-VACANT(WS-DP-IDX) / 100.
            MOVE WS-DP-PAY(WS-DP-IDX)      TO PJL-PAY.
            MOVE WS-DP-EMPLR(WS-DP-IDX)    TO PJL-EMPLR.
            COMPUTE PJL-TOTAL =
                WS-DP-PAY(WS-DP-IDX) + WS-DP-EMPLR(WS-DP-IDX).
            MOVE WS-ANNUAL-BUDGET          TO PJL-BUDGET.
            COMPUTE WS-VARIANCE =
                WS-ANNUAL-BUDGET - WS-DP-PAY(WS-DP-IDX).
            MOVE WS-VARIANCE               TO PJL-VARIANCE.
            IF WS-DP-HAS-BUDGET(WS-DP-IDX) NOT = 'Y'
                MOVE "NO BUDGET" TO PJL-FLAG
                ADD 1 TO WS-NO-BUDGET-COUNT
            ELSE
                IF WS-DP-PAY(WS-DP-IDX) = ZERO
                    MOVE "NO STAFF" TO PJL-FLAG
                ELSE
                    IF WS-VARIANCE < ZERO
                        MOVE "OVER" TO PJL-FLAG
                    END-IF
                END-IF
            END-IF.
            WRITE PROJECTION-REPORT-RECORD FROM WS-PJ-LINE.
            ADD WS-DP-PAY(WS-DP-IDX)   TO WS-DIV-PAY WS-GRAND-PAY.
            ADD WS-DP-EMPLR(WS-DP-IDX) TO WS-DIV-EMPLR WS-GRAND-EMPLR.
            ADD WS-ANNUAL-BUDGET TO WS-DIV-BUDGET WS-GRAND-BUDGET.
       WRITE-DIVISION-TOTAL.
            MOVE SPACES TO WS-PJ-LINE.
            MOVE WS-PREV-DIVISION TO PJL-DIVISION.
            MOVE "DIVISION"       TO PJL-DEP.
            MOVE ZERO             TO PJL-HEADS PJL-VACANT.
            MOVE WS-DIV-PAY       TO PJL-PAY.
            MOVE WS-DIV-EMPLR     TO PJL-EMPLR.
            COMPUTE PJL-TOTAL = WS-DIV-PAY + WS-DIV-EMPLR.
            MOVE WS-DIV-BUDGET    TO PJL-BUDGET.
            COMPUTE PJL-VARIANCE = WS-DIV-BUDGET - WS-DIV-PAY.
            WRITE PROJECTION-REPORT-RECORD FROM WS-PJ-LINE.
            MOVE SPACES TO PROJECTION-REPORT-RECORD.
            WRITE PROJECTION-REPORT-RECORD.
       WRITE-NEXT-BUDGET.
            OPEN OUTPUT NEXT-BUDGET-FILE.
            IF WS-NEXT-BUDGET-STATUS NOT = "00"
                DISPLAY "Unable to open nextbudget.txt - status "
                    WS-NEXT-BUDGET-STATUS
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                        UNTIL WS-DP-IDX > WS-DEPT-COUNT
                    IF WS-DP-PAY(WS-DP-IDX) > ZERO
                        MOVE WS-DP-DEP(WS-DP-IDX) TO NB-DEP
                        COMPUTE NB-BUDGET ROUNDED =
                            WS-DP-PAY(WS-DP-IDX) / 12
                        WRITE NEXT-BUDGET-RECORD
                    END-IF
                END-PERFORM
                CLOSE NEXT-BUDGET-FILE
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
       END PROGRAM COST-PROJECTION.
