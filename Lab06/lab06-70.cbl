      ******************************************************************
      * Author:
      * Date:
      * Purpose: Masked test data copy. Writes a test set from the
      *          production employee master (employees.txt), bank
      *          distributions (bankacct.txt), pay history
      *          (payhist.txt) and student master (students.txt), so
      *          a lab06-2 change can be tested without real salaries
      *          and account numbers leaving the production machine.
      *          The copies are testemployees.txt, testbankacct.txt,
      *          testpayhist.txt and teststudents.txt - renamed to the
      *          production names on the test machine. In them:
      *            - first and last names are replaced from the
      *              substitution list (masknames.txt, type F or L and
      *              the name; a built-in list when it is missing),
      *              chosen by a keyed hash of the real name, so one
      *              real name becomes the same substitute in every
      *              file - employee, pay history and student alike;
      *            - bank account numbers are scrambled digit by digit
      *              under the run key and given a fresh check digit,
      *              so they still pass the lab06-40 account edits, and
      *              one real account always becomes the same test
      *              account while two different accounts never
      *              collide;
      *            - each employee's salary is moved up or down by up
      *              to the maskparm.txt percentage (default 5.00) and
      *              the same factor is applied to every pay history
      *              amount for that employee, so history and master
      *              still agree.
      *          EMP-IDs, departments, companies, grades, positions,
      *          periods, student IDs and all dates are left alone so
      *          every cross-file relationship still holds. The run
      *          key is the maskparm.txt seed, or the time of day when
      *          none is given, and is never printed. The control
      *          report (maskctl.txt) shows for each file the records
      *          read and written and whether they match; return code
      *          8 on any mismatch, 16 when the employee master cannot
      *          be read.
      * Tectonics: cobc
      * Modifications:
      *   - The students.txt record and its masked test copy carry
      *     the student's program code at the end of the record.
      *   - The students.txt record and its masked test copy carry
      *     the student's advisor code at the end of the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST-DATA-MASK.
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
           SELECT TEST-EMPLOYEE-FILE ASSIGN TO "testemployees.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TEM-ID
           ALTERNATE RECORD KEY IS TEM-NAME
               WITH DUPLICATES
           FILE STATUS IS WS-TEST-EMP-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "bankacct.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-ACCT-STATUS.
           SELECT TEST-BANK-FILE ASSIGN TO "testbankacct.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEST-BANK-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "payhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT TEST-HISTORY-FILE ASSIGN TO "testpayhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TPH-KEY
           FILE STATUS IS WS-TEST-HIST-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "students.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STUDENT-STATUS.
           SELECT TEST-STUDENT-FILE ASSIGN TO "teststudents.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEST-STU-STATUS.
           SELECT MASK-NAMES-FILE ASSIGN TO "masknames.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASK-NAMES-STATUS.
           SELECT MASK-PARM-FILE ASSIGN TO "maskparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASK-PARM-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "maskctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
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
       FD TEST-EMPLOYEE-FILE.
       01 TEST-EMPLOYEE-RECORD.
           05 TEM-ID           PIC X(6).
           05 TEM-NAME         PIC X(39).
           05 FILLER           PIC X(51).
       FD BANK-ACCOUNT-FILE.
       01 BANK-ACCOUNT-RECORD.
           05 BA-EMP-ID        PIC X(6).
           05 BA-BANK-CODE     PIC X(3).
           05 BA-ACCOUNT-NO    PIC X(10).
           05 BA-PRIORITY      PIC 9(2).
           05 BA-DIST-TYPE     PIC X(1).
           05 BA-DIST-VALUE    PIC 9(7)V99.
       FD TEST-BANK-FILE.
       01 TEST-BANK-RECORD     PIC X(31).
       FD PAY-HISTORY-FILE.
       COPY PAYHIST.
       FD TEST-HISTORY-FILE.
       01 TEST-HISTORY-RECORD.
           05 TPH-KEY          PIC X(12).
           05 FILLER           PIC X(102).
       FD STUDENT-FILE.
       01 STUDENT-FILE-RECORD.
           05 STU-ID    PIC 9(10).
           05 STU-FNAME PIC X(50).
           05 STU-LNAME PIC X(50).
           05 STU-GPA   PIC 9(1)V9(2).
           05 STU-PROGRAM PIC X(6).
           05 STU-ADVISOR PIC X(6).
       FD TEST-STUDENT-FILE.
       01 TEST-STUDENT-RECORD  PIC X(125).
       FD MASK-NAMES-FILE.
       01 MASK-NAMES-RECORD.
           05 MN-TYPE          PIC X(1).
               88 MN-FIRST-NAME        VALUE 'F'.
               88 MN-LAST-NAME         VALUE 'L'.
           05 MN-NAME          PIC X(20).
       FD MASK-PARM-FILE.
       01 MASK-PARM-RECORD.
           05 MP-SALARY-PCT    PIC 9(2)V99.
           05 MP-SEED          PIC 9(9).
       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-RECORD PIC X(80).
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
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-TEST-EMP-STATUS      PIC X(2).
       01 WS-BANK-ACCT-STATUS     PIC X(2).
       01 WS-TEST-BANK-STATUS     PIC X(2).
       01 WS-PAYHIST-STATUS       PIC X(2).
       01 WS-TEST-HIST-STATUS     PIC X(2).
       01 WS-STUDENT-STATUS       PIC X(2).
       01 WS-TEST-STU-STATUS      PIC X(2).
       01 WS-MASK-NAMES-STATUS    PIC X(2).
       01 WS-MASK-PARM-STATUS     PIC X(2).
       01 WS-CONTROL-STATUS       PIC X(2).
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
       01 WS-TIME-NOW             PIC 9(8).
       01 WS-SALARY-PCT           PIC 9(2)V99 VALUE 5.00.
       01 WS-SEED                 PIC 9(9)  VALUE ZERO.
       01 WS-SEED-X REDEFINES WS-SEED PIC X(9).
      * the built-in substitution list, used when masknames.txt is
      * missing or carries no names of a type.
       01 WS-BUILTIN-FIRST-VALUES.
           05 FILLER PIC X(20) VALUE "ALEX".
           05 FILLER PIC X(20) VALUE "BRETT".
           05 FILLER PIC X(20) VALUE "CASEY".
           05 FILLER PIC X(20) VALUE "DANA".
           05 FILLER PIC X(20) VALUE "ELLIS".
           05 FILLER PIC X(20) VALUE "FRANCIS".
           05 FILLER PIC X(20) VALUE "GLENN".
           05 FILLER PIC X(20) VALUE "HAYDEN".
           05 FILLER PIC X(20) VALUE "JORDAN".
           05 FILLER PIC X(20) VALUE "KERRY".
           05 FILLER PIC X(20) VALUE "LESLIE".
           05 FILLER PIC X(20) VALUE "MORGAN".
       01 WS-BUILTIN-FIRST REDEFINES WS-BUILTIN-FIRST-VALUES.
           05 WS-BF-NAME PIC X(20) OCCURS 12 TIMES.
       01 WS-BUILTIN-LAST-VALUES.
           05 FILLER PIC X(20) VALUE "ASHFORD".
           05 FILLER PIC X(20) VALUE "BARLOW".
           05 FILLER PIC X(20) VALUE "CARVER".
           05 FILLER PIC X(20) VALUE "DUNMORE".
           05 FILLER PIC X(20) VALUE "EASTWOOD".
           05 FILLER PIC X(20) VALUE "FENWICK".
           05 FILLER PIC X(20) VALUE "GARRICK".
           05 FILLER PIC X(20) VALUE "HOLLAND".
           05 FILLER PIC X(20) VALUE "INGRAM".
           05 FILLER PIC X(20) VALUE "KESTREL".
           05 FILLER PIC X(20) VALUE "LANGLEY".
           05 FILLER PIC X(20) VALUE "MARLOWE".
       01 WS-BUILTIN-LAST REDEFINES WS-BUILTIN-LAST-VALUES.
           05 WS-BL-NAME PIC X(20) OCCURS 12 TIMES.
       01 WS-FIRST-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-FIRST-TABLE.
           05 WS-FIRST-SUB PIC X(20) OCCURS 200 TIMES
                   INDEXED BY WS-FS-IDX.
       01 WS-LAST-COUNT           PIC 9(3)  VALUE ZERO.
       01 WS-LAST-TABLE.
           05 WS-LAST-SUB  PIC X(20) OCCURS 200 TIMES
                   INDEXED BY WS-LS-IDX.
       01 WS-HASH-FIELDS.
           05 WS-HASH-SOURCE      PIC X(50).
           05 WS-HASH-VALUE       PIC 9(12).
           05 WS-HASH-QUOTIENT    PIC 9(12).
           05 WS-HASH-POS         PIC 9(2).
           05 WS-HASH-SLOT        PIC 9(5).
       01 WS-ORD-WORK.
           05 WS-ORD-VALUE        PIC 9(4) COMP.
       01 WS-ORD-BYTES REDEFINES WS-ORD-WORK.
           05 WS-ORD-HIGH         PIC X(1).
           05 WS-ORD-LOW          PIC X(1).
       01 WS-MASKED-NAME          PIC X(20).
       01 WS-NAME-PARTS.
           05 WS-NP-TITLE         PIC X(4).
           05 WS-NP-FIRST         PIC X(15).
           05 WS-NP-LAST          PIC X(20).
       01 WS-ACCOUNT-FIELDS.
           05 WS-ACCOUNT          PIC X(10).
           05 WS-ACCT-POS         PIC 9(2).
           05 WS-ACCT-DIGIT       PIC 9(1).
           05 WS-KEY-DIGIT        PIC 9(1).
           05 WS-PRIOR-DIGIT      PIC 9(1).
           05 WS-DIGIT-SUM        PIC 9(3).
           05 WS-DIGIT-QUOTIENT   PIC 9(3).
       01 WS-FACTOR-FIELDS.
           05 WS-PCT-UNITS        PIC 9(4).
           05 WS-FACTOR-SPAN      PIC 9(5).
           05 WS-FACTOR-OFFSET    PIC S9(5).
           05 WS-FACTOR           PIC 9(1)V9(4).
           05 WS-FACTOR-EMP-ID    PIC X(6)  VALUE SPACES.
           05 WS-NET-GAP          PIC S9(11)V99.
       01 WS-FILE-COUNTS.
           05 WS-EMP-READ         PIC 9(7)  VALUE ZERO.
           05 WS-EMP-WRITTEN      PIC 9(7)  VALUE ZERO.
           05 WS-BANK-READ        PIC 9(7)  VALUE ZERO.
           05 WS-BANK-WRITTEN     PIC 9(7)  VALUE ZERO.
           05 WS-HIST-READ        PIC 9(7)  VALUE ZERO.
           05 WS-HIST-WRITTEN     PIC 9(7)  VALUE ZERO.
           05 WS-STU-READ         PIC 9(7)  VALUE ZERO.
           05 WS-STU-WRITTEN      PIC 9(7)  VALUE ZERO.
           05 WS-NAMES-MASKED     PIC 9(7)  VALUE ZERO.
           05 WS-ACCOUNTS-MASKED  PIC 9(7)  VALUE ZERO.
           05 WS-ACCOUNTS-BLANKED PIC 9(7)  VALUE ZERO.
           05 WS-SALARIES-MASKED  PIC 9(7)  VALUE ZERO.
           05 WS-MISMATCH-COUNT   PIC 9(2)  VALUE ZERO.
       01 WS-FILE-PRESENT-FLAGS.
           05 WS-BANK-FLAG        PIC X(1)  VALUE 'N'.
               88 WS-BANK-PRESENT           VALUE 'Y'.
           05 WS-HIST-FLAG        PIC X(1)  VALUE 'N'.
               88 WS-HIST-PRESENT           VALUE 'Y'.
           05 WS-STU-FLAG         PIC X(1)  VALUE 'N'.
               88 WS-STU-PRESENT            VALUE 'Y'.
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-CONTROL-LINES.
           05 WS-CT-TITLE.
               10 FILLER           PIC X(39) VALUE
                   "MASKED TEST DATA COPY - CONTROL REPORT ".
               10 FILLER           PIC X(7)  VALUE "RUN ON ".
               10 CTT-RUN-DATE     PIC 9(8).
           05 WS-CT-RULE.
               10 FILLER PIC X(80) VALUE ALL "-".
           05 WS-CT-COLUMN-HEAD.
               10 FILLER           PIC X(18) VALUE "SOURCE FILE".
               10 FILLER           PIC X(20) VALUE "TEST COPY".
               10 FILLER           PIC X(10) VALUE "READ".
               10 FILLER           PIC X(10) VALUE "WRITTEN".
               10 FILLER           PIC X(8)  VALUE "RESULT".
           05 WS-CT-FILE-LINE.
               10 CTF-SOURCE       PIC X(18).
               10 CTF-TARGET       PIC X(18).
               10 CTF-READ         PIC Z(6)9.
               10 FILLER           PIC X(3)  VALUE SPACE.
               10 CTF-WRITTEN      PIC Z(6)9.
               10 FILLER           PIC X(5)  VALUE SPACE.
               10 CTF-RESULT       PIC X(11).
           05 WS-CT-COUNT-LINE.
               10 CTC-LABEL        PIC X(40).
               10 CTC-COUNT        PIC Z(6)9.
           05 WS-CT-PCT-LINE.
               10 FILLER           PIC X(40) VALUE
                   "Salary variation allowed (+/- percent)".
               10 CTP-PCT          PIC Z9.99.
           05 WS-CT-RESULT-LINE.
               10 FILLER           PIC X(8)  VALUE "RESULT: ".
               10 CTR-TEXT         PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            ACCEPT WS-TODAY-RAW FROM DATE.
            COMPUTE WS-TODAY =
                20000000 + (WS-TODAY-YY * 10000)
                    + (WS-TODAY-MM * 100) + WS-TODAY-DD.
            MOVE "MASKDATA" TO WS-AUDIT-PROGRAM.
            MOVE ZERO       TO WS-AUDIT-COUNT WS-AUDIT-REJECTS.
            PERFORM LOAD-MASK-PARM.
            PERFORM LOAD-MASK-NAMES.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open employees.txt - status "
                    WS-EMPLOYEE-FILE-STATUS " - no test set written."
                MOVE "FAILED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT CONTROL-REPORT-FILE.
            IF WS-CONTROL-STATUS NOT = "00"
                DISPLAY "Unable to open maskctl.txt - status "
                    WS-CONTROL-STATUS
                CLOSE EMPLOYEE-FILE
                MOVE "FAILED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM MASK-EMPLOYEES.
            PERFORM MASK-BANK-ACCOUNTS THRU MASK-BANK-ACCOUNTS-EXIT.
            PERFORM MASK-PAY-HISTORY THRU MASK-PAY-HISTORY-EXIT.
            PERFORM MASK-STUDENTS THRU MASK-STUDENTS-EXIT.
            PERFORM WRITE-CONTROL-REPORT.
            CLOSE CONTROL-REPORT-FILE.
            IF WS-MISMATCH-COUNT > ZERO
                MOVE 8 TO WS-RUN-RC
                MOVE "MISMATCH" TO WS-AUDIT-OUTCOME
                DISPLAY "Record counts do not match for "
                    WS-MISMATCH-COUNT " file(s) - see maskctl.txt."
            ELSE
                MOVE "MASKED" TO WS-AUDIT-OUTCOME
                DISPLAY "Test set written - record counts match - "
                    "see maskctl.txt."
            END-IF.
            COMPUTE WS-AUDIT-COUNT = WS-EMP-WRITTEN + WS-BANK-WRITTEN
                + WS-HIST-WRITTEN + WS-STU-WRITTEN.
            MOVE WS-MISMATCH-COUNT TO WS-AUDIT-REJECTS.
            PERFORM WRITE-AUDIT-LOG.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       LOAD-MASK-PARM.
            OPEN INPUT MASK-PARM-FILE.
            IF WS-MASK-PARM-STATUS = "00"
                READ MASK-PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF MP-SALARY-PCT IS NUMERIC
                                AND MP-SALARY-PCT > ZERO
                            MOVE MP-SALARY-PCT TO WS-SALARY-PCT
                        END-IF
                        IF MP-SEED IS NUMERIC
                            MOVE MP-SEED TO WS-SEED
                        END-IF
                END-READ
                CLOSE MASK-PARM-FILE
            ELSE
                DISPLAY "maskparm.txt not found - salaries vary by "
                    "up to 5.00 percent."
            END-IF.
      * no seed given - the time of day keys the run, so two runs
      * never produce the same substitutions.
            IF WS-SEED = ZERO
                ACCEPT WS-TIME-NOW FROM TIME
                COMPUTE WS-SEED = WS-TIME-NOW + 123456789
            END-IF.
            COMPUTE WS-PCT-UNITS = WS-SALARY-PCT * 100.
            COMPUTE WS-FACTOR-SPAN = (WS-PCT-UNITS * 2) + 1.
       LOAD-MASK-NAMES.
            OPEN INPUT MASK-NAMES-FILE.
            IF WS-MASK-NAMES-STATUS = "00"
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ MASK-NAMES-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM KEEP-MASK-NAME
                    END-READ
                END-PERFORM
                CLOSE MASK-NAMES-FILE
            ELSE
                DISPLAY "masknames.txt not found - built-in "
                    "substitution list used."
            END-IF.
            IF WS-FIRST-COUNT = ZERO
                PERFORM VARYING WS-FS-IDX FROM 1 BY 1
                        UNTIL WS-FS-IDX > 12
                    MOVE WS-BF-NAME(WS-FS-IDX)
                        TO WS-FIRST-SUB(WS-FS-IDX)
                END-PERFORM
                MOVE 12 TO WS-FIRST-COUNT
            END-IF.
            IF WS-LAST-COUNT = ZERO
                PERFORM VARYING WS-LS-IDX FROM 1 BY 1
                        UNTIL WS-LS-IDX > 12
                    MOVE WS-BL-NAME(WS-LS-IDX)
                        TO WS-LAST-SUB(WS-LS-IDX)
                END-PERFORM
                MOVE 12 TO WS-LAST-COUNT
            END-IF.
       KEEP-MASK-NAME.
            IF MN-NAME = SPACES
                CONTINUE
            ELSE
                IF MN-FIRST-NAME AND WS-FIRST-COUNT < 200
                    ADD 1 TO WS-FIRST-COUNT
                    MOVE MN-NAME TO WS-FIRST-SUB(WS-FIRST-COUNT)
                END-IF
                IF MN-LAST-NAME AND WS-LAST-COUNT < 200
                    ADD 1 TO WS-LAST-COUNT
                    MOVE MN-NAME TO WS-LAST-SUB(WS-LAST-COUNT)
                END-IF
            END-IF.
       MASK-EMPLOYEES.
            OPEN OUTPUT TEST-EMPLOYEE-FILE.
            IF WS-TEST-EMP-STATUS NOT = "00"
                DISPLAY "Unable to open testemployees.txt - status "
                    WS-TEST-EMP-STATUS
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL WS-END-OF-FILE
                READ EMPLOYEE-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-EMP-READ
                        PERFORM MASK-ONE-EMPLOYEE
                END-READ
            END-PERFORM.
            CLOSE EMPLOYEE-FILE.
            IF WS-TEST-EMP-STATUS = "00"
                CLOSE TEST-EMPLOYEE-FILE
            END-IF.
       MASK-ONE-EMPLOYEE.
            MOVE EMP-NAME TO WS-NAME-PARTS.
            PERFORM MASK-NAME-PARTS.
            MOVE WS-NAME-PARTS TO EMP-NAME.
            MOVE EMP-ID TO WS-FACTOR-EMP-ID.
            PERFORM SET-EMPLOYEE-FACTOR.
            IF EMP-SALARY IS NUMERIC
                COMPUTE EMP-SALARY ROUNDED = EMP-SALARY * WS-FACTOR
                ADD 1 TO WS-SALARIES-MASKED
            ELSE
                MOVE ZERO TO EMP-SALARY
            END-IF.
            IF WS-TEST-EMP-STATUS = "00"
                WRITE TEST-EMPLOYEE-RECORD FROM EMPLOYEE-RECORD
                IF WS-TEST-EMP-STATUS = "00"
                    ADD 1 TO WS-EMP-WRITTEN
                ELSE
                    DISPLAY "Write to testemployees.txt failed for "
                        EMP-ID " - status " WS-TEST-EMP-STATUS
                    MOVE "00" TO WS-TEST-EMP-STATUS
                END-IF
            END-IF.
       MASK-NAME-PARTS.
      * title, first and last name of a 39-byte name group; the
      * title is not identifying and stays.
            IF WS-NP-FIRST NOT = SPACES
                MOVE WS-NP-FIRST TO WS-HASH-SOURCE
                PERFORM PICK-FIRST-NAME
                MOVE WS-MASKED-NAME TO WS-NP-FIRST
                ADD 1 TO WS-NAMES-MASKED
            END-IF.
            IF WS-NP-LAST NOT = SPACES
                MOVE WS-NP-LAST TO WS-HASH-SOURCE
                PERFORM PICK-LAST-NAME
                MOVE WS-MASKED-NAME TO WS-NP-LAST
                ADD 1 TO WS-NAMES-MASKED
            END-IF.
       PICK-FIRST-NAME.
            PERFORM HASH-SOURCE.
            DIVIDE WS-HASH-VALUE BY WS-FIRST-COUNT
                GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-SLOT.
            ADD 1 TO WS-HASH-SLOT.
            MOVE WS-FIRST-SUB(WS-HASH-SLOT) TO WS-MASKED-NAME.
       PICK-LAST-NAME.
            PERFORM HASH-SOURCE.
            DIVIDE WS-HASH-VALUE BY WS-LAST-COUNT
                GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-SLOT.
            ADD 1 TO WS-HASH-SLOT.
            MOVE WS-LAST-SUB(WS-HASH-SLOT) TO WS-MASKED-NAME.
       HASH-SOURCE.
      * weighted sum of the character codes, keyed by the run seed -
      * the same text always hashes the same within a run.
            MOVE WS-SEED TO WS-HASH-VALUE.
            PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                    UNTIL WS-HASH-POS > 50
                IF WS-HASH-SOURCE(WS-HASH-POS:1) NOT = SPACE
                    MOVE ZERO TO WS-ORD-VALUE
                    MOVE WS-HASH-SOURCE(WS-HASH-POS:1) TO WS-ORD-LOW
                    COMPUTE WS-HASH-VALUE = WS-HASH-VALUE
                        + (WS-ORD-VALUE * (WS-HASH-POS + 7)
                            * (WS-HASH-POS + 3))
                END-IF
            END-PERFORM.
       SET-EMPLOYEE-FACTOR.
      * one factor per employee, so the master salary and every pay
      * history amount for the employee move together.
            MOVE WS-FACTOR-EMP-ID TO WS-HASH-SOURCE.
            PERFORM HASH-SOURCE.
            DIVIDE WS-HASH-VALUE BY WS-FACTOR-SPAN
                GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-SLOT.
            COMPUTE WS-FACTOR-OFFSET = WS-HASH-SLOT - WS-PCT-UNITS.
            COMPUTE WS-FACTOR = (10000 + WS-FACTOR-OFFSET) / 10000.
       MASK-BANK-ACCOUNTS.
            OPEN INPUT BANK-ACCOUNT-FILE.
            IF WS-BANK-ACCT-STATUS NOT = "00"
                DISPLAY "bankacct.txt not found - no test copy "
                    "written."
                GO TO MASK-BANK-ACCOUNTS-EXIT
            END-IF.
            SET WS-BANK-PRESENT TO TRUE.
            OPEN OUTPUT TEST-BANK-FILE.
            IF WS-TEST-BANK-STATUS NOT = "00"
                DISPLAY "Unable to open testbankacct.txt - status "
                    WS-TEST-BANK-STATUS
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL WS-END-OF-FILE
                READ BANK-ACCOUNT-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-BANK-READ
                        MOVE BA-ACCOUNT-NO TO WS-ACCOUNT
                        PERFORM SCRAMBLE-ACCOUNT
                            THRU SCRAMBLE-ACCOUNT-EXIT
                        MOVE WS-ACCOUNT TO BA-ACCOUNT-NO
                        IF WS-TEST-BANK-STATUS = "00"
                            WRITE TEST-BANK-RECORD
                                FROM BANK-ACCOUNT-RECORD
                            ADD 1 TO WS-BANK-WRITTEN
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BANK-ACCOUNT-FILE.
            IF WS-TEST-BANK-STATUS = "00"
                CLOSE TEST-BANK-FILE
            END-IF.
       MASK-BANK-ACCOUNTS-EXIT.
            EXIT.
       SCRAMBLE-ACCOUNT.
      * each of the first nine digits is shifted by a seed digit and
      * by the digit written before it - reversible only with the
      * key, and two different accounts can never come out equal.
      * The tenth digit is then recomputed under the lab06-40 check
      * digit rule (sum of the first nine, mod 10).
            IF WS-ACCOUNT IS NOT NUMERIC
                MOVE ZEROS TO WS-ACCOUNT
                ADD 1 TO WS-ACCOUNTS-BLANKED
                GO TO SCRAMBLE-ACCOUNT-EXIT
            END-IF.
            MOVE ZERO TO WS-PRIOR-DIGIT.
            MOVE ZERO TO WS-DIGIT-SUM.
            PERFORM VARYING WS-ACCT-POS FROM 1 BY 1
                    UNTIL WS-ACCT-POS > 9
                MOVE WS-ACCOUNT(WS-ACCT-POS:1) TO WS-ACCT-DIGIT
                MOVE WS-SEED-X(WS-ACCT-POS:1)  TO WS-KEY-DIGIT
                COMPUTE WS-DIGIT-SUM = WS-ACCT-DIGIT + WS-KEY-DIGIT
                    + (WS-PRIOR-DIGIT * 3)
                DIVIDE WS-DIGIT-SUM BY 10
                    GIVING WS-DIGIT-QUOTIENT
                    REMAINDER WS-ACCT-DIGIT
                MOVE WS-ACCT-DIGIT TO WS-ACCOUNT(WS-ACCT-POS:1)
                MOVE WS-ACCT-DIGIT TO WS-PRIOR-DIGIT
            END-PERFORM.
            MOVE ZERO TO WS-DIGIT-SUM.
            PERFORM VARYING WS-ACCT-POS FROM 1 BY 1
                    UNTIL WS-ACCT-POS > 9
                MOVE WS-ACCOUNT(WS-ACCT-POS:1) TO WS-ACCT-DIGIT
                ADD WS-ACCT-DIGIT TO WS-DIGIT-SUM
            END-PERFORM.
            DIVIDE WS-DIGIT-SUM BY 10
                GIVING WS-DIGIT-QUOTIENT REMAINDER WS-ACCT-DIGIT.
            MOVE WS-ACCT-DIGIT TO WS-ACCOUNT(10:1).
            ADD 1 TO WS-ACCOUNTS-MASKED.
       SCRAMBLE-ACCOUNT-EXIT.
            EXIT.
       MASK-PAY-HISTORY.
            OPEN INPUT PAY-HISTORY-FILE.
            IF WS-PAYHIST-STATUS NOT = "00"
                DISPLAY "payhist.txt not found - no test copy "
                    "written."
                GO TO MASK-PAY-HISTORY-EXIT
            END-IF.
            SET WS-HIST-PRESENT TO TRUE.
            OPEN OUTPUT TEST-HISTORY-FILE.
            IF WS-TEST-HIST-STATUS NOT = "00"
                DISPLAY "Unable to open testpayhist.txt - status "
                    WS-TEST-HIST-STATUS
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL WS-END-OF-FILE
                READ PAY-HISTORY-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-HIST-READ
                        PERFORM MASK-ONE-HISTORY
                END-READ
            END-PERFORM.
            CLOSE PAY-HISTORY-FILE.
            IF WS-TEST-HIST-STATUS = "00"
                CLOSE TEST-HISTORY-FILE
            END-IF.
       MASK-PAY-HISTORY-EXIT.
            EXIT.
       MASK-ONE-HISTORY.
            MOVE PH-EMP-NAME TO WS-NAME-PARTS.
            PERFORM MASK-NAME-PARTS.
            MOVE WS-NAME-PARTS TO PH-EMP-NAME.
            IF PH-EMP-ID NOT = WS-FACTOR-EMP-ID
                MOVE PH-EMP-ID TO WS-FACTOR-EMP-ID
                PERFORM SET-EMPLOYEE-FACTOR
            END-IF.
      * keep whatever gap the stored net pay has to gross less
      * deductions (adjustments applied after the run), scaled like
      * the rest, so net still foots.
            IF PH-EMPLOYER-COST IS NOT NUMERIC
                MOVE ZERO TO PH-EMPLOYER-COST
            END-IF.
            COMPUTE WS-NET-GAP = PH-GROSS-PAY + PH-OT-PAY
                - PH-DEDUCTIONS - PH-TAX-WITHHELD - PH-NET-PAY.
            COMPUTE WS-NET-GAP ROUNDED = WS-NET-GAP * WS-FACTOR.
            COMPUTE PH-GROSS-PAY ROUNDED = PH-GROSS-PAY * WS-FACTOR.
            COMPUTE PH-OT-PAY ROUNDED = PH-OT-PAY * WS-FACTOR.
            COMPUTE PH-DEDUCTIONS ROUNDED = PH-DEDUCTIONS * WS-FACTOR.
            COMPUTE PH-TAX-WITHHELD ROUNDED =
                PH-TAX-WITHHELD * WS-FACTOR.
            COMPUTE PH-EMPLOYER-COST ROUNDED =
                PH-EMPLOYER-COST * WS-FACTOR.
            COMPUTE PH-NET-PAY = PH-GROSS-PAY + PH-OT-PAY
                - PH-DEDUCTIONS - PH-TAX-WITHHELD - WS-NET-GAP.
            IF WS-TEST-HIST-STATUS = "00"
                WRITE TEST-HISTORY-RECORD FROM PAY-HISTORY-RECORD
                IF WS-TEST-HIST-STATUS = "00"
                    ADD 1 TO WS-HIST-WRITTEN
                ELSE
                    DISPLAY "Write to testpayhist.txt failed for "
                        PH-KEY " - status " WS-TEST-HIST-STATUS
                    MOVE "00" TO WS-TEST-HIST-STATUS
                END-IF
            END-IF.
       MASK-STUDENTS.
            OPEN INPUT STUDENT-FILE.
            IF WS-STUDENT-STATUS NOT = "00"
                DISPLAY "students.txt not found - no test copy "
                    "written."
                GO TO MASK-STUDENTS-EXIT
            END-IF.
            SET WS-STU-PRESENT TO TRUE.
            OPEN OUTPUT TEST-STUDENT-FILE.
            IF WS-TEST-STU-STATUS NOT = "00"
                DISPLAY "Unable to open teststudents.txt - status "
                    WS-TEST-STU-STATUS
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL WS-END-OF-FILE
                READ STUDENT-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-STU-READ
                        PERFORM MASK-ONE-STUDENT
                END-READ
            END-PERFORM.
            CLOSE STUDENT-FILE.
            IF WS-TEST-STU-STATUS = "00"
                CLOSE TEST-STUDENT-FILE
            END-IF.
       MASK-STUDENTS-EXIT.
            EXIT.
       MASK-ONE-STUDENT.
            IF STU-FNAME NOT = SPACES
                MOVE STU-FNAME TO WS-HASH-SOURCE
                PERFORM PICK-FIRST-NAME
                MOVE WS-MASKED-NAME TO STU-FNAME
                ADD 1 TO WS-NAMES-MASKED
            END-IF.
            IF STU-LNAME NOT = SPACES
                MOVE STU-LNAME TO WS-HASH-SOURCE
                PERFORM PICK-LAST-NAME
                MOVE WS-MASKED-NAME TO STU-LNAME
                ADD 1 TO WS-NAMES-MASKED
            END-IF.
            IF WS-TEST-STU-STATUS = "00"
                WRITE TEST-STUDENT-RECORD FROM STUDENT-FILE-RECORD
                ADD 1 TO WS-STU-WRITTEN
            END-IF.
       WRITE-CONTROL-REPORT.
            MOVE WS-TODAY TO CTT-RUN-DATE.
            WRITE CONTROL-REPORT-RECORD FROM WS-CT-TITLE.
            WRITE CONTROL-REPORT-RECORD FROM WS-CT-RULE.
            WRITE CONTROL-REPORT-RECORD FROM WS-CT-COLUMN-HEAD.
            MOVE "employees.txt"     TO CTF-SOURCE.
            MOVE "testemployees.txt" TO CTF-TARGET.
            MOVE WS-EMP-READ         TO CTF-READ.
            MOVE WS-EMP-WRITTEN      TO CTF-WRITTEN.
            IF WS-EMP-READ = WS-EMP-WRITTEN
                MOVE "MATCH"    TO CTF-RESULT
            ELSE
                MOVE "MISMATCH" TO CTF-RESULT
                ADD 1 TO WS-MISMATCH-COUNT
            END-IF.
            PERFORM PUT-FILE-LINE.
            MOVE "bankacct.txt"      TO CTF-SOURCE.
            MOVE "testbankacct.txt"  TO CTF-TARGET.
            MOVE WS-BANK-READ        TO CTF-READ.
            MOVE WS-BANK-WRITTEN     TO CTF-WRITTEN.
            EVALUATE TRUE
                WHEN NOT WS-BANK-PRESENT
                    MOVE "NOT PRESENT" TO CTF-RESULT
                WHEN WS-BANK-READ = WS-BANK-WRITTEN
                    MOVE "MATCH"    TO CTF-RESULT
                WHEN OTHER
                    MOVE "MISMATCH" TO CTF-RESULT
                    ADD 1 TO WS-MISMATCH-COUNT
            END-EVALUATE.
            PERFORM PUT-FILE-LINE.
            MOVE "payhist.txt"       TO CTF-SOURCE.
            MOVE "testpayhist.txt"   TO CTF-TARGET.
            MOVE WS-HIST-READ        TO CTF-READ.
            MOVE WS-HIST-WRITTEN     TO CTF-WRITTEN.
            EVALUATE TRUE
                WHEN NOT WS-HIST-PRESENT
                    MOVE "NOT PRESENT" TO CTF-RESULT
                WHEN WS-HIST-READ = WS-HIST-WRITTEN
                    MOVE "MATCH"    TO CTF-RESULT
                WHEN OTHER
                    MOVE "MISMATCH" TO CTF-RESULT
                    ADD 1 TO WS-MISMATCH-COUNT
            END-EVALUATE.
            PERFORM PUT-FILE-LINE.
            MOVE "students.txt"      TO CTF-SOURCE.
            MOVE "teststudents.txt"  TO CTF-TARGET.
            MOVE WS-STU-READ         TO CTF-READ.
            MOVE WS-STU-WRITTEN      TO CTF-WRITTEN.
            EVALUATE TRUE
                WHEN NOT WS-STU-PRESENT
                    MOVE "NOT PRESENT" TO CTF-RESULT
                WHEN WS-STU-READ = WS-STU-WRITTEN
                    MOVE "MATCH"    TO CTF-RESULT
                WHEN OTHER
                    MOVE "MISMATCH" TO CTF-RESULT
                    ADD 1 TO WS-MISMATCH-COUNT
            END-EVALUATE.
            PERFORM PUT-FILE-LINE.
            WRITE CONTROL-REPORT-RECORD FROM WS-CT-RULE.
            MOVE "Names substituted" TO CTC-LABEL.
            MOVE WS-NAMES-MASKED     TO CTC-COUNT.
            WRITE CONTROL-REPORT-RECORD FROM WS-CT-COUNT-LINE.
            MOVE "Bank accounts scrambled" TO CTC-LABEL.
            MOVE WS-ACCOUNTS-MASKED  TO CTC-COUNT.
            WRITE CONTROL-REPORT-RECORD FROM WS-CT-COUNT-LINE.
            MOVE "Non-numeric accounts zeroed" TO CTC-LABEL.
            MOVE WS-ACCOUNTS-BLANKED TO CTC-COUNT.
            WRITE CONTROL-REPORT-RECORD FROM WS-CT-COUNT-LINE.
            MOVE "Salaries perturbed" TO CTC-LABEL.
            MOVE WS-SALARIES-MASKED  TO CTC-COUNT.
            WRITE CONTROL-REPORT-RECORD FROM WS-CT-COUNT-LINE.
            MOVE WS-SALARY-PCT TO CTP-PCT.
            WRITE CONTROL-REPORT-RECORD FROM WS-CT-PCT-LINE.
            WRITE CONTROL-REPORT-RECORD FROM WS-CT-RULE.
            IF WS-MISMATCH-COUNT = ZERO
                MOVE "ALL RECORD COUNTS MATCH THE SOURCE" TO CTR-TEXT
            ELSE
                MOVE "RECORD COUNTS DO NOT MATCH - TEST SET INCOMPLETE"
                    TO CTR-TEXT
            END-IF.
            WRITE CONTROL-REPORT-RECORD FROM WS-CT-RESULT-LINE.
       PUT-FILE-LINE.
            WRITE CONTROL-REPORT-RECORD FROM WS-CT-FILE-LINE.
            DISPLAY WS-CT-FILE-LINE.
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
       END PROGRAM TEST-DATA-MASK.
