      ******************************************************************
      * Author:
      * Date:
      * Purpose: Expense reimbursement claims - mileage, travel and
      *          meal claims entered per employee and paid through
      *          payroll as a non-taxable reimbursement instead of as
      *          taxable payadjust.txt amounts. The claim categories
      *          come from expcat.txt (code, description, the most a
      *          single claim may be for - zero meaning no limit -
      *          and the GL expense account lab06-2 debits);
      *          the claims are kept on expclaims.txt. (C)ategories
      *          lists the category file. (E)nter records a claim for
      *          an employee on the master who is not terminated, with
      *          the category, the date of the expense (not in the
      *          future) and the amount, refused when it is over the
      *          category limit. (A)pprove lets an update-role
      *          operator other than the one who entered a claim
      *          approve it or reject it with a reason. Entries and
      *          decisions rewrite the claims file under the employee
      *          master lock, so a payroll run is not reading it at
      *          the same moment. lab06-2 pays approved claims on its
      *          next posting run and marks them paid with the period.
      *          (L)isting writes expclaimrpt.txt - every claim still
      *          waiting for a decision or for payment, and every
      *          rejected claim, by department with subtotals. A
      *          job-plan run (opsession.txt = SCHEDULE) writes the
      *          listing and nothing else; return code 16 when it
      *          cannot be written.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-CLAIMS.
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
           SELECT EXPENSE-CATEGORY-FILE ASSIGN TO "expcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATEGORY-STATUS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "expclaims.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIM-STATUS.
           SELECT CLAIM-REPORT-FILE ASSIGN TO "expclaimrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
           SELECT MASTER-LOCK-FILE ASSIGN TO "masterlock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
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
       FD EXPENSE-CATEGORY-FILE.
       COPY EXPCAT.
       FD EXPENSE-CLAIM-FILE.
       COPY EXPCLAIM.
       FD CLAIM-REPORT-FILE.
       01 CLAIM-REPORT-RECORD     PIC X(80).
       FD MASTER-LOCK-FILE.
       01 LOCK-RECORD.
           05 LK-PROGRAM   PIC X(10).
           05 LK-DATE      PIC X(8).
           05 LK-TIME      PIC X(6).
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
       01 WS-CATEGORY-STATUS      PIC X(2).
       01 WS-CLAIM-STATUS         PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-LOCK-STATUS          PIC X(2).
       01 WS-OPERATOR-STATUS      PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-UNATTENDED-FLAG      PIC A(1)  VALUE 'N'.
           88 WS-UNATTENDED                 VALUE 'Y'.
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-EMP-OPEN-FLAG        PIC A(1)  VALUE 'N'.
           88 WS-EMPLOYEE-FILE-OPEN         VALUE 'Y'.
       01 WS-ACTION               PIC X(1).
       01 WS-DONE-FLAG            PIC X(1)  VALUE 'N'.
           88 WS-DONE                       VALUE 'Y'.
       01 WS-RUN-RC               PIC 9(2)  VALUE ZERO.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-CATEGORY-COUNT       PIC 9(2)  VALUE ZERO.
       01 WS-CATEGORY-TABLE.
           05 WS-CATEGORY-ENTRY OCCURS 30 TIMES
                   INDEXED BY WS-CT-IDX.
               10 WS-CT-CODE       PIC X(4).
               10 WS-CT-DESC       PIC X(20).
               10 WS-CT-LIMIT      PIC 9(5)V99.
               10 WS-CT-ACCOUNT    PIC X(8).
       01 WS-CATEGORY-FOUND-FLAG  PIC X(1).
           88 WS-CATEGORY-FOUND             VALUE 'Y'.
       01 WS-CATEGORY-SLOT        PIC 9(2)  VALUE ZERO.
       01 WS-CLAIM-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-CLAIM-TABLE.
           05 WS-CLAIM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CL-IDX.
               10 WS-CL-RECORD     PIC X(132).
       01 WS-CLAIM-OVERFLOW-FLAG  PIC X(1)  VALUE 'N'.
           88 WS-CLAIM-OVERFLOWED           VALUE 'Y'.
       01 WS-LAST-CLAIM-NO        PIC 9(6)  VALUE ZERO.
       01 WS-LIST-COUNT           PIC 9(4)  VALUE ZERO.
       01 WS-LIST-TABLE.
           05 WS-LIST-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-LS-IDX WS-LS-SCAN.
               10 WS-LS-SORT-KEY.
                   15 WS-LS-DEPT     PIC X(10).
                   15 WS-LS-EMP-ID   PIC X(6).
                   15 WS-LS-CLAIM-NO PIC 9(6).
               10 WS-LS-NAME       PIC X(39).
               10 WS-LS-SLOT       PIC 9(4).
       01 WS-SWAP-ENTRY           PIC X(65).
       01 WS-ENTRY-FIELDS.
           05 WS-IN-EMP-ID        PIC X(6).
           05 WS-IN-CATEGORY      PIC X(4).
           05 WS-IN-DATE-X        PIC X(8).
           05 WS-IN-DATE REDEFINES WS-IN-DATE-X PIC 9(8).
           05 WS-IN-AMOUNT        PIC 9(7)V99.
           05 WS-IN-DESCRIPTION   PIC X(30).
           05 WS-IN-CLAIM-NO      PIC 9(6).
           05 WS-IN-DECISION      PIC X(1).
           05 WS-IN-REASON        PIC X(30).
           05 WS-CONFIRM-ANSWER   PIC X(1).
           05 WS-ENTRY-OK-FLAG    PIC X(1).
               88 WS-ENTRY-OK               VALUE 'Y'.
           05 WS-EMP-ON-FILE-FLAG PIC X(1).
               88 WS-EMP-ON-FILE            VALUE 'Y'.
           05 WS-EMP-STATUS       PIC X(1).
           05 WS-EMP-DEPT         PIC X(10).
           05 WS-EMP-NAME-SHOW    PIC X(39).
           05 WS-TARGET-FOUND     PIC X(1).
               88 WS-TARGET-ON-FILE        VALUE 'Y'.
           05 WS-UPDATE-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-OP-ROLE-FOUND    PIC X(1).
           05 WS-OP-EOF-FLAG      PIC A(1).
               88 WS-OP-EOF                VALUE 'Y'.
           05 WS-LOCK-HELD-FLAG   PIC X(1).
               88 WS-LOCK-IS-HELD          VALUE 'Y'.
       01 WS-REPORT-FIELDS.
           05 WS-PREV-DEPT        PIC X(10).
           05 WS-DEPT-CLAIMS      PIC 9(5)  VALUE ZERO.
           05 WS-DEPT-AMOUNT      PIC 9(9)V99 VALUE ZERO.
           05 WS-TOTAL-CLAIMS     PIC 9(5)  VALUE ZERO.
           05 WS-TOTAL-AMOUNT     PIC 9(9)V99 VALUE ZERO.
       01 WS-LOCK-TIME-NOW        PIC 9(8).
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-LIST-LINES.
           05 WS-CATEGORY-HEADER.
               10 FILLER PIC X(5)  VALUE "CODE".
               10 FILLER PIC X(21) VALUE "DESCRIPTION".
               10 FILLER PIC X(11) VALUE "     LIMIT".
               10 FILLER PIC X(8)  VALUE "ACCOUNT".
           05 WS-CATEGORY-LINE.
               10 CTL-CODE         PIC X(4).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 CTL-DESC         PIC X(20).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 CTL-LIMIT        PIC ZZ,ZZ9.99.
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 CTL-ACCOUNT      PIC X(8).
           05 WS-CLAIM-LINE.
               10 CLL-CLAIM-NO     PIC 9(6).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 CLL-EMP-ID       PIC X(6).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 CLL-NAME         PIC X(25).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 CLL-CATEGORY     PIC X(4).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 CLL-DATE         PIC 9(8).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 CLL-AMOUNT       PIC ZZZ,ZZ9.99.
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 CLL-STATUS       PIC X(8).
           05 WS-REASON-LINE.
               10 FILLER           PIC X(14) VALUE SPACE.
               10 FILLER           PIC X(10) VALUE "Rejected: ".
               10 RSL-REASON       PIC X(30).
               10 FILLER           PIC X(4)  VALUE " by ".
               10 RSL-BY           PIC X(8).
           05 WS-REPORT-TITLE.
               10 FILLER           PIC X(18) VALUE SPACE.
               10 FILLER           PIC X(36) VALUE
                   "OPEN AND REJECTED EXPENSE CLAIMS -  ".
               10 RPT-DATE         PIC 9(8).
           05 WS-REPORT-RULE.
               10 FILLER PIC X(80) VALUE ALL "-".
           05 WS-REPORT-COLUMNS.
               10 FILLER PIC X(7)  VALUE "CLAIM".
               10 FILLER PIC X(7)  VALUE "EMP".
               10 FILLER PIC X(26) VALUE "NAME".
               10 FILLER PIC X(5)  VALUE "CAT".
               10 FILLER PIC X(9)  VALUE "DATE".
               10 FILLER PIC X(11) VALUE "    AMOUNT".
               10 FILLER PIC X(8)  VALUE "STATUS".
           05 WS-DEPT-HEADING.
               10 FILLER           PIC X(12) VALUE "Department: ".
               10 DPH-DEPT         PIC X(10).
           05 WS-DEPT-FOOTING.
               10 FILLER           PIC X(14) VALUE SPACE.
               10 FILLER           PIC X(11) VALUE "Subtotal  ".
               10 DPF-DEPT         PIC X(10).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 DPF-CLAIMS       PIC ZZ,ZZ9.
               10 FILLER           PIC X(8)  VALUE " claims ".
               10 DPF-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-REPORT-FOOTING.
               10 FILLER           PIC X(14) VALUE SPACE.
               10 FILLER           PIC X(23) VALUE
                   "All departments        ".
               10 RPF-CLAIMS       PIC ZZ,ZZ9.
               10 FILLER           PIC X(8)  VALUE " claims ".
               10 RPF-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
       01 DISP-AMOUNT             PIC ZZZ,ZZ9.99.
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
            PERFORM LOAD-CATEGORIES.
            PERFORM LOAD-CLAIMS.
            IF WS-UNATTENDED
                PERFORM WRITE-CLAIM-LISTING
                    THRU WRITE-CLAIM-LISTING-EXIT
            ELSE
                PERFORM UNTIL WS-DONE
                    DISPLAY "Expense claims - (C)ategories, (E)nter, "
                        "(A)pprove/reject, (L)isting, (X) done: "
                    ACCEPT WS-ACTION
                    EVALUATE WS-ACTION
                        WHEN 'C' PERFORM LIST-CATEGORIES
                        WHEN 'c' PERFORM LIST-CATEGORIES
                        WHEN 'E' PERFORM ENTER-CLAIM
                        WHEN 'e' PERFORM ENTER-CLAIM
                        WHEN 'A' PERFORM DECIDE-CLAIM
                        WHEN 'a' PERFORM DECIDE-CLAIM
                        WHEN 'L' PERFORM WRITE-CLAIM-LISTING
                                     THRU WRITE-CLAIM-LISTING-EXIT
                        WHEN 'l' PERFORM WRITE-CLAIM-LISTING
                                     THRU WRITE-CLAIM-LISTING-EXIT
                        WHEN 'X' SET WS-DONE TO TRUE
                        WHEN 'x' SET WS-DONE TO TRUE
                        WHEN OTHER
                            DISPLAY "Invalid action."
                    END-EVALUATE
                END-PERFORM
            END-IF.
            IF WS-UPDATE-COUNT > ZERO
                MOVE "EXPCLAIM"      TO WS-AUDIT-PROGRAM
                MOVE WS-UPDATE-COUNT TO WS-AUDIT-COUNT
                MOVE ZERO            TO WS-AUDIT-REJECTS
                MOVE "UPDATED"       TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
            END-IF.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       LOAD-CATEGORIES.
            MOVE ZERO TO WS-CATEGORY-COUNT.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT EXPENSE-CATEGORY-FILE.
            IF WS-CATEGORY-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ EXPENSE-CATEGORY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM LOAD-ONE-CATEGORY
                    END-READ
                END-PERFORM
                CLOSE EXPENSE-CATEGORY-FILE
            ELSE
                DISPLAY "expcat.txt not found - no claims can be "
                    "entered."
            END-IF.
       LOAD-ONE-CATEGORY.
            IF WS-CATEGORY-COUNT < 30
                ADD 1 TO WS-CATEGORY-COUNT
                SET WS-CT-IDX TO WS-CATEGORY-COUNT
                MOVE XK-CATEGORY    TO WS-CT-CODE(WS-CT-IDX)
                MOVE XK-DESCRIPTION TO WS-CT-DESC(WS-CT-IDX)
                MOVE XK-ACCOUNT     TO WS-CT-ACCOUNT(WS-CT-IDX)
                IF XK-CLAIM-LIMIT IS NUMERIC
                    MOVE XK-CLAIM-LIMIT TO WS-CT-LIMIT(WS-CT-IDX)
                ELSE
                    MOVE ZERO TO WS-CT-LIMIT(WS-CT-IDX)
                END-IF
            ELSE
                DISPLAY "expcat.txt has more than 30 categories - "
                    XK-CATEGORY " not loaded."
            END-IF.
       LOAD-CLAIMS.
      * the whole file is held so a decision or a new claim can be
      * written back in one pass; a file too big for the table is
      * never rewritten.
            MOVE ZERO TO WS-CLAIM-COUNT.
            MOVE ZERO TO WS-LAST-CLAIM-NO.
            MOVE 'N' TO WS-CLAIM-OVERFLOW-FLAG.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT EXPENSE-CLAIM-FILE.
            IF WS-CLAIM-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ EXPENSE-CLAIM-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM LOAD-ONE-CLAIM
                    END-READ
                END-PERFORM
                CLOSE EXPENSE-CLAIM-FILE
            END-IF.
       LOAD-ONE-CLAIM.
            IF XC-CLAIM-NO IS NUMERIC
                    AND XC-CLAIM-NO > WS-LAST-CLAIM-NO
                MOVE XC-CLAIM-NO TO WS-LAST-CLAIM-NO
            END-IF.
            IF WS-CLAIM-COUNT < 2000
                ADD 1 TO WS-CLAIM-COUNT
                SET WS-CL-IDX TO WS-CLAIM-COUNT
                MOVE EXPENSE-CLAIM-RECORD TO WS-CL-RECORD(WS-CL-IDX)
            ELSE
                SET WS-CLAIM-OVERFLOWED TO TRUE
            END-IF.
       FIND-CATEGORY.
            MOVE 'N' TO WS-CATEGORY-FOUND-FLAG.
            MOVE ZERO TO WS-CATEGORY-SLOT.
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > WS-CATEGORY-COUNT
                        OR WS-CATEGORY-FOUND
                IF WS-CT-CODE(WS-CT-IDX) = WS-IN-CATEGORY
                    SET WS-CATEGORY-FOUND TO TRUE
                    SET WS-CATEGORY-SLOT TO WS-CT-IDX
                END-IF
            END-PERFORM.
       LIST-CATEGORIES.
            DISPLAY WS-CATEGORY-HEADER.
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > WS-CATEGORY-COUNT
                MOVE WS-CT-CODE(WS-CT-IDX)    TO CTL-CODE
                MOVE WS-CT-DESC(WS-CT-IDX)    TO CTL-DESC
                MOVE WS-CT-LIMIT(WS-CT-IDX)   TO CTL-LIMIT
                MOVE WS-CT-ACCOUNT(WS-CT-IDX) TO CTL-ACCOUNT
                DISPLAY WS-CATEGORY-LINE
            END-PERFORM.
       ENTER-CLAIM.
            PERFORM CHECK-OPERATOR-ROLE.
            IF WS-OP-ROLE-FOUND NOT = 'U'
                DISPLAY "Only an update-role operator may enter an "
                    "expense claim."
            ELSE
                PERFORM ACCEPT-CLAIM
                    THRU ACCEPT-CLAIM-EXIT
                IF WS-ENTRY-OK
                    MOVE WS-IN-AMOUNT TO DISP-AMOUNT
                    DISPLAY "Record " WS-IN-CATEGORY " claim of "
                        DISP-AMOUNT " for " WS-IN-EMP-ID " dated "
                        WS-IN-DATE-X "? (Y/N): "
                    ACCEPT WS-CONFIRM-ANSWER
                    IF WS-CONFIRM-ANSWER = 'Y'
                            OR WS-CONFIRM-ANSWER = 'y'
                        PERFORM POST-NEW-CLAIM
                    ELSE
                        DISPLAY "Claim not recorded."
                    END-IF
                END-IF
            END-IF.
       ACCEPT-CLAIM.
            MOVE 'N' TO WS-ENTRY-OK-FLAG.
            DISPLAY "Employee ID: ".
            ACCEPT WS-IN-EMP-ID.
            PERFORM READ-EMPLOYEE.
            IF NOT WS-EMP-ON-FILE
                DISPLAY "Employee " WS-IN-EMP-ID " is not on the "
                    "master."
                GO TO ACCEPT-CLAIM-EXIT
            END-IF.
            IF WS-EMP-STATUS = 'T'
                DISPLAY "Employee " WS-IN-EMP-ID " is terminated - "
                    "pay the claim with the final settlement."
                GO TO ACCEPT-CLAIM-EXIT
            END-IF.
            DISPLAY "Expense category: ".
            ACCEPT WS-IN-CATEGORY.
            INSPECT WS-IN-CATEGORY CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            PERFORM FIND-CATEGORY.
            IF NOT WS-CATEGORY-FOUND
                DISPLAY "Category " WS-IN-CATEGORY " is not on "
                    "expcat.txt."
                GO TO ACCEPT-CLAIM-EXIT
            END-IF.
            DISPLAY "Date of the expense (YYYYMMDD): ".
            ACCEPT WS-IN-DATE-X.
            MOVE "DIFF" TO DS-FUNCTION.
            MOVE WS-TODAY TO DS-DATE-1.
            MOVE WS-IN-DATE-X TO DS-DATE-2-X.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS NOT = 'Y'
                DISPLAY "Date " WS-IN-DATE-X " is not a valid date."
                GO TO ACCEPT-CLAIM-EXIT
            END-IF.
            IF DS-RESULT < ZERO
                DISPLAY "Date " WS-IN-DATE-X " is in the future."
                GO TO ACCEPT-CLAIM-EXIT
            END-IF.
            DISPLAY "Amount claimed: ".
            ACCEPT WS-IN-AMOUNT.
            IF WS-IN-AMOUNT IS NOT NUMERIC
                    OR WS-IN-AMOUNT = ZERO
                DISPLAY "Amount must be numeric and non-zero."
                GO TO ACCEPT-CLAIM-EXIT
            END-IF.
            IF WS-CT-LIMIT(WS-CATEGORY-SLOT) > ZERO
                    AND WS-IN-AMOUNT > WS-CT-LIMIT(WS-CATEGORY-SLOT)
                MOVE WS-CT-LIMIT(WS-CATEGORY-SLOT) TO DISP-AMOUNT
                DISPLAY "Refused - a " WS-IN-CATEGORY " claim may "
                    "not be more than " DISP-AMOUNT "."
                GO TO ACCEPT-CLAIM-EXIT
            END-IF.
            DISPLAY "Description: ".
            ACCEPT WS-IN-DESCRIPTION.
            SET WS-ENTRY-OK TO TRUE.
       ACCEPT-CLAIM-EXIT.
            EXIT.
       READ-EMPLOYEE.
            MOVE 'N' TO WS-EMP-ON-FILE-FLAG.
            MOVE SPACES TO WS-EMP-DEPT.
            MOVE "NOT ON MASTER" TO WS-EMP-NAME-SHOW.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS = "00"
                MOVE WS-IN-EMP-ID TO EMP-ID
                READ EMPLOYEE-FILE
                    KEY IS EMP-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-EMP-ON-FILE TO TRUE
                        MOVE EMP-STATUS TO WS-EMP-STATUS
                        MOVE EMP-DEP    TO WS-EMP-DEPT
                        MOVE EMP-NAME   TO WS-EMP-NAME-SHOW
                END-READ
                CLOSE EMPLOYEE-FILE
            ELSE
                DISPLAY "Unable to open employees.txt - status "
                    WS-EMPLOYEE-FILE-STATUS
            END-IF.
       POST-NEW-CLAIM.
      * the claims file is rewritten under the master lock payroll
      * takes, so a run cannot be reading it half written.
            PERFORM ACQUIRE-MASTER-LOCK.
            IF WS-LOCK-IS-HELD
                DISPLAY "Claim not recorded - try again later."
            ELSE
                PERFORM LOAD-CLAIMS
                IF WS-CLAIM-OVERFLOWED OR WS-CLAIM-COUNT >= 2000
                    DISPLAY "expclaims.txt is full - claim not "
                        "recorded."
                ELSE
                    ADD 1 TO WS-LAST-CLAIM-NO
                    MOVE SPACES           TO EXPENSE-CLAIM-RECORD
                    MOVE WS-LAST-CLAIM-NO TO XC-CLAIM-NO
                    MOVE WS-IN-EMP-ID     TO XC-EMP-ID
                    MOVE WS-IN-CATEGORY   TO XC-CATEGORY
                    MOVE WS-IN-DATE       TO XC-EXPENSE-DATE
                    MOVE WS-IN-AMOUNT     TO XC-AMOUNT
                    MOVE WS-IN-DESCRIPTION TO XC-DESCRIPTION
                    SET XC-ENTERED        TO TRUE
                    MOVE WS-SESSION-OPERATOR TO XC-ENTERED-BY
                    MOVE WS-TODAY         TO XC-ENTERED-DATE
                    ADD 1 TO WS-CLAIM-COUNT
                    SET WS-CL-IDX TO WS-CLAIM-COUNT
                    MOVE EXPENSE-CLAIM-RECORD
                        TO WS-CL-RECORD(WS-CL-IDX)
                    PERFORM SAVE-CLAIMS
                    ADD 1 TO WS-UPDATE-COUNT
                    DISPLAY "Claim " WS-LAST-CLAIM-NO " recorded - "
                        "awaiting approval by another operator."
                END-IF
                PERFORM RELEASE-MASTER-LOCK
            END-IF.
       DECIDE-CLAIM.
            PERFORM CHECK-OPERATOR-ROLE.
            IF WS-OP-ROLE-FOUND NOT = 'U'
                DISPLAY "Only an update-role operator may approve "
                    "or reject an expense claim."
            ELSE
                PERFORM ACCEPT-DECISION
                    THRU ACCEPT-DECISION-EXIT
                IF WS-ENTRY-OK
                    PERFORM POST-DECISION
                END-IF
            END-IF.
       ACCEPT-DECISION.
            MOVE 'N' TO WS-ENTRY-OK-FLAG.
            DISPLAY "Claims awaiting a decision:".
            PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                    UNTIL WS-CL-IDX > WS-CLAIM-COUNT
                MOVE WS-CL-RECORD(WS-CL-IDX) TO EXPENSE-CLAIM-RECORD
                IF XC-ENTERED
                    PERFORM SHOW-ONE-CLAIM
                END-IF
            END-PERFORM.
            DISPLAY "Claim number: ".
            ACCEPT WS-IN-CLAIM-NO.
            PERFORM FIND-CLAIM.
            IF NOT WS-TARGET-ON-FILE
                DISPLAY "Claim " WS-IN-CLAIM-NO " is not waiting "
                    "for a decision."
                GO TO ACCEPT-DECISION-EXIT
            END-IF.
            IF XC-ENTERED-BY = WS-SESSION-OPERATOR
                DISPLAY "Claim " WS-IN-CLAIM-NO " was entered by "
                    WS-SESSION-OPERATOR " - another operator must "
                    "decide it."
                GO TO ACCEPT-DECISION-EXIT
            END-IF.
            DISPLAY "(A)pprove or (R)eject: ".
            ACCEPT WS-IN-DECISION.
            EVALUATE WS-IN-DECISION
                WHEN 'A'
                WHEN 'a'
                    MOVE 'A' TO WS-IN-DECISION
                    MOVE SPACES TO WS-IN-REASON
                    SET WS-ENTRY-OK TO TRUE
                WHEN 'R'
                WHEN 'r'
                    MOVE 'R' TO WS-IN-DECISION
                    DISPLAY "Reason for rejecting: "
                    ACCEPT WS-IN-REASON
                    IF WS-IN-REASON = SPACES
                        DISPLAY "A rejection needs a reason."
                    ELSE
                        SET WS-ENTRY-OK TO TRUE
                    END-IF
                WHEN OTHER
                    DISPLAY "No decision recorded."
            END-EVALUATE.
       ACCEPT-DECISION-EXIT.
            EXIT.
       FIND-CLAIM.
      * leaves the claim waiting for a decision in
      * EXPENSE-CLAIM-RECORD and WS-CL-IDX on its table slot.
            MOVE 'N' TO WS-TARGET-FOUND.
            PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                    UNTIL WS-CL-IDX > WS-CLAIM-COUNT
                        OR WS-TARGET-ON-FILE
                MOVE WS-CL-RECORD(WS-CL-IDX) TO EXPENSE-CLAIM-RECORD
                IF XC-CLAIM-NO = WS-IN-CLAIM-NO AND XC-ENTERED
                    SET WS-TARGET-ON-FILE TO TRUE
                END-IF
            END-PERFORM.
            IF WS-TARGET-ON-FILE
                SET WS-CL-IDX DOWN BY 1
            END-IF.
       SHOW-ONE-CLAIM.
            MOVE XC-AMOUNT TO DISP-AMOUNT.
            DISPLAY "  " XC-CLAIM-NO " " XC-EMP-ID " " XC-CATEGORY
                " " XC-EXPENSE-DATE " " DISP-AMOUNT " "
                XC-DESCRIPTION " by " XC-ENTERED-BY.
       POST-DECISION.
            PERFORM ACQUIRE-MASTER-LOCK.
            IF WS-LOCK-IS-HELD
                DISPLAY "Decision not recorded - try again later."
            ELSE
                PERFORM LOAD-CLAIMS
                PERFORM FIND-CLAIM
                IF WS-CLAIM-OVERFLOWED
                    DISPLAY "expclaims.txt has more than 2000 claims "
                        "- decision not recorded."
                ELSE
                    IF NOT WS-TARGET-ON-FILE
                        DISPLAY "Claim " WS-IN-CLAIM-NO " was "
                            "decided meanwhile - not changed."
                    ELSE
                        MOVE WS-IN-DECISION TO XC-STATUS
                        MOVE WS-SESSION-OPERATOR TO XC-DECIDED-BY
                        MOVE WS-TODAY       TO XC-DECIDED-DATE
                        MOVE WS-IN-REASON   TO XC-REJECT-REASON
                        MOVE EXPENSE-CLAIM-RECORD
                            TO WS-CL-RECORD(WS-CL-IDX)
                        PERFORM SAVE-CLAIMS
                        ADD 1 TO WS-UPDATE-COUNT
                        IF XC-APPROVED
                            DISPLAY "Claim " WS-IN-CLAIM-NO
                                " approved - paid by the next "
                                "payroll run."
                        ELSE
                            DISPLAY "Claim " WS-IN-CLAIM-NO
                                " rejected."
                        END-IF
                    END-IF
                END-IF
                PERFORM RELEASE-MASTER-LOCK
            END-IF.
       SAVE-CLAIMS.
            OPEN OUTPUT EXPENSE-CLAIM-FILE.
            IF WS-CLAIM-STATUS NOT = "00"
                DISPLAY "Unable to rewrite expclaims.txt - status "
                    WS-CLAIM-STATUS
            ELSE
                PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                        UNTIL WS-CL-IDX > WS-CLAIM-COUNT
                    WRITE EXPENSE-CLAIM-RECORD
                        FROM WS-CL-RECORD(WS-CL-IDX)
                END-PERFORM
                CLOSE EXPENSE-CLAIM-FILE
            END-IF.
       WRITE-CLAIM-LISTING.
      * claims still waiting for a decision or for payment, and
      * rejected claims, by department, employee and claim.
            MOVE ZERO TO WS-LIST-COUNT.
            PERFORM OPEN-EMPLOYEE-LOOKUP.
            PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                    UNTIL WS-CL-IDX > WS-CLAIM-COUNT
                MOVE WS-CL-RECORD(WS-CL-IDX) TO EXPENSE-CLAIM-RECORD
                IF NOT XC-PAID
                    PERFORM ADD-LISTING-ENTRY
                END-IF
            END-PERFORM.
            PERFORM CLOSE-EMPLOYEE-LOOKUP.
            PERFORM VARYING WS-LS-IDX FROM 1 BY 1
                    UNTIL WS-LS-IDX >= WS-LIST-COUNT
                PERFORM VARYING WS-LS-SCAN FROM WS-LS-IDX BY 1
                        UNTIL WS-LS-SCAN > WS-LIST-COUNT
                    IF WS-LS-SORT-KEY(WS-LS-SCAN)
                            < WS-LS-SORT-KEY(WS-LS-IDX)
                        MOVE WS-LIST-ENTRY(WS-LS-IDX)
                            TO WS-SWAP-ENTRY
                        MOVE WS-LIST-ENTRY(WS-LS-SCAN)
                            TO WS-LIST-ENTRY(WS-LS-IDX)
                        MOVE WS-SWAP-ENTRY
                            TO WS-LIST-ENTRY(WS-LS-SCAN)
                    END-IF
                END-PERFORM
            END-PERFORM.
            OPEN OUTPUT CLAIM-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Unable to open expclaimrpt.txt - status "
                    WS-REPORT-STATUS
                MOVE 16 TO WS-RUN-RC
                GO TO WRITE-CLAIM-LISTING-EXIT
            END-IF.
            MOVE WS-TODAY TO RPT-DATE.
            WRITE CLAIM-REPORT-RECORD FROM WS-REPORT-TITLE.
            WRITE CLAIM-REPORT-RECORD FROM WS-REPORT-RULE.
            WRITE CLAIM-REPORT-RECORD FROM WS-REPORT-COLUMNS.
            WRITE CLAIM-REPORT-RECORD FROM WS-REPORT-RULE.
            MOVE ZERO   TO WS-TOTAL-CLAIMS.
            MOVE ZERO   TO WS-TOTAL-AMOUNT.
            MOVE HIGH-VALUES TO WS-PREV-DEPT.
            PERFORM VARYING WS-LS-IDX FROM 1 BY 1
                    UNTIL WS-LS-IDX > WS-LIST-COUNT
                IF WS-LS-DEPT(WS-LS-IDX) NOT = WS-PREV-DEPT
                    IF WS-PREV-DEPT NOT = HIGH-VALUES
                        PERFORM WRITE-DEPT-FOOTING
                    END-IF
                    MOVE WS-LS-DEPT(WS-LS-IDX) TO WS-PREV-DEPT
                    MOVE WS-LS-DEPT(WS-LS-IDX) TO DPH-DEPT
                    MOVE ZERO TO WS-DEPT-CLAIMS
                    MOVE ZERO TO WS-DEPT-AMOUNT
                    WRITE CLAIM-REPORT-RECORD FROM WS-DEPT-HEADING
                END-IF
                PERFORM WRITE-LISTING-LINE
            END-PERFORM.
            IF WS-LIST-COUNT > ZERO
                PERFORM WRITE-DEPT-FOOTING
            END-IF.
            WRITE CLAIM-REPORT-RECORD FROM WS-REPORT-RULE.
            MOVE WS-TOTAL-CLAIMS TO RPF-CLAIMS.
            MOVE WS-TOTAL-AMOUNT TO RPF-AMOUNT.
            WRITE CLAIM-REPORT-RECORD FROM WS-REPORT-FOOTING.
            CLOSE CLAIM-REPORT-FILE.
            DISPLAY WS-TOTAL-CLAIMS " open or rejected claim(s) "
                "listed on expclaimrpt.txt.".
            MOVE "EXPLIST"       TO WS-AUDIT-PROGRAM.
            MOVE WS-TOTAL-CLAIMS TO WS-AUDIT-COUNT.
            MOVE ZERO            TO WS-AUDIT-REJECTS.
            MOVE "LISTED"        TO WS-AUDIT-OUTCOME.
            PERFORM WRITE-AUDIT-LOG.
       WRITE-CLAIM-LISTING-EXIT.
            EXIT.
       OPEN-EMPLOYEE-LOOKUP.
      * the master is open for keyed lookups only when the OPEN
      * worked; a record not found leaves it open for the next one.
            MOVE 'N' TO WS-EMP-OPEN-FLAG.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS = "00"
                SET WS-EMPLOYEE-FILE-OPEN TO TRUE
            ELSE
                DISPLAY "employees.txt not available - status "
                    WS-EMPLOYEE-FILE-STATUS
                    " - names shown as NOT ON MASTER."
            END-IF.
       CLOSE-EMPLOYEE-LOOKUP.
            IF WS-EMPLOYEE-FILE-OPEN
                CLOSE EMPLOYEE-FILE
                MOVE 'N' TO WS-EMP-OPEN-FLAG
            END-IF.
       ADD-LISTING-ENTRY.
            IF WS-LIST-COUNT < 2000
                ADD 1 TO WS-LIST-COUNT
                SET WS-LS-IDX TO WS-LIST-COUNT
                MOVE "(NONE)"    TO WS-LS-DEPT(WS-LS-IDX)
                MOVE "NOT ON MASTER" TO WS-LS-NAME(WS-LS-IDX)
                IF WS-EMPLOYEE-FILE-OPEN
                    MOVE XC-EMP-ID TO EMP-ID
                    READ EMPLOYEE-FILE
                        KEY IS EMP-ID
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE EMP-DEP  TO WS-LS-DEPT(WS-LS-IDX)
                            MOVE EMP-NAME TO WS-LS-NAME(WS-LS-IDX)
                    END-READ
                END-IF
                MOVE XC-EMP-ID   TO WS-LS-EMP-ID(WS-LS-IDX)
                MOVE XC-CLAIM-NO TO WS-LS-CLAIM-NO(WS-LS-IDX)
                SET WS-LS-SLOT(WS-LS-IDX) TO WS-CL-IDX
            END-IF.
       WRITE-LISTING-LINE.
            SET WS-CL-IDX TO WS-LS-SLOT(WS-LS-IDX).
            MOVE WS-CL-RECORD(WS-CL-IDX) TO EXPENSE-CLAIM-RECORD.
            MOVE XC-CLAIM-NO          TO CLL-CLAIM-NO.
            MOVE XC-EMP-ID            TO CLL-EMP-ID.
            MOVE WS-LS-NAME(WS-LS-IDX) TO CLL-NAME.
            MOVE XC-CATEGORY          TO CLL-CATEGORY.
            MOVE XC-EXPENSE-DATE      TO CLL-DATE.
            MOVE XC-AMOUNT            TO CLL-AMOUNT.
            EVALUATE TRUE
                WHEN XC-ENTERED  MOVE "ENTERED"  TO CLL-STATUS
                WHEN XC-APPROVED MOVE "APPROVED" TO CLL-STATUS
                WHEN XC-REJECTED MOVE "REJECTED" TO CLL-STATUS
                WHEN OTHER       MOVE XC-STATUS  TO CLL-STATUS
            END-EVALUATE.
            WRITE CLAIM-REPORT-RECORD FROM WS-CLAIM-LINE.
            IF XC-REJECTED
                MOVE XC-REJECT-REASON TO RSL-REASON
                MOVE XC-DECIDED-BY    TO RSL-BY
                WRITE CLAIM-REPORT-RECORD FROM WS-REASON-LINE
            END-IF.
            ADD 1         TO WS-DEPT-CLAIMS.
            ADD XC-AMOUNT TO WS-DEPT-AMOUNT.
            ADD 1         TO WS-TOTAL-CLAIMS.
            ADD XC-AMOUNT TO WS-TOTAL-AMOUNT.
       WRITE-DEPT-FOOTING.
            MOVE WS-PREV-DEPT   TO DPF-DEPT.
            MOVE WS-DEPT-CLAIMS TO DPF-CLAIMS.
            MOVE WS-DEPT-AMOUNT TO DPF-AMOUNT.
            WRITE CLAIM-REPORT-RECORD FROM WS-DEPT-FOOTING.
            MOVE SPACES TO CLAIM-REPORT-RECORD.
            WRITE CLAIM-REPORT-RECORD.
       ACQUIRE-MASTER-LOCK.
            MOVE 'N' TO WS-LOCK-HELD-FLAG.
            OPEN INPUT MASTER-LOCK-FILE.
            IF WS-LOCK-STATUS = "00"
                READ MASTER-LOCK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF LK-PROGRAM NOT = SPACES
                            SET WS-LOCK-IS-HELD TO TRUE
                            DISPLAY "Employee master is in use by "
                                LK-PROGRAM " since " LK-DATE " "
                                LK-TIME "."
                        END-IF
                END-READ
                CLOSE MASTER-LOCK-FILE
            END-IF.
            IF NOT WS-LOCK-IS-HELD
                OPEN OUTPUT MASTER-LOCK-FILE
                IF WS-LOCK-STATUS = "00"
                    MOVE SPACES TO LOCK-RECORD
                    MOVE "EXP-CLAIMS" TO LK-PROGRAM
                    MOVE WS-TODAY TO LK-DATE
                    ACCEPT WS-LOCK-TIME-NOW FROM TIME
                    MOVE WS-LOCK-TIME-NOW(1:6) TO LK-TIME
                    WRITE LOCK-RECORD
                    CLOSE MASTER-LOCK-FILE
                END-IF
            END-IF.
       RELEASE-MASTER-LOCK.
            OPEN OUTPUT MASTER-LOCK-FILE.
            IF WS-LOCK-STATUS = "00"
                CLOSE MASTER-LOCK-FILE
            END-IF.
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
       END PROGRAM EXPENSE-CLAIMS.
