      ******************************************************************
      * Author:
      * Date:
      * Purpose: Term tuition billing into the receivables, so tuition
      *          stops being billed by hand. For an entered term,
      *          every student enrolled on coursegrades.txt is charged
      *          tuition for the credit hours the course catalog
      *          (coursecat.txt) gives the courses, at the rate per
      *          credit hour the fee schedule (feesched.txt - term,
      *          program, rate, payment terms) sets for the student's
      *          program, or the term's blank-program rate when the
      *          program has none of its own. Each STU-ID is linked to
      *          a receivables account on stuacct.txt; a student billed
      *          for the first time gets an account opened on
      *          acctmast.txt (logged to acctchglog.txt the way account
      *          maintenance logs an add) and the link written. The
      *          charge goes to charges.txt, so the next billing run
      *          (arbill) invoices it like any other charge and the
      *          payments come through the receipt run against that
      *          invoice. A student already billed tuition for the
      *          term - an item on aropen.txt or a charge still
      *          waiting on charges.txt - is not charged again.
      *          tuitreg.txt lists every enrolled student with the
      *          credits, rate and amount charged or the reason not.
      * Tectonics: cobc
      * Modifications:
      *   - The students.txt record layout carries the student's
      *     advisor code at the end of the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-BILLING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "feesched.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEE-FILE-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "students.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT STU-ACCT-FILE ASSIGN TO "stuacct.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STU-ACCT-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "acctmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCT-MASTER-STATUS.
           SELECT ACCT-CHANGE-LOG-FILE ASSIGN TO "acctchglog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHGLOG-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "coursecat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT COURSE-GRADE-FILE ASSIGN TO "coursegrades.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-FILE-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "aropen.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPEN-ITEM-STATUS.
           SELECT CHARGE-FILE ASSIGN TO "charges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHARGE-FILE-STATUS.
           SELECT TUITION-REG-FILE ASSIGN TO "tuitreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TUITION-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
           05 FS-TERM       PIC X(6).
           05 FS-PROGRAM    PIC X(6).
           05 FS-RATE       PIC 9(5)V9(2).
           05 FS-TERMS      PIC X(3).
       FD STUDENT-FILE.
       01 STUDENT-FILE-RECORD.
           05 STU-ID    PIC 9(10).
           05 STU-FNAME PIC X(50).
           05 STU-LNAME PIC X(50).
           05 STU-GPA   PIC 9(1)V9(2).
           05 STU-PROGRAM PIC X(6).
           05 STU-ADVISOR PIC X(6).
       FD STU-ACCT-FILE.
       COPY STUACCT.
       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           05 AM-ACCT-NO      PIC 9(6).
           05 AM-CUST-NAME    PIC X(20).
           05 AM-OPEN-BALANCE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 AM-STATUS       PIC X(1).
           05 AM-FC-EXEMPT    PIC X(1).
       FD ACCT-CHANGE-LOG-FILE.
       01 ACCT-CHANGE-LOG-RECORD.
           05 ACL-DATE          PIC X(8).
           05 ACL-ACTION        PIC X(1).
           05 ACL-ACCT-NO       PIC 9(6).
           05 ACL-BEFORE-IMAGE  PIC X(38).
           05 ACL-AFTER-IMAGE   PIC X(38).
       FD CATALOG-FILE.
       COPY COURSE.
       FD COURSE-GRADE-FILE.
       01 COURSE-GRADE-RECORD.
           05 CG-STU-ID  PIC 9(10).
           05 CG-COURSE  PIC X(8).
           05 CG-TERM    PIC X(6).
           05 CG-GRADE   PIC X(1).
       FD OPEN-ITEM-FILE.
       COPY OPENITEM.
       FD CHARGE-FILE.
       01 CHARGE-RECORD.
           05 CH-ACCT-NO      PIC 9(6).
           05 CH-DATE         PIC 9(8).
           05 CH-DESCRIPTION  PIC X(30).
           05 CH-AMOUNT       PIC 9(7)V99.
           05 CH-TERMS        PIC X(3).
       FD TUITION-REG-FILE.
       01 TUITION-REG-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 FEE-FILE-STATUS        PIC X(2).
       01 STUDENT-FILE-STATUS    PIC X(2).
       01 STU-ACCT-STATUS        PIC X(2).
       01 ACCT-MASTER-STATUS     PIC X(2).
       01 CHGLOG-STATUS          PIC X(2).
       01 CATALOG-FILE-STATUS    PIC X(2).
       01 COURSE-FILE-STATUS     PIC X(2).
       01 OPEN-ITEM-STATUS       PIC X(2).
       01 CHARGE-FILE-STATUS     PIC X(2).
       01 TUITION-REG-STATUS     PIC X(2).
       01 EOF-FLAG               PIC X(1) VALUE 'N'.
           88 END-OF-FILE                 VALUE 'Y'.
       01 BILLING-TERM           PIC X(6).
       01 CONFIRM-ANSWER         PIC X(1).
       01 FEE-COUNT              PIC 9(2) VALUE ZERO.
       01 FEE-TABLE.
           05 FEE-ENTRY OCCURS 50 TIMES INDEXED BY FEE-IDX.
               10 FE-PROGRAM     PIC X(6).
               10 FE-RATE        PIC 9(5)V9(2).
               10 FE-TERMS       PIC X(3).
       01 STUDENT-COUNT          PIC 9(3) VALUE ZERO.
       01 STUDENT-TABLE.
           05 STUDENT-ENTRY OCCURS 300 TIMES INDEXED BY STU-IDX.
               10 ST-ID          PIC 9(10).
               10 ST-NAME        PIC X(20).
               10 ST-PROGRAM     PIC X(6).
               10 ST-CREDITS     PIC 9(3)V9(1).
               10 ST-ACCT-NO     PIC 9(6).
       01 ACCOUNT-COUNT          PIC 9(3) VALUE ZERO.
       01 ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 300 TIMES INDEXED BY ACCT-IDX.
               10 AC-ACCT-NO     PIC 9(6).
               10 AC-STATUS      PIC X(1).
               10 AC-TUITION-ON-FILE PIC X(1).
       01 HIGHEST-ACCT-NO        PIC 9(6) VALUE ZERO.
       01 CATALOG-COUNT          PIC 9(3) VALUE ZERO.
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 200 TIMES INDEXED BY CAT-IDX.
               10 CAT-COURSE     PIC X(8).
               10 CAT-CREDITS    PIC 9(1)V9(1).
       01 BILLING-FIELDS.
           05 TUITION-PREFIX     PIC X(15).
           05 ONE-COURSE-CREDITS PIC 9(1)V9(1).
           05 CREDITS-SHOWN      PIC ZZ9.9.
           05 RATE-FOUND-FLAG    PIC X(1).
               88 RATE-IS-FOUND           VALUE 'Y'.
           05 CHARGE-RATE        PIC 9(5)V9(2).
           05 CHARGE-TERMS       PIC X(3).
           05 CHARGE-AMOUNT      PIC 9(7)V9(2).
           05 ACCT-FOUND-FLAG    PIC X(1).
               88 ACCOUNT-IS-FOUND        VALUE 'Y'.
           05 ACCT-SLOT          PIC 9(3).
           05 LOOKUP-ACCT-NO     PIC 9(6).
           05 STUDENT-FOUND-FLAG PIC X(1).
               88 STUDENT-IS-FOUND        VALUE 'Y'.
           05 NOT-BILLED-REASON  PIC X(30).
           05 NEW-ACCOUNT-FLAG   PIC X(1).
               88 ACCOUNT-IS-NEW          VALUE 'Y'.
       01 RUN-COUNTS.
           05 ENROLLED-COUNT     PIC 9(4) VALUE ZERO.
           05 CHARGED-COUNT      PIC 9(4) VALUE ZERO.
           05 NOT-BILLED-COUNT   PIC 9(4) VALUE ZERO.
           05 ALREADY-COUNT      PIC 9(4) VALUE ZERO.
           05 OPENED-COUNT       PIC 9(4) VALUE ZERO.
           05 UNKNOWN-STU-COUNT  PIC 9(4) VALUE ZERO.
           05 TOTAL-CHARGED      PIC 9(9)V9(2) VALUE ZERO.
       01 TODAY-X                PIC X(8).
       01 TODAY-N REDEFINES TODAY-X PIC 9(8).
       01 RUN-DATE-RAW.
           05 RUN-YY PIC 99.
           05 RUN-MM PIC 99.
           05 RUN-DD PIC 99.
       01 REGISTER-LINES.
           05 TRG-RULE.
               10 FILLER PIC X(96) VALUE ALL "=".
           05 TRG-TITLE.
               10 FILLER       PIC X(24) VALUE
                   "TUITION BILLING - TERM ".
               10 TRG-TERM     PIC X(6).
               10 FILLER       PIC X(6)  VALUE "  run ".
               10 TRG-RUN-DATE PIC X(8).
           05 TRG-COLUMNS.
               10 FILLER PIC X(12) VALUE "STUDENT ID".
               10 FILLER PIC X(9)  VALUE "ACCOUNT".
               10 FILLER PIC X(8)  VALUE "PROGRAM".
               10 FILLER PIC X(8)  VALUE "CREDITS".
               10 FILLER PIC X(11) VALUE "   RATE/CR".
               10 FILLER PIC X(14) VALUE "        AMOUNT".
               10 FILLER PIC X(2)  VALUE SPACE.
               10 FILLER PIC X(30) VALUE "RESULT".
           05 TRG-DETAIL.
               10 TRG-STU-ID   PIC 9(10).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 TRG-ACCT-NO  PIC X(6).
               10 FILLER       PIC X(3)  VALUE SPACE.
               10 TRG-PROGRAM  PIC X(6).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 TRG-CREDITS  PIC ZZ9.9.
               10 FILLER       PIC X(3)  VALUE SPACE.
               10 TRG-RATE     PIC ZZ,ZZ9.99.
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 TRG-AMOUNT   PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER       PIC X(3)  VALUE SPACE.
               10 TRG-RESULT   PIC X(30).
           05 TRG-COUNT-LINE.
               10 TRG-COUNT-TEXT PIC X(36).
               10 TRG-COUNT      PIC ZZZ9.
           05 TRG-TOTAL-LINE.
               10 FILLER         PIC X(36) VALUE
                   "Tuition charged".
               10 TRG-TOTAL      PIC $ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT RUN-DATE-RAW FROM DATE.
            MOVE "20"   TO TODAY-X(1:2).
            MOVE RUN-YY TO TODAY-X(3:2).
            MOVE RUN-MM TO TODAY-X(5:2).
            MOVE RUN-DD TO TODAY-X(7:2).
            DISPLAY "Term to bill tuition for (e.g. 2026-1): ".
            ACCEPT BILLING-TERM.
            IF BILLING-TERM = SPACES
                DISPLAY "No term entered - billing abandoned."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO TUITION-PREFIX.
            STRING "TUITION " BILLING-TERM DELIMITED BY SIZE
                INTO TUITION-PREFIX
            END-STRING.
            PERFORM LOAD-FEE-SCHEDULE.
            IF FEE-COUNT = ZERO
                DISPLAY "No tuition rate on feesched.txt for term "
                    BILLING-TERM " - nothing billed."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-STUDENTS.
            PERFORM LOAD-ACCOUNTS.
            PERFORM LOAD-STUDENT-LINKS.
            PERFORM LOAD-COURSE-CATALOG.
            PERFORM SUM-TERM-CREDITS.
            IF ENROLLED-COUNT = ZERO
                DISPLAY "No enrollments on coursegrades.txt for term "
                    BILLING-TERM " - nothing to bill."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM MARK-TUITION-ON-FILE.
            DISPLAY "Bill tuition for " ENROLLED-COUNT
                " enrolled student(s) in term " BILLING-TERM
                "? (Y/N): ".
            ACCEPT CONFIRM-ANSWER.
            IF CONFIRM-ANSWER NOT = 'Y'
                    AND CONFIRM-ANSWER NOT = 'y'
                DISPLAY "Billing abandoned - nothing changed."
                MOVE ZERO TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND CHARGE-FILE.
            IF CHARGE-FILE-STATUS = "05" OR CHARGE-FILE-STATUS = "35"
                OPEN OUTPUT CHARGE-FILE
            END-IF.
            IF CHARGE-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open charges.txt - status "
                    CHARGE-FILE-STATUS " - nothing billed."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT TUITION-REG-FILE.
            IF TUITION-REG-STATUS NOT = "00"
                DISPLAY "Unable to open tuitreg.txt - status "
                    TUITION-REG-STATUS " - nothing billed."
                CLOSE CHARGE-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            WRITE TUITION-REG-RECORD FROM TRG-RULE.
            MOVE BILLING-TERM TO TRG-TERM.
            MOVE TODAY-X      TO TRG-RUN-DATE.
            WRITE TUITION-REG-RECORD FROM TRG-TITLE.
            WRITE TUITION-REG-RECORD FROM TRG-RULE.
            WRITE TUITION-REG-RECORD FROM TRG-COLUMNS.
            PERFORM VARYING STU-IDX FROM 1 BY 1
                    UNTIL STU-IDX > STUDENT-COUNT
                IF ST-CREDITS(STU-IDX) > ZERO
                    PERFORM BILL-ONE-STUDENT
                END-IF
            END-PERFORM.
            CLOSE CHARGE-FILE.
            PERFORM WRITE-REGISTER-TOTALS.
            CLOSE TUITION-REG-FILE.
            DISPLAY "Tuition billing - enrolled " ENROLLED-COUNT
                " charged " CHARGED-COUNT
                " already billed " ALREADY-COUNT
                " not billed " NOT-BILLED-COUNT
                " accounts opened " OPENED-COUNT ".".
            DISPLAY "Run the billing run (arbill) to invoice the "
                "charges on charges.txt.".
            IF NOT-BILLED-COUNT > ZERO OR UNKNOWN-STU-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF.
            STOP RUN.
       LOAD-FEE-SCHEDULE.
            OPEN INPUT FEE-SCHEDULE-FILE.
            IF FEE-FILE-STATUS NOT = "00"
                DISPLAY "feesched.txt not found - status "
                    FEE-FILE-STATUS
            ELSE
                PERFORM UNTIL END-OF-FILE
                    READ FEE-SCHEDULE-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF FS-TERM = BILLING-TERM
                                PERFORM STORE-ONE-FEE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FEE-SCHEDULE-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
       STORE-ONE-FEE.
            IF FS-RATE IS NOT NUMERIC
                DISPLAY "Fee schedule rate not numeric for program '"
                    FS-PROGRAM "' - ignored."
            ELSE
                IF FEE-COUNT < 50
                    ADD 1 TO FEE-COUNT
                    SET FEE-IDX TO FEE-COUNT
                    MOVE FS-PROGRAM TO FE-PROGRAM(FEE-IDX)
                    MOVE FS-RATE    TO FE-RATE(FEE-IDX)
                    MOVE FS-TERMS   TO FE-TERMS(FEE-IDX)
                ELSE
                    DISPLAY "Fee table full - rate dropped for "
                        "program " FS-PROGRAM
                END-IF
            END-IF.
       LOAD-STUDENTS.
            OPEN INPUT STUDENT-FILE.
            IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "students.txt not found - status "
                    STUDENT-FILE-STATUS " - nothing billed."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ STUDENT-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF STUDENT-COUNT < 300
                            ADD 1 TO STUDENT-COUNT
                            SET STU-IDX TO STUDENT-COUNT
                            MOVE STU-ID TO ST-ID(STU-IDX)
                            MOVE SPACES TO ST-NAME(STU-IDX)
                            STRING STU-LNAME DELIMITED BY "  "
                                ", " DELIMITED BY SIZE
                                STU-FNAME DELIMITED BY "  "
                                INTO ST-NAME(STU-IDX)
                            END-STRING
                            MOVE STU-PROGRAM TO ST-PROGRAM(STU-IDX)
                            MOVE ZERO TO ST-CREDITS(STU-IDX)
                            MOVE ZERO TO ST-ACCT-NO(STU-IDX)
                        ELSE
                            DISPLAY "Student table full - record "
                                "dropped: " STU-ID
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE STUDENT-FILE.
            MOVE 'N' TO EOF-FLAG.
       LOAD-ACCOUNTS.
            OPEN INPUT ACCOUNT-MASTER-FILE.
            IF ACCT-MASTER-STATUS NOT = "00"
                DISPLAY "acctmast.txt not found - status "
                    ACCT-MASTER-STATUS " - nothing billed."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ ACCOUNT-MASTER-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF AM-ACCT-NO > HIGHEST-ACCT-NO
                            MOVE AM-ACCT-NO TO HIGHEST-ACCT-NO
                        END-IF
                        IF ACCOUNT-COUNT < 300
                            ADD 1 TO ACCOUNT-COUNT
                            SET ACCT-IDX TO ACCOUNT-COUNT
                            MOVE AM-ACCT-NO TO AC-ACCT-NO(ACCT-IDX)
                            MOVE AM-STATUS  TO AC-STATUS(ACCT-IDX)
                            MOVE 'N' TO AC-TUITION-ON-FILE(ACCT-IDX)
                        ELSE
                            DISPLAY "Account table full - account "
                                "dropped: " AM-ACCT-NO
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ACCOUNT-MASTER-FILE.
            MOVE 'N' TO EOF-FLAG.
       LOAD-STUDENT-LINKS.
            OPEN INPUT STU-ACCT-FILE.
            IF STU-ACCT-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ STU-ACCT-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM VARYING STU-IDX FROM 1 BY 1
                                    UNTIL STU-IDX > STUDENT-COUNT
                                IF ST-ID(STU-IDX) = SA-STU-ID
                                    MOVE SA-ACCT-NO
                                        TO ST-ACCT-NO(STU-IDX)
                                END-IF
                            END-PERFORM
                    END-READ
                END-PERFORM
                CLOSE STU-ACCT-FILE
                MOVE 'N' TO EOF-FLAG
            ELSE
                DISPLAY "stuacct.txt not found - every student "
                    "billed gets a new account."
            END-IF.
       LOAD-COURSE-CATALOG.
            OPEN INPUT CATALOG-FILE.
            IF CATALOG-FILE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ CATALOG-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF CATALOG-COUNT < 200
                                ADD 1 TO CATALOG-COUNT
                                SET CAT-IDX TO CATALOG-COUNT
                                MOVE CC-COURSE TO
                                    CAT-COURSE(CAT-IDX)
                                MOVE CC-CREDITS TO
                                    CAT-CREDITS(CAT-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CATALOG-FILE
                MOVE 'N' TO EOF-FLAG
            ELSE
                DISPLAY "coursecat.txt not found - every course "
                    "counts as 1.0 credit."
            END-IF.
       SUM-TERM-CREDITS.
            OPEN INPUT COURSE-GRADE-FILE.
            IF COURSE-FILE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ COURSE-GRADE-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF CG-TERM = BILLING-TERM
                                PERFORM ADD-ENROLLMENT-CREDITS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COURSE-GRADE-FILE
                MOVE 'N' TO EOF-FLAG
            ELSE
                DISPLAY "coursegrades.txt not found - status "
                    COURSE-FILE-STATUS
            END-IF.
       ADD-ENROLLMENT-CREDITS.
            MOVE 1.0 TO ONE-COURSE-CREDITS.
            PERFORM VARYING CAT-IDX FROM 1 BY 1
                    UNTIL CAT-IDX > CATALOG-COUNT
                IF CAT-COURSE(CAT-IDX) = CG-COURSE
                    MOVE CAT-CREDITS(CAT-IDX) TO ONE-COURSE-CREDITS
                END-IF
            END-PERFORM.
            MOVE 'N' TO STUDENT-FOUND-FLAG.
            PERFORM VARYING STU-IDX FROM 1 BY 1
                    UNTIL STU-IDX > STUDENT-COUNT
                        OR STUDENT-IS-FOUND
                IF ST-ID(STU-IDX) = CG-STU-ID
                    SET STUDENT-IS-FOUND TO TRUE
                    IF ST-CREDITS(STU-IDX) = ZERO
                        ADD 1 TO ENROLLED-COUNT
                    END-IF
                    ADD ONE-COURSE-CREDITS TO ST-CREDITS(STU-IDX)
                END-IF
            END-PERFORM.
            IF NOT STUDENT-IS-FOUND
                ADD 1 TO UNKNOWN-STU-COUNT
                DISPLAY "Enrollment for " CG-STU-ID " in " CG-COURSE
                    " - student not on students.txt, not billed."
            END-IF.
       MARK-TUITION-ON-FILE.
      * tuition for the term is on file for an account when an item
      * on aropen.txt or a charge still waiting on charges.txt
      * carries the term's tuition description.
            OPEN INPUT OPEN-ITEM-FILE.
            IF OPEN-ITEM-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ OPEN-ITEM-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF OI-DESCRIPTION(1:15) = TUITION-PREFIX
                                MOVE OI-ACCT-NO TO LOOKUP-ACCT-NO
                                PERFORM FLAG-ACCOUNT-BILLED
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPEN-ITEM-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
            OPEN INPUT CHARGE-FILE.
            IF CHARGE-FILE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ CHARGE-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF CH-DESCRIPTION(1:15) = TUITION-PREFIX
                                MOVE CH-ACCT-NO TO LOOKUP-ACCT-NO
                                PERFORM FLAG-ACCOUNT-BILLED
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CHARGE-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
       FLAG-ACCOUNT-BILLED.
            PERFORM VARYING ACCT-IDX FROM 1 BY 1
                    UNTIL ACCT-IDX > ACCOUNT-COUNT
                IF AC-ACCT-NO(ACCT-IDX) = LOOKUP-ACCT-NO
                    MOVE 'Y' TO AC-TUITION-ON-FILE(ACCT-IDX)
                END-IF
            END-PERFORM.
       BILL-ONE-STUDENT.
            MOVE SPACES TO NOT-BILLED-REASON.
            MOVE 'N' TO NEW-ACCOUNT-FLAG.
            MOVE ZERO TO CHARGE-AMOUNT.
            PERFORM FIND-FEE-RATE.
            IF NOT RATE-IS-FOUND
                MOVE "NO RATE FOR THE PROGRAM" TO NOT-BILLED-REASON
            ELSE
                IF ST-ACCT-NO(STU-IDX) = ZERO
                    PERFORM OPEN-STUDENT-ACCOUNT
                ELSE
                    PERFORM CHECK-LINKED-ACCOUNT
                END-IF
            END-IF.
            IF NOT-BILLED-REASON = SPACES
                COMPUTE CHARGE-AMOUNT ROUNDED =
                    ST-CREDITS(STU-IDX) * CHARGE-RATE
                MOVE ST-ACCT-NO(STU-IDX) TO CH-ACCT-NO
                MOVE TODAY-N             TO CH-DATE
                MOVE ST-CREDITS(STU-IDX) TO CREDITS-SHOWN
                MOVE SPACES TO CH-DESCRIPTION
                STRING TUITION-PREFIX CREDITS-SHOWN " CR"
                    DELIMITED BY SIZE INTO CH-DESCRIPTION
                END-STRING
                MOVE CHARGE-AMOUNT TO CH-AMOUNT
                MOVE CHARGE-TERMS  TO CH-TERMS
                WRITE CHARGE-RECORD
                ADD 1 TO CHARGED-COUNT
                ADD CHARGE-AMOUNT TO TOTAL-CHARGED
                IF ACCOUNT-IS-NEW
                    MOVE "CHARGED - NEW ACCOUNT" TO TRG-RESULT
                ELSE
                    MOVE "CHARGED" TO TRG-RESULT
                END-IF
            ELSE
                MOVE NOT-BILLED-REASON TO TRG-RESULT
                IF NOT-BILLED-REASON = "ALREADY BILLED THIS TERM"
                    ADD 1 TO ALREADY-COUNT
                ELSE
                    ADD 1 TO NOT-BILLED-COUNT
                END-IF
            END-IF.
            MOVE ST-ID(STU-IDX)      TO TRG-STU-ID.
            MOVE SPACES              TO TRG-ACCT-NO.
            IF ST-ACCT-NO(STU-IDX) NOT = ZERO
                MOVE ST-ACCT-NO(STU-IDX) TO TRG-ACCT-NO
            END-IF.
            MOVE ST-PROGRAM(STU-IDX) TO TRG-PROGRAM.
            MOVE ST-CREDITS(STU-IDX) TO TRG-CREDITS.
            MOVE CHARGE-RATE         TO TRG-RATE.
            MOVE CHARGE-AMOUNT       TO TRG-AMOUNT.
            WRITE TUITION-REG-RECORD FROM TRG-DETAIL.
       FIND-FEE-RATE.
      * the program's own rate first, else the term's blank-program
      * rate.
            MOVE 'N'    TO RATE-FOUND-FLAG.
            MOVE ZERO   TO CHARGE-RATE.
            MOVE SPACES TO CHARGE-TERMS.
            PERFORM VARYING FEE-IDX FROM 1 BY 1
                    UNTIL FEE-IDX > FEE-COUNT
                IF FE-PROGRAM(FEE-IDX) = ST-PROGRAM(STU-IDX)
                        AND ST-PROGRAM(STU-IDX) NOT = SPACES
                    SET RATE-IS-FOUND TO TRUE
                    MOVE FE-RATE(FEE-IDX)  TO CHARGE-RATE
                    MOVE FE-TERMS(FEE-IDX) TO CHARGE-TERMS
                END-IF
            END-PERFORM.
            IF NOT RATE-IS-FOUND
                PERFORM VARYING FEE-IDX FROM 1 BY 1
                        UNTIL FEE-IDX > FEE-COUNT
                    IF FE-PROGRAM(FEE-IDX) = SPACES
                        SET RATE-IS-FOUND TO TRUE
                        MOVE FE-RATE(FEE-IDX)  TO CHARGE-RATE
                        MOVE FE-TERMS(FEE-IDX) TO CHARGE-TERMS
                    END-IF
                END-PERFORM
            END-IF.
       CHECK-LINKED-ACCOUNT.
            MOVE 'N' TO ACCT-FOUND-FLAG.
            PERFORM VARYING ACCT-IDX FROM 1 BY 1
                    UNTIL ACCT-IDX > ACCOUNT-COUNT
                        OR ACCOUNT-IS-FOUND
                IF AC-ACCT-NO(ACCT-IDX) = ST-ACCT-NO(STU-IDX)
                    SET ACCOUNT-IS-FOUND TO TRUE
                    SET ACCT-SLOT TO ACCT-IDX
                END-IF
            END-PERFORM.
            IF NOT ACCOUNT-IS-FOUND
                MOVE "LINKED ACCOUNT NOT ON ACCTMAST"
                    TO NOT-BILLED-REASON
            ELSE
                SET ACCT-IDX TO ACCT-SLOT
                EVALUATE TRUE
                    WHEN AC-TUITION-ON-FILE(ACCT-IDX) = 'Y'
                        MOVE "ALREADY BILLED THIS TERM"
                            TO NOT-BILLED-REASON
                    WHEN AC-STATUS(ACCT-IDX) = 'C'
                        MOVE "ACCOUNT IS CLOSED"
                            TO NOT-BILLED-REASON
                    WHEN AC-STATUS(ACCT-IDX) = 'W'
                        MOVE "ACCOUNT IS WRITTEN OFF"
                            TO NOT-BILLED-REASON
                    WHEN AC-STATUS(ACCT-IDX) = 'H'
                        MOVE "ACCOUNT ON CREDIT HOLD"
                            TO NOT-BILLED-REASON
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
       OPEN-STUDENT-ACCOUNT.
      * the next number above the highest on the master, opened
      * with a zero balance and linked to the student.
            IF HIGHEST-ACCT-NO >= 999999 OR ACCOUNT-COUNT >= 300
                MOVE "NO ACCOUNT NUMBER FREE" TO NOT-BILLED-REASON
            ELSE
                ADD 1 TO HIGHEST-ACCT-NO
                OPEN EXTEND ACCOUNT-MASTER-FILE
                IF ACCT-MASTER-STATUS NOT = "00"
                    DISPLAY "Unable to extend acctmast.txt - status "
                        ACCT-MASTER-STATUS
                    MOVE "ACCOUNT COULD NOT BE OPENED"
                        TO NOT-BILLED-REASON
                ELSE
                    MOVE HIGHEST-ACCT-NO TO AM-ACCT-NO
                    MOVE ST-NAME(STU-IDX) TO AM-CUST-NAME
                    MOVE ZERO TO AM-OPEN-BALANCE
                    MOVE 'O'   TO AM-STATUS
                    MOVE 'N'   TO AM-FC-EXEMPT
                    WRITE ACCOUNT-MASTER-RECORD
                    CLOSE ACCOUNT-MASTER-FILE
                    ADD 1 TO ACCOUNT-COUNT
                    SET ACCT-IDX TO ACCOUNT-COUNT
                    MOVE HIGHEST-ACCT-NO TO AC-ACCT-NO(ACCT-IDX)
                    MOVE 'O' TO AC-STATUS(ACCT-IDX)
                    MOVE 'N' TO AC-TUITION-ON-FILE(ACCT-IDX)
                    MOVE HIGHEST-ACCT-NO TO ST-ACCT-NO(STU-IDX)
                    SET ACCOUNT-IS-NEW TO TRUE
                    ADD 1 TO OPENED-COUNT
                    PERFORM LOG-ACCOUNT-OPENED
                    PERFORM WRITE-STUDENT-LINK
                END-IF
            END-IF.
       LOG-ACCOUNT-OPENED.
            OPEN EXTEND ACCT-CHANGE-LOG-FILE.
            IF CHGLOG-STATUS = "05" OR CHGLOG-STATUS = "35"
                OPEN OUTPUT ACCT-CHANGE-LOG-FILE
            END-IF.
            IF CHGLOG-STATUS = "00"
                MOVE TODAY-X         TO ACL-DATE
                MOVE 'A'             TO ACL-ACTION
                MOVE AM-ACCT-NO      TO ACL-ACCT-NO
                MOVE SPACES          TO ACL-BEFORE-IMAGE
                MOVE ACCOUNT-MASTER-RECORD TO ACL-AFTER-IMAGE
                WRITE ACCT-CHANGE-LOG-RECORD
                CLOSE ACCT-CHANGE-LOG-FILE
            ELSE
                DISPLAY "Unable to open acctchglog.txt - status "
                    CHGLOG-STATUS " - account " AM-ACCT-NO
                    " opened but not logged."
            END-IF.
       WRITE-STUDENT-LINK.
            OPEN EXTEND STU-ACCT-FILE.
            IF STU-ACCT-STATUS = "05" OR STU-ACCT-STATUS = "35"
                OPEN OUTPUT STU-ACCT-FILE
            END-IF.
            IF STU-ACCT-STATUS = "00"
                MOVE ST-ID(STU-IDX)      TO SA-STU-ID
                MOVE ST-ACCT-NO(STU-IDX) TO SA-ACCT-NO
                WRITE STUDENT-ACCOUNT-RECORD
                CLOSE STU-ACCT-FILE
            ELSE
                DISPLAY "Unable to open stuacct.txt - status "
                    STU-ACCT-STATUS " - LINK " ST-ID(STU-IDX)
                    " TO ACCOUNT " ST-ACCT-NO(STU-IDX) " BY HAND."
            END-IF.
       WRITE-REGISTER-TOTALS.
            WRITE TUITION-REG-RECORD FROM TRG-RULE.
            MOVE "Students enrolled in the term" TO TRG-COUNT-TEXT.
            MOVE ENROLLED-COUNT TO TRG-COUNT.
            WRITE TUITION-REG-RECORD FROM TRG-COUNT-LINE.
            MOVE "Charged to charges.txt" TO TRG-COUNT-TEXT.
            MOVE CHARGED-COUNT TO TRG-COUNT.
            WRITE TUITION-REG-RECORD FROM TRG-COUNT-LINE.
            MOVE "Already billed this term" TO TRG-COUNT-TEXT.
            MOVE ALREADY-COUNT TO TRG-COUNT.
            WRITE TUITION-REG-RECORD FROM TRG-COUNT-LINE.
            MOVE "Not billed" TO TRG-COUNT-TEXT.
            MOVE NOT-BILLED-COUNT TO TRG-COUNT.
            WRITE TUITION-REG-RECORD FROM TRG-COUNT-LINE.
            MOVE "Accounts opened" TO TRG-COUNT-TEXT.
            MOVE OPENED-COUNT TO TRG-COUNT.
            WRITE TUITION-REG-RECORD FROM TRG-COUNT-LINE.
            MOVE "Enrollments for unknown students" TO TRG-COUNT-TEXT.
            MOVE UNKNOWN-STU-COUNT TO TRG-COUNT.
            WRITE TUITION-REG-RECORD FROM TRG-COUNT-LINE.
            MOVE TOTAL-CHARGED TO TRG-TOTAL.
            WRITE TUITION-REG-RECORD FROM TRG-TOTAL-LINE.
       END PROGRAM TUITION-BILLING.
