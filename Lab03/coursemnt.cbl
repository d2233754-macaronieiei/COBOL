      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for the course catalog (coursecat.txt -
      *          the COURSE layout: course code, title, credit hours,
      *          department, active flag) in the mold of
      *          STU-MAINTENANCE. The catalog is what the grader,
      *          grade corrections and rosters check course codes
      *          against, and where the transcripts and the standing
      *          report take each course's credit hours from. Add,
      *          Change, Inactivate and Reactivate by course code;
      *          credit hours must be 0.1 - 9.9 and the code must
      *          not already be on file for an add. A course is
      *          never deleted - grades already on gradehist.txt
      *          still need its credit hours - it is made inactive,
      *          which stops new grades and rosters being taken
      *          against it. When coursetrans.txt is present it is
      *          applied as a stack of transactions with no prompts.
      *          The catalog is loaded to a table, maintained there,
      *          and rewritten at the end of the run.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-MAINTENANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "coursecat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT COURSE-TRANS-FILE ASSIGN TO "coursetrans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-TRANS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CATALOG-FILE.
       COPY COURSE.
       FD COURSE-TRANS-FILE.
       01 COURSE-TRANS-RECORD.
           05 CR-CODE     PIC X(1).
               88 CR-ADD          VALUE 'A' 'a'.
               88 CR-CHANGE       VALUE 'C' 'c'.
               88 CR-INACTIVATE   VALUE 'I' 'i'.
               88 CR-REACTIVATE   VALUE 'R' 'r'.
           05 CR-COURSE   PIC X(8).
           05 CR-TITLE    PIC X(30).
           05 CR-CREDITS  PIC 9(1)V9(1).
           05 CR-DEPT     PIC X(10).
       WORKING-STORAGE SECTION.
       01 CATALOG-FILE-STATUS   PIC X(2).
       01 COURSE-TRANS-STATUS   PIC X(2).
       01 CATALOG-EOF-FLAG      PIC X(1) VALUE 'N'.
           88 CATALOG-EOF                VALUE 'Y'.
       01 TRANS-EOF-FLAG        PIC X(1) VALUE 'N'.
           88 TRANS-EOF                  VALUE 'Y'.
       01 CATALOG-COUNT         PIC 9(3) VALUE ZERO.
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 200 TIMES INDEXED BY CAT-IDX.
               10 CAT-COURSE  PIC X(8).
               10 CAT-TITLE   PIC X(30).
               10 CAT-CREDITS PIC 9(1)V9(1).
               10 CAT-DEPT    PIC X(10).
               10 CAT-STATUS  PIC X(1).
       01 LOOKUP-FIELDS.
           05 LOOKUP-COURSE     PIC X(8).
           05 LOOKUP-FOUND-FLAG PIC X(1).
               88 COURSE-ON-FILE         VALUE 'Y'.
           05 LOOKUP-SLOT       PIC 9(3).
       01 ENTRY-FIELDS.
           05 ENTRY-CREDITS-X   PIC X(3).
           05 ENTRY-CREDITS-DIGITS PIC X(2).
           05 ENTRY-CREDITS-NUM REDEFINES ENTRY-CREDITS-DIGITS
                                PIC 9(1)V9(1).
           05 ENTRY-CREDITS     PIC 9(1)V9(1).
           05 CREDITS-VALID-FLAG PIC X(1).
               88 CREDITS-ARE-VALID      VALUE 'Y'.
       01 MORE-TRANSACTIONS     PIC X(1) VALUE 'Y'.
           88 DONE-ENTERING              VALUE 'N'.
       01 TRAN-CODE-IN          PIC X(1).
           88 TRAN-IS-ADD                VALUE 'A' 'a'.
           88 TRAN-IS-CHANGE             VALUE 'C' 'c'.
           88 TRAN-IS-INACTIVATE         VALUE 'I' 'i'.
           88 TRAN-IS-REACTIVATE         VALUE 'R' 'r'.
       01 MAINT-COUNTS.
           05 ADD-COUNT        PIC 9(5) VALUE ZERO.
           05 CHANGE-COUNT     PIC 9(5) VALUE ZERO.
           05 INACTIVATE-COUNT PIC 9(5) VALUE ZERO.
           05 REACTIVATE-COUNT PIC 9(5) VALUE ZERO.
           05 REJECT-COUNT     PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-COURSE-CATALOG.
            OPEN INPUT COURSE-TRANS-FILE.
            IF COURSE-TRANS-STATUS = "00"
                DISPLAY "coursetrans.txt found - applying "
                    "transactions in batch."
                PERFORM UNTIL TRANS-EOF
                    READ COURSE-TRANS-FILE
                        AT END
                            SET TRANS-EOF TO TRUE
                        NOT AT END
                            PERFORM APPLY-BATCH-TRANSACTION
                    END-READ
                END-PERFORM
                CLOSE COURSE-TRANS-FILE
                DISPLAY "Batch complete - Added: " ADD-COUNT
                    " Changed: " CHANGE-COUNT
                    " Inactivated: " INACTIVATE-COUNT
                    " Reactivated: " REACTIVATE-COUNT
                    " Rejected: " REJECT-COUNT
            ELSE
                DISPLAY "coursetrans.txt not found - using "
                    "interactive entry."
                PERFORM UNTIL DONE-ENTERING
                    PERFORM PROMPT-FOR-TRANSACTION
                    IF NOT DONE-ENTERING
                        PERFORM PROCESS-TRANSACTION
                    END-IF
                END-PERFORM
            END-IF.
            PERFORM SAVE-COURSE-CATALOG.
            IF RETURN-CODE NOT = 16
                IF REJECT-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE ZERO TO RETURN-CODE
                END-IF
            END-IF.
            STOP RUN.
       LOAD-COURSE-CATALOG.
            OPEN INPUT CATALOG-FILE.
            IF CATALOG-FILE-STATUS = "00"
                PERFORM UNTIL CATALOG-EOF
                    READ CATALOG-FILE
                        AT END
                            SET CATALOG-EOF TO TRUE
                        NOT AT END
                            IF CATALOG-COUNT < 200
                                ADD 1 TO CATALOG-COUNT
                                SET CAT-IDX TO CATALOG-COUNT
                                MOVE CC-COURSE  TO CAT-COURSE(CAT-IDX)
                                MOVE CC-TITLE   TO CAT-TITLE(CAT-IDX)
                                MOVE CC-CREDITS TO
                                    CAT-CREDITS(CAT-IDX)
                                MOVE CC-DEPT    TO CAT-DEPT(CAT-IDX)
                                MOVE CC-STATUS  TO CAT-STATUS(CAT-IDX)
                            ELSE
                                DISPLAY "Catalog table full - "
                                    "course dropped: " CC-COURSE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CATALOG-FILE
                DISPLAY "coursecat.txt loaded - " CATALOG-COUNT
                    " course(s)."
            ELSE
                DISPLAY "coursecat.txt not found - starting an "
                    "empty catalog."
            END-IF.
       SAVE-COURSE-CATALOG.
            OPEN OUTPUT CATALOG-FILE.
            IF CATALOG-FILE-STATUS = "00"
                PERFORM VARYING CAT-IDX FROM 1 BY 1
                        UNTIL CAT-IDX > CATALOG-COUNT
                    MOVE SPACES               TO COURSE-CATALOG-RECORD
                    MOVE CAT-COURSE(CAT-IDX)  TO CC-COURSE
                    MOVE CAT-TITLE(CAT-IDX)   TO CC-TITLE
                    MOVE CAT-CREDITS(CAT-IDX) TO CC-CREDITS
                    MOVE CAT-DEPT(CAT-IDX)    TO CC-DEPT
                    MOVE CAT-STATUS(CAT-IDX)  TO CC-STATUS
                    WRITE COURSE-CATALOG-RECORD
                END-PERFORM
                CLOSE CATALOG-FILE
                DISPLAY "coursecat.txt saved - " CATALOG-COUNT
                    " course(s)."
            ELSE
                DISPLAY "Unable to rewrite coursecat.txt - status "
                    CATALOG-FILE-STATUS
                MOVE 16 TO RETURN-CODE
            END-IF.
       FIND-COURSE.
            MOVE 'N'  TO LOOKUP-FOUND-FLAG.
            MOVE ZERO TO LOOKUP-SLOT.
            PERFORM VARYING CAT-IDX FROM 1 BY 1
                    UNTIL CAT-IDX > CATALOG-COUNT
                        OR COURSE-ON-FILE
                IF CAT-COURSE(CAT-IDX) = LOOKUP-COURSE
                    SET COURSE-ON-FILE TO TRUE
                    SET LOOKUP-SLOT TO CAT-IDX
                END-IF
            END-PERFORM.
       VALIDATE-CREDITS-VALUE.
            MOVE 'Y' TO CREDITS-VALID-FLAG.
            IF ENTRY-CREDITS-X(1:1) IS NOT NUMERIC
                    OR ENTRY-CREDITS-X(3:1) IS NOT NUMERIC
                    OR ENTRY-CREDITS-X(2:1) NOT = '.'
                MOVE 'N' TO CREDITS-VALID-FLAG
            ELSE
                MOVE ENTRY-CREDITS-X(1:1) TO ENTRY-CREDITS-DIGITS(1:1)
                MOVE ENTRY-CREDITS-X(3:1) TO ENTRY-CREDITS-DIGITS(2:1)
                MOVE ENTRY-CREDITS-NUM TO ENTRY-CREDITS
                IF ENTRY-CREDITS = ZERO
                    MOVE 'N' TO CREDITS-VALID-FLAG
                END-IF
            END-IF.
       APPLY-BATCH-TRANSACTION.
            MOVE CR-COURSE TO LOOKUP-COURSE.
            PERFORM FIND-COURSE.
            EVALUATE TRUE
                WHEN CR-COURSE = SPACES
                    DISPLAY "Transaction rejected - no course code."
                    ADD 1 TO REJECT-COUNT
                WHEN CR-ADD
                    IF COURSE-ON-FILE
                        DISPLAY "Add rejected - course already on "
                            "file: " CR-COURSE
                        ADD 1 TO REJECT-COUNT
                    ELSE
                        IF CR-CREDITS IS NOT NUMERIC
                                OR CR-CREDITS = ZERO
                            DISPLAY "Add rejected - bad credit "
                                "hours for " CR-COURSE
                            ADD 1 TO REJECT-COUNT
                        ELSE
                            IF CATALOG-COUNT >= 200
                                DISPLAY "Catalog table full - add "
                                    "rejected: " CR-COURSE
                                ADD 1 TO REJECT-COUNT
                            ELSE
                                ADD 1 TO CATALOG-COUNT
                                SET CAT-IDX TO CATALOG-COUNT
                                MOVE CR-COURSE  TO CAT-COURSE(CAT-IDX)
                                MOVE CR-TITLE   TO CAT-TITLE(CAT-IDX)
                                MOVE CR-CREDITS TO
                                    CAT-CREDITS(CAT-IDX)
                                MOVE CR-DEPT    TO CAT-DEPT(CAT-IDX)
                                MOVE 'A'        TO CAT-STATUS(CAT-IDX)
                                ADD 1 TO ADD-COUNT
                            END-IF
                        END-IF
                    END-IF
                WHEN CR-CHANGE
                    IF NOT COURSE-ON-FILE
                        DISPLAY "Change rejected - course not on "
                            "file: " CR-COURSE
                        ADD 1 TO REJECT-COUNT
                    ELSE
                        IF CR-CREDITS IS NOT NUMERIC
                                OR CR-CREDITS = ZERO
                            DISPLAY "Change rejected - bad credit "
                                "hours for " CR-COURSE
                            ADD 1 TO REJECT-COUNT
                        ELSE
                            SET CAT-IDX TO LOOKUP-SLOT
                            MOVE CR-TITLE   TO CAT-TITLE(CAT-IDX)
                            MOVE CR-CREDITS TO CAT-CREDITS(CAT-IDX)
                            MOVE CR-DEPT    TO CAT-DEPT(CAT-IDX)
                            ADD 1 TO CHANGE-COUNT
                        END-IF
                    END-IF
                WHEN CR-INACTIVATE
                    IF NOT COURSE-ON-FILE
                        DISPLAY "Inactivate rejected - course not "
                            "on file: " CR-COURSE
                        ADD 1 TO REJECT-COUNT
                    ELSE
                        SET CAT-IDX TO LOOKUP-SLOT
                        MOVE 'I' TO CAT-STATUS(CAT-IDX)
                        ADD 1 TO INACTIVATE-COUNT
                    END-IF
                WHEN CR-REACTIVATE
                    IF NOT COURSE-ON-FILE
                        DISPLAY "Reactivate rejected - course not "
                            "on file: " CR-COURSE
                        ADD 1 TO REJECT-COUNT
                    ELSE
                        SET CAT-IDX TO LOOKUP-SLOT
                        MOVE 'A' TO CAT-STATUS(CAT-IDX)
                        ADD 1 TO REACTIVATE-COUNT
                    END-IF
                WHEN OTHER
                    DISPLAY "Invalid transaction code for "
                        CR-COURSE
                    ADD 1 TO REJECT-COUNT
            END-EVALUATE.
       PROMPT-FOR-TRANSACTION.
            DISPLAY " ".
            DISPLAY "Another transaction? (Y/N): ".
            ACCEPT MORE-TRANSACTIONS.
            IF MORE-TRANSACTIONS = 'N' OR MORE-TRANSACTIONS = 'n'
                SET DONE-ENTERING TO TRUE
            END-IF.
       PROCESS-TRANSACTION.
            DISPLAY "Transaction (A)dd, (C)hange, (I)nactivate, "
                "(R)eactivate: ".
            ACCEPT TRAN-CODE-IN.
            DISPLAY "Course code: ".
            ACCEPT LOOKUP-COURSE.
            IF LOOKUP-COURSE = SPACES
                DISPLAY "No course code entered - ignored."
            ELSE
                PERFORM FIND-COURSE
                EVALUATE TRUE
                    WHEN TRAN-IS-ADD
                        PERFORM ADD-COURSE
                    WHEN TRAN-IS-CHANGE
                        PERFORM CHANGE-COURSE
                    WHEN TRAN-IS-INACTIVATE
                        PERFORM INACTIVATE-COURSE
                    WHEN TRAN-IS-REACTIVATE
                        PERFORM REACTIVATE-COURSE
                    WHEN OTHER
                        DISPLAY "Invalid transaction code, ignored."
                END-EVALUATE
            END-IF.
       ADD-COURSE.
            IF COURSE-ON-FILE
                DISPLAY "Add failed - course already on file: "
                    LOOKUP-COURSE
            ELSE
                IF CATALOG-COUNT >= 200
                    DISPLAY "Catalog table full - not added."
                ELSE
                    ADD 1 TO CATALOG-COUNT
                    SET CAT-IDX TO CATALOG-COUNT
                    MOVE LOOKUP-COURSE TO CAT-COURSE(CAT-IDX)
                    DISPLAY "Title: "
                    ACCEPT CAT-TITLE(CAT-IDX)
                    PERFORM PROMPT-FOR-CREDITS
                    MOVE ENTRY-CREDITS TO CAT-CREDITS(CAT-IDX)
                    DISPLAY "Department: "
                    ACCEPT CAT-DEPT(CAT-IDX)
                    MOVE 'A' TO CAT-STATUS(CAT-IDX)
                    DISPLAY "Course " LOOKUP-COURSE " added."
                END-IF
            END-IF.
       CHANGE-COURSE.
            IF NOT COURSE-ON-FILE
                DISPLAY "Change failed - course not on file: "
                    LOOKUP-COURSE
            ELSE
                SET CAT-IDX TO LOOKUP-SLOT
                DISPLAY "Title: "
                ACCEPT CAT-TITLE(CAT-IDX)
                PERFORM PROMPT-FOR-CREDITS
                MOVE ENTRY-CREDITS TO CAT-CREDITS(CAT-IDX)
                DISPLAY "Department: "
                ACCEPT CAT-DEPT(CAT-IDX)
                DISPLAY "Course " LOOKUP-COURSE " updated."
            END-IF.
       INACTIVATE-COURSE.
            IF NOT COURSE-ON-FILE
                DISPLAY "Inactivate failed - course not on file: "
                    LOOKUP-COURSE
            ELSE
                SET CAT-IDX TO LOOKUP-SLOT
                MOVE 'I' TO CAT-STATUS(CAT-IDX)
                DISPLAY "Course " LOOKUP-COURSE " inactivated."
            END-IF.
       REACTIVATE-COURSE.
            IF NOT COURSE-ON-FILE
                DISPLAY "Reactivate failed - course not on file: "
                    LOOKUP-COURSE
            ELSE
                SET CAT-IDX TO LOOKUP-SLOT
                MOVE 'A' TO CAT-STATUS(CAT-IDX)
                DISPLAY "Course " LOOKUP-COURSE " reactivated."
            END-IF.
       PROMPT-FOR-CREDITS.
            MOVE 'N' TO CREDITS-VALID-FLAG.
            PERFORM UNTIL CREDITS-ARE-VALID
                DISPLAY "Credit hours (0.1 - 9.9): "
                ACCEPT ENTRY-CREDITS-X
                PERFORM VALIDATE-CREDITS-VALUE
                IF NOT CREDITS-ARE-VALID
                    DISPLAY "Credit hours must be 0.1 through 9.9 "
                        "- try again."
                END-IF
            END-PERFORM.
       END PROGRAM COURSE-MAINTENANCE.
