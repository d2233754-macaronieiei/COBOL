      *     interactive and batch adds failing it are rejected, so
      *     a typo that happens to look like a different real
      *     student cannot enter the system here.
      *   - Student records now carry the program (degree) code the
      *     student is following, maintained on add and change from
      *     the prompt or the new stutrans.txt column, and checked
      *     against the program requirements by the degree audit.
      *   - Student records now carry the code of the student's
      *     academic advisor, maintained on add and change from the
      *     prompt or the new stutrans.txt column. A code must be an
      *     active advisor on the advisor master (advisors.txt);
      *     blank leaves the student unassigned, and with no
      *     advisors.txt the code is not verified.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STU-MAINTENANCE.
           SELECT STU-TRANS-FILE ASSIGN TO "stutrans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STU-TRANS-STATUS.
           SELECT ADVISOR-FILE ASSIGN TO "advisors.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADVISOR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
           05 STU-FNAME PIC X(50).
           05 STU-LNAME PIC X(50).
           05 STU-GPA   PIC 9(1)V9(2).
           05 STU-PROGRAM PIC X(6).
           05 STU-ADVISOR PIC X(6).
       FD STU-TRANS-FILE.
       01 STU-TRANS-RECORD.
           05 SR-CODE   PIC X(1).
           05 SR-FNAME  PIC X(50).
           05 SR-LNAME  PIC X(50).
           05 SR-GPA    PIC 9(1)V9(2).
           05 SR-PROGRAM PIC X(6).
           05 SR-ADVISOR PIC X(6).
       FD ADVISOR-FILE.
       COPY ADVISOR.
       WORKING-STORAGE SECTION.
       01 STUDENT-FILE-STATUS   PIC X(2).
       01 STU-TRANS-STATUS      PIC X(2).
       01 ADVISOR-FILE-STATUS   PIC X(2).
       01 STUDENT-EOF-FLAG      PIC X(1) VALUE 'N'.
           88 STUDENT-EOF                VALUE 'Y'.
       01 TRANS-EOF-FLAG        PIC X(1) VALUE 'N'.
               10 ST-FNAME  PIC X(50).
               10 ST-LNAME  PIC X(50).
               10 ST-GPA    PIC 9(1)V9(2).
               10 ST-PROGRAM PIC X(6).
               10 ST-ADVISOR PIC X(6).
       01 ADVISOR-FLAG          PIC X(1) VALUE 'N'.
           88 ADVISORS-ON-FILE           VALUE 'Y'.
       01 ADVISOR-COUNT         PIC 9(3) VALUE ZERO.
       01 ADVISOR-TABLE.
           05 ADVISOR-ENTRY OCCURS 100 TIMES INDEXED BY AD-IDX.
               10 AD-ADVISOR-ID PIC X(6).
               10 AD-STATUS     PIC X(1).
       01 ADVISOR-CHECK-FIELDS.
           05 ADVISOR-IN        PIC X(6).
           05 ADVISOR-FOUND-FLAG PIC X(1).
               88 ADVISOR-FOUND          VALUE 'Y'.
           05 ADVISOR-REJECT-REASON PIC X(30).
           05 ADVISOR-VALID-FLAG PIC X(1).
               88 ADVISOR-IS-VALID       VALUE 'Y'.
       01 LOOKUP-FIELDS.
           05 LOOKUP-ID         PIC 9(10).
           05 LOOKUP-FOUND-FLAG PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-STUDENT-MASTER.
            PERFORM LOAD-ADVISOR-MASTER.
            OPEN INPUT STU-TRANS-FILE.
            IF STU-TRANS-STATUS = "00"
                DISPLAY "stutrans.txt found - applying transactions "
                                MOVE STU-FNAME TO ST-FNAME(STU-IDX)
                                MOVE STU-LNAME TO ST-LNAME(STU-IDX)
                                MOVE STU-GPA   TO ST-GPA(STU-IDX)
                                MOVE STU-PROGRAM TO
                                    ST-PROGRAM(STU-IDX)
                                MOVE STU-ADVISOR TO
                                    ST-ADVISOR(STU-IDX)
                            ELSE
                                DISPLAY "Student table full - "
                                    "record dropped: " STU-ID
                DISPLAY "students.txt not found - starting an "
                    "empty master."
            END-IF.
       LOAD-ADVISOR-MASTER.
      * with no advisor master on hand an advisor code is taken as
      * entered - it is not verified.
            OPEN INPUT ADVISOR-FILE.
            IF ADVISOR-FILE-STATUS = "00"
                SET ADVISORS-ON-FILE TO TRUE
                MOVE 'N' TO STUDENT-EOF-FLAG
                PERFORM UNTIL STUDENT-EOF
                    READ ADVISOR-FILE
                        AT END
                            SET STUDENT-EOF TO TRUE
                        NOT AT END
                            IF ADVISOR-COUNT < 100
                                ADD 1 TO ADVISOR-COUNT
                                SET AD-IDX TO ADVISOR-COUNT
                                MOVE AV-ADVISOR-ID TO
                                    AD-ADVISOR-ID(AD-IDX)
                                MOVE AV-STATUS TO AD-STATUS(AD-IDX)
                            ELSE
                                DISPLAY "Advisor table full - "
                                    "advisor dropped: " AV-ADVISOR-ID
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ADVISOR-FILE
                MOVE 'N' TO STUDENT-EOF-FLAG
            ELSE
                DISPLAY "advisors.txt not found - advisor codes are "
                    "not verified."
            END-IF.
       SAVE-STUDENT-MASTER.
            OPEN OUTPUT STUDENT-FILE.
            IF STUDENT-FILE-STATUS = "00"
                    MOVE ST-FNAME(STU-IDX) TO STU-FNAME
                    MOVE ST-LNAME(STU-IDX) TO STU-LNAME
                    MOVE ST-GPA(STU-IDX)   TO STU-GPA
                    MOVE ST-PROGRAM(STU-IDX) TO STU-PROGRAM
                    MOVE ST-ADVISOR(STU-IDX) TO STU-ADVISOR
                    WRITE STUDENT-FILE-RECORD
                END-PERFORM
                CLOSE STUDENT-FILE
            IF CK-DIGIT NOT = CK-EXPECTED
                MOVE 'N' TO CK-VALID-FLAG
            END-IF.
       VALIDATE-ADVISOR-CODE.
      * blank leaves the student unassigned; otherwise the code must
      * be an active advisor on advisors.txt.
            MOVE 'Y'    TO ADVISOR-VALID-FLAG.
            MOVE SPACES TO ADVISOR-REJECT-REASON.
            IF ADVISOR-IN NOT = SPACES AND ADVISORS-ON-FILE
                MOVE 'N' TO ADVISOR-FOUND-FLAG
                PERFORM VARYING AD-IDX FROM 1 BY 1
                        UNTIL AD-IDX > ADVISOR-COUNT
                            OR ADVISOR-FOUND
                    IF AD-ADVISOR-ID(AD-IDX) = ADVISOR-IN
                        SET ADVISOR-FOUND TO TRUE
                        IF AD-STATUS(AD-IDX) NOT = 'A'
                            MOVE 'N' TO ADVISOR-VALID-FLAG
                            MOVE "is inactive"
                                TO ADVISOR-REJECT-REASON
                        END-IF
                    END-IF
                END-PERFORM
                IF NOT ADVISOR-FOUND
                    MOVE 'N' TO ADVISOR-VALID-FLAG
                    MOVE "is not on advisors.txt"
                        TO ADVISOR-REJECT-REASON
                END-IF
            END-IF.
       APPLY-BATCH-TRANSACTION.
            MOVE SR-STU-ID TO LOOKUP-ID.
            PERFORM FIND-STUDENT.
                                SR-STU-ID
                            ADD 1 TO REJECT-COUNT
                        ELSE
                            MOVE SR-ADVISOR TO ADVISOR-IN
                            PERFORM VALIDATE-ADVISOR-CODE
                            IF NOT ADVISOR-IS-VALID
                                DISPLAY "Add rejected - " SR-STU-ID
                                    " advisor " SR-ADVISOR " "
                                    ADVISOR-REJECT-REASON
                                ADD 1 TO REJECT-COUNT
                            ELSE
                            IF STUDENT-COUNT >= 300
                                DISPLAY "Student table full - add "
                                    "rejected: " SR-STU-ID
                                MOVE SR-FNAME  TO ST-FNAME(STU-IDX)
                                MOVE SR-LNAME  TO ST-LNAME(STU-IDX)
                                MOVE SR-GPA    TO ST-GPA(STU-IDX)
                                MOVE SR-PROGRAM TO
                                    ST-PROGRAM(STU-IDX)
                                MOVE SR-ADVISOR TO
                                    ST-ADVISOR(STU-IDX)
                                ADD 1 TO ADD-COUNT
                            END-IF
                            END-IF
                        END-IF
                    END-IF
                    END-IF
                                SR-STU-ID
                            ADD 1 TO REJECT-COUNT
                        ELSE
                            MOVE SR-ADVISOR TO ADVISOR-IN
                            PERFORM VALIDATE-ADVISOR-CODE
                            IF NOT ADVISOR-IS-VALID
                                DISPLAY "Change rejected - " SR-STU-ID
                                    " advisor " SR-ADVISOR " "
                                    ADVISOR-REJECT-REASON
                                ADD 1 TO REJECT-COUNT
                            ELSE
                            SET STU-IDX TO LOOKUP-SLOT
                            MOVE SR-FNAME TO ST-FNAME(STU-IDX)
                            MOVE SR-LNAME TO ST-LNAME(STU-IDX)
                            MOVE SR-GPA   TO ST-GPA(STU-IDX)
                            MOVE SR-PROGRAM TO ST-PROGRAM(STU-IDX)
                            MOVE SR-ADVISOR TO ST-ADVISOR(STU-IDX)
                            ADD 1 TO CHANGE-COUNT
                            END-IF
                        END-IF
                    END-IF
                WHEN SR-DELETE
            MOVE ST-FNAME(STUDENT-COUNT) TO ST-FNAME(STU-IDX).
            MOVE ST-LNAME(STUDENT-COUNT) TO ST-LNAME(STU-IDX).
            MOVE ST-GPA(STUDENT-COUNT)   TO ST-GPA(STU-IDX).
            MOVE ST-PROGRAM(STUDENT-COUNT) TO ST-PROGRAM(STU-IDX).
            MOVE ST-ADVISOR(STUDENT-COUNT) TO ST-ADVISOR(STU-IDX).
            SUBTRACT 1 FROM STUDENT-COUNT.
       PROMPT-FOR-TRANSACTION.
            DISPLAY " ".
                    ACCEPT ST-LNAME(STU-IDX)
                    PERFORM PROMPT-FOR-GPA
                    MOVE ENTRY-GPA TO ST-GPA(STU-IDX)
                    DISPLAY "Program code (blank if undeclared): "
                    ACCEPT ST-PROGRAM(STU-IDX)
                    PERFORM PROMPT-FOR-ADVISOR
                    MOVE ADVISOR-IN TO ST-ADVISOR(STU-IDX)
                    DISPLAY "Student " LOOKUP-ID " added."
                END-IF
            END-IF
                ACCEPT ST-LNAME(STU-IDX)
                PERFORM PROMPT-FOR-GPA
                MOVE ENTRY-GPA TO ST-GPA(STU-IDX)
                DISPLAY "Program code (blank if undeclared): "
                ACCEPT ST-PROGRAM(STU-IDX)
                PERFORM PROMPT-FOR-ADVISOR
                MOVE ADVISOR-IN TO ST-ADVISOR(STU-IDX)
                DISPLAY "Student " LOOKUP-ID " updated."
            END-IF.
       DELETE-STUDENT.
                        "try again."
                END-IF
            END-PERFORM.
       PROMPT-FOR-ADVISOR.
            MOVE 'N' TO ADVISOR-VALID-FLAG.
            PERFORM UNTIL ADVISOR-IS-VALID
                DISPLAY "Advisor code (blank if unassigned): "
                ACCEPT ADVISOR-IN
                PERFORM VALIDATE-ADVISOR-CODE
                IF NOT ADVISOR-IS-VALID
                    DISPLAY "Advisor " ADVISOR-IN " "
                        ADVISOR-REJECT-REASON " - try again."
                END-IF
            END-PERFORM.
       END PROGRAM STU-MAINTENANCE.
