      ******************************************************************
      * Author:
      * Date:
      * Purpose: Grade submission tracking, so a course that never
      *          posted its grades is chased before the term close
      *          instead of turning up as blank grades on
      *          gradehist.txt. For an entered term every course with
      *          enrollments on coursegrades.txt is listed on
      *          gradetrk.txt with its enrolled count, the enrolled
      *          students still without a grade - no grade on the
      *          enrollment and no posting for the student, course and
      *          term on grademast.txt - and whether its grades are
      *          submitted, partly submitted or not submitted. The
      *          instructor who owes them comes from the course
      *          offering (courseoff.txt) and the instructor master
      *          (instructors.txt). The term's submission deadline
      *          (gradedead.txt) heads the report, and a course still
      *          owing grades after it is marked overdue, with the
      *          days past the deadline shown.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-TRACKING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-GRADE-FILE ASSIGN TO "coursegrades.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-FILE-STATUS.
           SELECT GRADE-MASTER-FILE ASSIGN TO "grademast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRADE-MASTER-STATUS.
           SELECT OFFERING-FILE ASSIGN TO "courseoff.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OFFERING-FILE-STATUS.
           SELECT INSTRUCTOR-FILE ASSIGN TO "instructors.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INSTRUCTOR-STATUS.
           SELECT DEADLINE-FILE ASSIGN TO "gradedead.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEADLINE-FILE-STATUS.
           SELECT TRACKING-FILE ASSIGN TO "gradetrk.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRACKING-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-GRADE-FILE.
       01 COURSE-GRADE-RECORD.
           05 CG-STU-ID  PIC 9(10).
           05 CG-COURSE  PIC X(8).
           05 CG-TERM    PIC X(6).
           05 CG-GRADE   PIC X(1).
       FD GRADE-MASTER-FILE.
       01 GRADE-MASTER-RECORD.
           05 GM-STU-ID  PIC 9(10).
           05 GM-COURSE  PIC X(8).
           05 GM-TOTAL   PIC 9(3).
           05 GM-GRADE   PIC X(1).
           05 GM-TERM    PIC X(6).
       FD OFFERING-FILE.
       COPY OFFERING.
       FD INSTRUCTOR-FILE.
       COPY INSTRUCT.
       FD DEADLINE-FILE.
       COPY GRDDEAD.
       FD TRACKING-FILE.
       01 TRACKING-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY DATEREQ.
       01 COURSE-FILE-STATUS     PIC X(2).
       01 GRADE-MASTER-STATUS    PIC X(2).
       01 OFFERING-FILE-STATUS   PIC X(2).
       01 INSTRUCTOR-STATUS      PIC X(2).
       01 DEADLINE-FILE-STATUS   PIC X(2).
       01 TRACKING-FILE-STATUS   PIC X(2).
       01 EOF-FLAG               PIC X(1) VALUE 'N'.
           88 END-OF-FILE                 VALUE 'Y'.
       01 TRACK-TERM             PIC X(6).
       01 DEADLINE-X             PIC X(8) VALUE SPACES.
       01 DEADLINE-N REDEFINES DEADLINE-X PIC 9(8).
       01 DAYS-PAST-DEADLINE     PIC S9(5) VALUE ZERO.
       01 POSTED-COUNT           PIC 9(4) VALUE ZERO.
       01 POSTED-TABLE.
           05 POSTED-ENTRY OCCURS 2000 TIMES INDEXED BY PST-IDX.
               10 PS-STU-ID    PIC 9(10).
               10 PS-COURSE    PIC X(8).
       01 TRACK-COUNT            PIC 9(3) VALUE ZERO.
       01 TRACK-TABLE.
           05 TRACK-ENTRY OCCURS 200 TIMES INDEXED BY TRK-IDX.
               10 TK-COURSE     PIC X(8).
               10 TK-ENROLLED   PIC 9(4).
               10 TK-UNGRADED   PIC 9(4).
               10 TK-INSTR-ID   PIC X(6).
               10 TK-INSTR-NAME PIC X(30).
       01 WORK-FIELDS.
           05 PS-FOUND-FLAG     PIC X(1).
               88 POSTING-FOUND          VALUE 'Y'.
           05 TK-FOUND-FLAG     PIC X(1).
               88 TK-SLOT-FOUND          VALUE 'Y'.
       01 RUN-COUNTS.
           05 ENROLLED-TOTAL    PIC 9(5) VALUE ZERO.
           05 UNGRADED-TOTAL    PIC 9(5) VALUE ZERO.
           05 SUBMITTED-COUNT   PIC 9(3) VALUE ZERO.
           05 OUTSTANDING-COUNT PIC 9(3) VALUE ZERO.
           05 OVERDUE-COUNT     PIC 9(3) VALUE ZERO.
       01 TODAY-X                PIC X(8).
       01 TODAY-N REDEFINES TODAY-X PIC 9(8).
       01 RUN-DATE-RAW.
           05 RUN-YY PIC 99.
           05 RUN-MM PIC 99.
           05 RUN-DD PIC 99.
       01 TRACKING-LINES.
           05 GTR-RULE.
               10 FILLER PIC X(96) VALUE ALL "=".
           05 GTR-TITLE.
               10 FILLER       PIC X(33) VALUE
                   "GRADE SUBMISSION TRACKING - TERM ".
               10 GTR-TERM     PIC X(6).
               10 FILLER       PIC X(6)  VALUE "  run ".
               10 GTR-RUN-DATE PIC X(8).
           05 GTR-DEADLINE-LINE.
               10 FILLER       PIC X(21) VALUE
                   "Submission deadline: ".
               10 GTR-DEADLINE PIC X(27).
               10 GTR-PAST-TEXT PIC X(15).
               10 GTR-DAYS-PAST PIC ZZZZ9 BLANK WHEN ZERO.
           05 GTR-COLUMNS.
               10 FILLER PIC X(10) VALUE "COURSE".
               10 FILLER PIC X(10) VALUE "ENROLLED".
               10 FILLER PIC X(10) VALUE "NO GRADE".
               10 FILLER PIC X(26) VALUE "STATUS".
               10 FILLER PIC X(40) VALUE "INSTRUCTOR".
           05 GTR-DETAIL.
               10 GTR-COURSE    PIC X(8).
               10 FILLER        PIC X(3)  VALUE SPACE.
               10 GTR-ENROLLED  PIC ZZZ9.
               10 FILLER        PIC X(6)  VALUE SPACE.
               10 GTR-UNGRADED  PIC ZZZ9.
               10 FILLER        PIC X(5)  VALUE SPACE.
               10 GTR-STATUS    PIC X(26).
               10 GTR-INSTR-ID  PIC X(6).
               10 FILLER        PIC X(2)  VALUE SPACE.
               10 GTR-INSTR-NAME PIC X(30).
           05 GTR-COUNT-LINE.
               10 GTR-COUNT-TEXT PIC X(36).
               10 GTR-COUNT      PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT RUN-DATE-RAW FROM DATE.
            MOVE "20"   TO TODAY-X(1:2).
            MOVE RUN-YY TO TODAY-X(3:2).
            MOVE RUN-MM TO TODAY-X(5:2).
            MOVE RUN-DD TO TODAY-X(7:2).
            DISPLAY "Term to track grade submission for: ".
            ACCEPT TRACK-TERM.
            IF TRACK-TERM = SPACES
                DISPLAY "No term entered - nothing tracked."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-DEADLINE.
            PERFORM LOAD-TERM-POSTINGS.
            PERFORM COLLECT-ENROLLMENTS.
            IF TRACK-COUNT = ZERO
                DISPLAY "No enrollments on coursegrades.txt for term "
                    TRACK-TERM " - nothing to track."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM ASSIGN-INSTRUCTORS.
            PERFORM NAME-INSTRUCTORS.
            PERFORM WRITE-TRACKING-REPORT.
            DISPLAY "Grade submission - term " TRACK-TERM ": "
                TRACK-COUNT " course(s), " SUBMITTED-COUNT
                " submitted, " OUTSTANDING-COUNT " outstanding ("
                OVERDUE-COUNT " overdue) - see gradetrk.txt.".
            IF OUTSTANDING-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF.
            STOP RUN.
       LOAD-DEADLINE.
            OPEN INPUT DEADLINE-FILE.
            IF DEADLINE-FILE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ DEADLINE-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF GD-TERM = TRACK-TERM
                                MOVE GD-DEADLINE TO DEADLINE-X
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEADLINE-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
            IF DEADLINE-X NOT = SPACES
                MOVE "VAL " TO DS-FUNCTION
                MOVE DEADLINE-X TO DS-DATE-1-X
                CALL "DATESRV" USING DS-REQUEST
                IF DS-STATUS NOT = 'Y'
                    DISPLAY "gradedead.txt deadline for " TRACK-TERM
                        " is not a valid date: " DEADLINE-X
                    MOVE SPACES TO DEADLINE-X
                END-IF
            END-IF.
            IF DEADLINE-X NOT = SPACES AND TODAY-N > DEADLINE-N
                MOVE "DIFF" TO DS-FUNCTION
                MOVE TODAY-N    TO DS-DATE-1
                MOVE DEADLINE-N TO DS-DATE-2
                CALL "DATESRV" USING DS-REQUEST
                MOVE DS-RESULT TO DAYS-PAST-DEADLINE
            END-IF.
       LOAD-TERM-POSTINGS.
      * a grade posted by the grader counts as submitted even before
      * it reaches the enrollment record.
            OPEN INPUT GRADE-MASTER-FILE.
            IF GRADE-MASTER-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ GRADE-MASTER-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF GM-TERM = TRACK-TERM
                                    AND GM-GRADE NOT = SPACE
                                PERFORM STORE-ONE-POSTING
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GRADE-MASTER-FILE
                MOVE 'N' TO EOF-FLAG
            ELSE
                DISPLAY "grademast.txt not found - only grades on "
                    "the enrollment records count."
            END-IF.
       STORE-ONE-POSTING.
            IF POSTED-COUNT < 2000
                ADD 1 TO POSTED-COUNT
                SET PST-IDX TO POSTED-COUNT
                MOVE GM-STU-ID TO PS-STU-ID(PST-IDX)
                MOVE GM-COURSE TO PS-COURSE(PST-IDX)
            ELSE
                DISPLAY "Posting table full - posting passed over: "
                    GM-STU-ID " " GM-COURSE
            END-IF.
       COLLECT-ENROLLMENTS.
            OPEN INPUT COURSE-GRADE-FILE.
            IF COURSE-FILE-STATUS NOT = "00"
                DISPLAY "coursegrades.txt not found - status "
                    COURSE-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ COURSE-GRADE-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF CG-TERM = TRACK-TERM
                            PERFORM TALLY-ONE-ENROLLMENT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE COURSE-GRADE-FILE.
            MOVE 'N' TO EOF-FLAG.
       TALLY-ONE-ENROLLMENT.
            MOVE 'N' TO TK-FOUND-FLAG.
            PERFORM VARYING TRK-IDX FROM 1 BY 1
                    UNTIL TRK-IDX > TRACK-COUNT
                        OR TK-SLOT-FOUND
                IF TK-COURSE(TRK-IDX) = CG-COURSE
                    SET TK-SLOT-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF TK-SLOT-FOUND
                SET TRK-IDX DOWN BY 1
            ELSE
                IF TRACK-COUNT < 200
                    ADD 1 TO TRACK-COUNT
                    SET TRK-IDX TO TRACK-COUNT
                    MOVE CG-COURSE TO TK-COURSE(TRK-IDX)
                    MOVE ZERO      TO TK-ENROLLED(TRK-IDX)
                    MOVE ZERO      TO TK-UNGRADED(TRK-IDX)
                    MOVE SPACES    TO TK-INSTR-ID(TRK-IDX)
                    MOVE SPACES    TO TK-INSTR-NAME(TRK-IDX)
                    SET TK-SLOT-FOUND TO TRUE
                ELSE
                    DISPLAY "Course table full - course not tracked: "
                        CG-COURSE
                END-IF
            END-IF.
            IF TK-SLOT-FOUND
                ADD 1 TO TK-ENROLLED(TRK-IDX)
                ADD 1 TO ENROLLED-TOTAL
                IF CG-GRADE = SPACE
                    PERFORM FIND-POSTING
                    IF NOT POSTING-FOUND
                        ADD 1 TO TK-UNGRADED(TRK-IDX)
                        ADD 1 TO UNGRADED-TOTAL
                    END-IF
                END-IF
            END-IF.
       FIND-POSTING.
            MOVE 'N' TO PS-FOUND-FLAG.
            PERFORM VARYING PST-IDX FROM 1 BY 1
                    UNTIL PST-IDX > POSTED-COUNT
                        OR POSTING-FOUND
                IF PS-STU-ID(PST-IDX) = CG-STU-ID
                        AND PS-COURSE(PST-IDX) = CG-COURSE
                    SET POSTING-FOUND TO TRUE
                END-IF
            END-PERFORM.
       ASSIGN-INSTRUCTORS.
            OPEN INPUT OFFERING-FILE.
            IF OFFERING-FILE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ OFFERING-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF CO-TERM = TRACK-TERM
                                PERFORM VARYING TRK-IDX FROM 1 BY 1
                                        UNTIL TRK-IDX > TRACK-COUNT
                                    IF TK-COURSE(TRK-IDX) = CO-COURSE
                                        MOVE CO-INSTRUCTOR TO
                                            TK-INSTR-ID(TRK-IDX)
                                    END-IF
                                END-PERFORM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OFFERING-FILE
                MOVE 'N' TO EOF-FLAG
            ELSE
                DISPLAY "courseoff.txt not found - no instructors "
                    "assigned."
            END-IF.
       NAME-INSTRUCTORS.
            OPEN INPUT INSTRUCTOR-FILE.
            IF INSTRUCTOR-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ INSTRUCTOR-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM VARYING TRK-IDX FROM 1 BY 1
                                    UNTIL TRK-IDX > TRACK-COUNT
                                IF TK-INSTR-ID(TRK-IDX) = IN-INSTR-ID
                                        AND IN-INSTR-ID NOT = SPACES
                                    MOVE IN-NAME TO
                                        TK-INSTR-NAME(TRK-IDX)
                                END-IF
                            END-PERFORM
                    END-READ
                END-PERFORM
                CLOSE INSTRUCTOR-FILE
                MOVE 'N' TO EOF-FLAG
            ELSE
                DISPLAY "instructors.txt not found - instructor "
                    "names not shown."
            END-IF.
            PERFORM VARYING TRK-IDX FROM 1 BY 1
                    UNTIL TRK-IDX > TRACK-COUNT
                IF TK-INSTR-ID(TRK-IDX) = SPACES
                    MOVE "(no instructor assigned)"
                        TO TK-INSTR-NAME(TRK-IDX)
                ELSE
                    IF TK-INSTR-NAME(TRK-IDX) = SPACES
                        MOVE "(not on instructors.txt)"
                            TO TK-INSTR-NAME(TRK-IDX)
                    END-IF
                END-IF
            END-PERFORM.
       WRITE-TRACKING-REPORT.
            OPEN OUTPUT TRACKING-FILE.
            IF TRACKING-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open gradetrk.txt - status "
                    TRACKING-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            WRITE TRACKING-RECORD FROM GTR-RULE.
            MOVE TRACK-TERM TO GTR-TERM.
            MOVE TODAY-X    TO GTR-RUN-DATE.
            WRITE TRACKING-RECORD FROM GTR-TITLE.
            MOVE SPACES TO GTR-PAST-TEXT.
            MOVE ZERO   TO GTR-DAYS-PAST.
            IF DEADLINE-X = SPACES
                MOVE "none set on gradedead.txt" TO GTR-DEADLINE
            ELSE
                MOVE DEADLINE-X TO GTR-DEADLINE
                IF DAYS-PAST-DEADLINE > ZERO
                    MOVE "Days past it:" TO GTR-PAST-TEXT
                    MOVE DAYS-PAST-DEADLINE TO GTR-DAYS-PAST
                END-IF
            END-IF.
            WRITE TRACKING-RECORD FROM GTR-DEADLINE-LINE.
            WRITE TRACKING-RECORD FROM GTR-RULE.
            WRITE TRACKING-RECORD FROM GTR-COLUMNS.
            PERFORM VARYING TRK-IDX FROM 1 BY 1
                    UNTIL TRK-IDX > TRACK-COUNT
                PERFORM WRITE-ONE-COURSE
            END-PERFORM.
            WRITE TRACKING-RECORD FROM GTR-RULE.
            MOVE "Courses with grades submitted" TO GTR-COUNT-TEXT.
            MOVE SUBMITTED-COUNT TO GTR-COUNT.
            WRITE TRACKING-RECORD FROM GTR-COUNT-LINE.
            MOVE "Courses still owing grades" TO GTR-COUNT-TEXT.
            MOVE OUTSTANDING-COUNT TO GTR-COUNT.
            WRITE TRACKING-RECORD FROM GTR-COUNT-LINE.
            MOVE "  of them past the deadline" TO GTR-COUNT-TEXT.
            MOVE OVERDUE-COUNT TO GTR-COUNT.
            WRITE TRACKING-RECORD FROM GTR-COUNT-LINE.
            MOVE "Enrolled students" TO GTR-COUNT-TEXT.
            MOVE ENROLLED-TOTAL TO GTR-COUNT.
            WRITE TRACKING-RECORD FROM GTR-COUNT-LINE.
            MOVE "Enrolled students with no grade" TO GTR-COUNT-TEXT.
            MOVE UNGRADED-TOTAL TO GTR-COUNT.
            WRITE TRACKING-RECORD FROM GTR-COUNT-LINE.
            CLOSE TRACKING-FILE.
       WRITE-ONE-COURSE.
            MOVE TK-COURSE(TRK-IDX)     TO GTR-COURSE.
            MOVE TK-ENROLLED(TRK-IDX)   TO GTR-ENROLLED.
            MOVE TK-UNGRADED(TRK-IDX)   TO GTR-UNGRADED.
            MOVE TK-INSTR-ID(TRK-IDX)   TO GTR-INSTR-ID.
            MOVE TK-INSTR-NAME(TRK-IDX) TO GTR-INSTR-NAME.
            MOVE SPACES TO GTR-STATUS.
            IF TK-UNGRADED(TRK-IDX) = ZERO
                MOVE "SUBMITTED" TO GTR-STATUS
                ADD 1 TO SUBMITTED-COUNT
            ELSE
                ADD 1 TO OUTSTANDING-COUNT
                IF DAYS-PAST-DEADLINE > ZERO
                    ADD 1 TO OVERDUE-COUNT
                    IF TK-UNGRADED(TRK-IDX) < TK-ENROLLED(TRK-IDX)
                        MOVE "PARTIAL - OVERDUE" TO GTR-STATUS
                    ELSE
                        MOVE "NOT SUBMITTED - OVERDUE" TO GTR-STATUS
                    END-IF
                ELSE
                    IF TK-UNGRADED(TRK-IDX) < TK-ENROLLED(TRK-IDX)
                        MOVE "PARTIAL" TO GTR-STATUS
                    ELSE
                        MOVE "NOT SUBMITTED" TO GTR-STATUS
                    END-IF
                END-IF
            END-IF.
            WRITE TRACKING-RECORD FROM GTR-DETAIL.
       END PROGRAM GRADE-TRACKING.
