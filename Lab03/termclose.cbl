      *          "this term's GPA" finally means something.
      * Tectonics: cobc
      * Modifications:
      *   - Term and cumulative GPAs are now credit-weighted: each
      *     grade's points are multiplied by the credit hours the
      *     course catalog (coursecat.txt) gives its course, and the
      *     close shows credits attempted and earned (every graded
      *     course but an F) beside each student's term and
      *     cumulative GPA. The cumulative GPA rolled into
      *     students.txt is the credit-weighted one. A course missing
      *     from the catalog counts as 1.0 credit and the close
      *     reports how many term grades that applied to.
      *   - The students.txt record layout carries the student's
      *     program code at the end of the record.
      *   - A term with courses still owing grades - enrollments with
      *     no grade and none posted on grademast.txt - is refused
      *     unless the registrar takes an override, which is logged
      *     to closeovr.txt with the registrar ID and reason. The
      *     courses owing grades and the term's grade deadline
      *     (gradedead.txt) are shown. An enrollment still blank at
      *     close takes the grade posted for it on grademast.txt.
      *   - The students.txt record layout carries the student's
      *     advisor code at the end of the record, and the roll-
      *     forward work record is widened to keep it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-CLOSE.
           SELECT TERM-SUMMARY-FILE ASSIGN TO "termsumm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERM-SUMM-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "coursecat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT GRADE-MASTER-FILE ASSIGN TO "grademast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRADE-MASTER-STATUS.
           SELECT DEADLINE-FILE ASSIGN TO "gradedead.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEADLINE-FILE-STATUS.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO "closeovr.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OVERRIDE-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-GRADE-FILE.
           05 GH-TERM    PIC X(6).
           05 GH-GRADE   PIC X(1).
       FD WORK-FILE.
       01 WORK-RECORD        PIC X(125).
       FD STUDENT-FILE.
       01 STUDENT-FILE-RECORD.
           05 STU-ID    PIC 9(10).
           05 STU-FNAME PIC X(50).
           05 STU-LNAME PIC X(50).
           05 STU-GPA   PIC 9(1)V9(2).
           05 STU-PROGRAM PIC X(6).
           05 STU-ADVISOR PIC X(6).
       FD CLOSE-CONTROL-FILE.
       01 CLOSE-CONTROL-RECORD.
           05 TC-TERM    PIC X(6).
       FD TERM-SUMMARY-FILE.
       01 TERM-SUMMARY-RECORD PIC X(80).
       FD CATALOG-FILE.
       COPY COURSE.
       FD GRADE-MASTER-FILE.
       01 GRADE-MASTER-RECORD.
           05 GM-STU-ID  PIC 9(10).
           05 GM-COURSE  PIC X(8).
           05 GM-TOTAL   PIC 9(3).
           05 GM-GRADE   PIC X(1).
           05 GM-TERM    PIC X(6).
       FD DEADLINE-FILE.
       COPY GRDDEAD.
       FD OVERRIDE-LOG-FILE.
       01 OVERRIDE-LOG-RECORD.
           05 OV-DATE       PIC X(8).
           05 OV-TERM       PIC X(6).
           05 OV-REGISTRAR  PIC X(8).
           05 OV-COURSES    PIC 9(3).
           05 OV-UNGRADED   PIC 9(5).
           05 OV-REASON     PIC X(40).
       WORKING-STORAGE SECTION.
       01 COURSE-FILE-STATUS    PIC X(2).
       01 GRADE-HIST-STATUS     PIC X(2).
       01 STUDENT-FILE-STATUS   PIC X(2).
       01 CLOSE-CTL-STATUS      PIC X(2).
       01 TERM-SUMM-STATUS      PIC X(2).
       01 CATALOG-FILE-STATUS   PIC X(2).
       01 GRADE-MASTER-STATUS   PIC X(2).
       01 DEADLINE-FILE-STATUS  PIC X(2).
       01 OVERRIDE-LOG-STATUS   PIC X(2).
       01 EOF-FLAG              PIC X(1) VALUE 'N'.
           88 END-OF-FILE                VALUE 'Y'.
       01 CLOSING-TERM          PIC X(6).
       01 TERM-CLOSED-FLAG      PIC X(1) VALUE 'N'.
           88 TERM-ALREADY-CLOSED        VALUE 'Y'.
       01 CONFIRM-ANSWER        PIC X(1).
       01 TODAY-X               PIC X(8).
       01 RUN-DATE-RAW.
           05 RUN-YY PIC 99.
           05 RUN-MM PIC 99.
           05 RUN-DD PIC 99.
       01 DEADLINE-X            PIC X(8) VALUE SPACES.
       01 POSTED-COUNT          PIC 9(4) VALUE ZERO.
       01 POSTED-TABLE.
           05 POSTED-ENTRY OCCURS 2000 TIMES INDEXED BY PST-IDX.
               10 PS-STU-ID   PIC 9(10).
               10 PS-COURSE   PIC X(8).
               10 PS-GRADE    PIC X(1).
       01 POSTING-WORK-FIELDS.
           05 PS-FOUND-FLAG     PIC X(1).
               88 POSTING-FOUND          VALUE 'Y'.
           05 PS-SLOT           PIC 9(4).
           05 FILLED-COUNT      PIC 9(5) VALUE ZERO.
       01 OUTSTANDING-COUNT     PIC 9(3) VALUE ZERO.
       01 OUTSTANDING-TABLE.
           05 OUTSTANDING-ENTRY OCCURS 200 TIMES
                   INDEXED BY OUT-IDX.
               10 OC-COURSE     PIC X(8).
               10 OC-UNGRADED   PIC 9(5).
       01 OUTSTANDING-WORK-FIELDS.
           05 OC-FOUND-FLAG     PIC X(1).
               88 OC-SLOT-FOUND          VALUE 'Y'.
           05 UNGRADED-TOTAL    PIC 9(5) VALUE ZERO.
       01 OVERRIDE-FIELDS.
           05 OVERRIDE-ANSWER   PIC X(1).
           05 OVERRIDE-REGISTRAR PIC X(8).
           05 OVERRIDE-REASON   PIC X(40).
           05 OVERRIDE-FLAG     PIC X(1) VALUE 'N'.
               88 OVERRIDE-TAKEN         VALUE 'Y'.
       01 CLOSE-COUNTS.
           05 ARCHIVED-COUNT    PIC 9(5) VALUE ZERO.
           05 KEPT-COUNT        PIC 9(5) VALUE ZERO.
           05 TERM-GPA-ENTRY OCCURS 300 TIMES
                   INDEXED BY GPA-IDX.
               10 TG-STU-ID   PIC 9(10).
               10 TG-POINTS   PIC 9(4)V9(1).
               10 TG-ATTEMPTED PIC 9(3)V9(1).
               10 TG-EARNED   PIC 9(3)V9(1).
               10 TG-CUM-PTS  PIC 9(5)V9(1).
               10 TG-CUM-ATT  PIC 9(4)V9(1).
               10 TG-CUM-ERN  PIC 9(4)V9(1).
       01 GPA-WORK-FIELDS.
           05 TG-FOUND-FLAG     PIC X(1).
               88 TG-SLOT-FOUND          VALUE 'Y'.
           05 GRADE-KNOWN-FLAG  PIC X(1).
               88 GRADE-IS-KNOWN         VALUE 'Y'.
           05 TERM-GPA          PIC 9(1)V9(2).
           05 GPA-SHOWN         PIC 9.99.
           05 CREDITS-SHOWN-1   PIC ZZZ9.9.
           05 CREDITS-SHOWN-2   PIC ZZZ9.9.
           05 CUM-GPA           PIC 9(1)V9(2).
           05 LOOKUP-ID         PIC 9(10).
           05 LOOKUP-GRADE      PIC X(1).
           05 LOOKUP-COURSE     PIC X(8).
           05 ONE-COURSE-CREDITS PIC 9(1)V9(1).
           05 ONE-QUALITY-PTS   PIC 9(2)V9(1).
       01 CATALOG-COUNT         PIC 9(3) VALUE ZERO.
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 200 TIMES INDEXED BY CAT-IDX.
               10 CAT-COURSE  PIC X(8).
               10 CAT-CREDITS PIC 9(1)V9(1).
       01 CAT-FOUND-FLAG        PIC X(1).
           88 COURSE-IN-CATALOG          VALUE 'Y'.
       01 UNCATALOGED-COUNT     PIC 9(5) VALUE ZERO.
       01 COURSE-SUMM-COUNT     PIC 9(2) VALUE ZERO.
       01 COURSE-SUMM-TABLE.
           05 COURSE-SUMM OCCURS 20 TIMES
           05 SML-OTHER     PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT RUN-DATE-RAW FROM DATE.
            MOVE "20"   TO TODAY-X(1:2).
            MOVE RUN-YY TO TODAY-X(3:2).
            MOVE RUN-MM TO TODAY-X(5:2).
            MOVE RUN-DD TO TODAY-X(7:2).
            DISPLAY "Term to close (e.g. 2025-1): ".
            ACCEPT CLOSING-TERM.
            IF CLOSING-TERM = SPACES
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-TERM-POSTINGS.
            PERFORM FIND-OUTSTANDING-COURSES.
            IF OUTSTANDING-COUNT > ZERO
                PERFORM TAKE-REGISTRAR-OVERRIDE
                IF NOT OVERRIDE-TAKEN
                    DISPLAY "Close refused - " OUTSTANDING-COUNT
                        " course(s) still owe grades; the grade "
                        "submission tracking (gradetrk) lists them."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            DISPLAY "Close term " CLOSING-TERM " - archive its "
                "grades and roll the GPAs? (Y/N): ".
            ACCEPT CONFIRM-ANSWER.
                MOVE ZERO TO RETURN-CODE
                STOP RUN
            END-IF.
            IF OVERRIDE-TAKEN
                PERFORM LOG-CLOSE-OVERRIDE
            END-IF.

            PERFORM LOAD-COURSE-CATALOG.
            PERFORM ARCHIVE-TERM-GRADES.
            IF ARCHIVED-COUNT = ZERO
                DISPLAY "No grades on file for term "
            PERFORM ROLL-STUDENT-GPAS.
            PERFORM WRITE-TERM-SUMMARY.
            PERFORM RECORD-TERM-CLOSED.
            IF UNCATALOGED-COUNT > ZERO
                DISPLAY "Term grades in courses missing from "
                    "coursecat.txt (counted as 1.0 credit): "
                    UNCATALOGED-COUNT
            END-IF.
            IF FILLED-COUNT > ZERO
                DISPLAY "Blank enrollment grades taken from "
                    "grademast.txt: " FILLED-COUNT
            END-IF.
            DISPLAY "Term " CLOSING-TERM " closed - "
                ARCHIVED-COUNT " grade(s) archived, "
                KEPT-COUNT " left live.".
                    NOT AT END
                        IF CG-TERM = CLOSING-TERM
                            ADD 1 TO ARCHIVED-COUNT
                            IF CG-GRADE = SPACE
                                PERFORM FILL-FROM-POSTING
                            END-IF
                            MOVE COURSE-GRADE-RECORD
                                TO GRADE-HISTORY-RECORD
                            WRITE GRADE-HISTORY-RECORD
            CLOSE GRADE-HISTORY-FILE.
            CLOSE WORK-FILE.
            MOVE 'N' TO EOF-FLAG.
       LOAD-TERM-POSTINGS.
      * the grader posts to grademast.txt; a later posting for the
      * same student and course replaces an earlier one.
            OPEN INPUT GRADE-MASTER-FILE.
            IF GRADE-MASTER-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ GRADE-MASTER-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF GM-TERM = CLOSING-TERM
                                    AND GM-GRADE NOT = SPACE
                                PERFORM STORE-ONE-POSTING
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GRADE-MASTER-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
       STORE-ONE-POSTING.
            MOVE GM-STU-ID TO LOOKUP-ID.
            MOVE GM-COURSE TO LOOKUP-COURSE.
            PERFORM FIND-POSTING.
            IF POSTING-FOUND
                SET PST-IDX TO PS-SLOT
                MOVE GM-GRADE TO PS-GRADE(PST-IDX)
            ELSE
                IF POSTED-COUNT < 2000
                    ADD 1 TO POSTED-COUNT
                    SET PST-IDX TO POSTED-COUNT
                    MOVE GM-STU-ID TO PS-STU-ID(PST-IDX)
                    MOVE GM-COURSE TO PS-COURSE(PST-IDX)
                    MOVE GM-GRADE  TO PS-GRADE(PST-IDX)
                ELSE
                    DISPLAY "Posting table full - posting passed "
                        "over: " GM-STU-ID " " GM-COURSE
                END-IF
            END-IF.
       FIND-POSTING.
            MOVE 'N'  TO PS-FOUND-FLAG.
            MOVE ZERO TO PS-SLOT.
            PERFORM VARYING PST-IDX FROM 1 BY 1
                    UNTIL PST-IDX > POSTED-COUNT
                        OR POSTING-FOUND
                IF PS-STU-ID(PST-IDX) = LOOKUP-ID
                        AND PS-COURSE(PST-IDX) = LOOKUP-COURSE
                    SET POSTING-FOUND TO TRUE
                    SET PS-SLOT TO PST-IDX
                END-IF
            END-PERFORM.
       FILL-FROM-POSTING.
      * an enrollment still blank at close takes the grade the
      * grader posted for it, so the history gets the real grade.
            MOVE CG-STU-ID TO LOOKUP-ID.
            MOVE CG-COURSE TO LOOKUP-COURSE.
            PERFORM FIND-POSTING.
            IF POSTING-FOUND
                SET PST-IDX TO PS-SLOT
                MOVE PS-GRADE(PST-IDX) TO CG-GRADE
                ADD 1 TO FILLED-COUNT
            END-IF.
       FIND-OUTSTANDING-COURSES.
      * a course owes grades while any of its enrollments for the
      * term has no grade on the record and none posted for it.
            OPEN INPUT COURSE-GRADE-FILE.
            IF COURSE-FILE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ COURSE-GRADE-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF CG-TERM = CLOSING-TERM
                                    AND CG-GRADE = SPACE
                                MOVE CG-STU-ID TO LOOKUP-ID
                                MOVE CG-COURSE TO LOOKUP-COURSE
                                PERFORM FIND-POSTING
                                IF NOT POSTING-FOUND
                                    PERFORM COUNT-OUTSTANDING
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COURSE-GRADE-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
            IF OUTSTANDING-COUNT > ZERO
                PERFORM LOAD-GRADE-DEADLINE
                DISPLAY "Courses in term " CLOSING-TERM
                    " still owing grades:"
                PERFORM VARYING OUT-IDX FROM 1 BY 1
                        UNTIL OUT-IDX > OUTSTANDING-COUNT
                    DISPLAY "  " OC-COURSE(OUT-IDX) " "
                        OC-UNGRADED(OUT-IDX)
                        " enrolled student(s) with no grade"
                END-PERFORM
                IF DEADLINE-X = SPACES
                    DISPLAY "No grade deadline on gradedead.txt for "
                        "the term."
                ELSE
                    DISPLAY "Grade deadline for the term was "
                        DEADLINE-X "."
                END-IF
            END-IF.
       COUNT-OUTSTANDING.
            ADD 1 TO UNGRADED-TOTAL.
            MOVE 'N' TO OC-FOUND-FLAG.
            PERFORM VARYING OUT-IDX FROM 1 BY 1
                    UNTIL OUT-IDX > OUTSTANDING-COUNT
                        OR OC-SLOT-FOUND
                IF OC-COURSE(OUT-IDX) = CG-COURSE
                    SET OC-SLOT-FOUND TO TRUE
                    ADD 1 TO OC-UNGRADED(OUT-IDX)
                END-IF
            END-PERFORM.
            IF NOT OC-SLOT-FOUND AND OUTSTANDING-COUNT < 200
                ADD 1 TO OUTSTANDING-COUNT
                SET OUT-IDX TO OUTSTANDING-COUNT
                MOVE CG-COURSE TO OC-COURSE(OUT-IDX)
                MOVE 1         TO OC-UNGRADED(OUT-IDX)
            END-IF.
       LOAD-GRADE-DEADLINE.
            OPEN INPUT DEADLINE-FILE.
            IF DEADLINE-FILE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ DEADLINE-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF GD-TERM = CLOSING-TERM
                                MOVE GD-DEADLINE TO DEADLINE-X
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DEADLINE-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
       TAKE-REGISTRAR-OVERRIDE.
      * only the registrar closes a term with grades outstanding,
      * and the override names who took it and why.
            DISPLAY "Registrar override - close with grades "
                "outstanding? (Y/N): ".
            ACCEPT OVERRIDE-ANSWER.
            IF OVERRIDE-ANSWER = 'Y' OR OVERRIDE-ANSWER = 'y'
                DISPLAY "Registrar ID: "
                MOVE SPACES TO OVERRIDE-REGISTRAR
                ACCEPT OVERRIDE-REGISTRAR
                IF OVERRIDE-REGISTRAR = SPACES
                    DISPLAY "No registrar ID entered - override "
                        "not taken."
                ELSE
                    DISPLAY "Override reason: "
                    MOVE SPACES TO OVERRIDE-REASON
                    ACCEPT OVERRIDE-REASON
                    SET OVERRIDE-TAKEN TO TRUE
                END-IF
            END-IF.
       LOG-CLOSE-OVERRIDE.
      * an override that cannot be logged is not taken.
            OPEN EXTEND OVERRIDE-LOG-FILE.
            IF OVERRIDE-LOG-STATUS = "05" OR OVERRIDE-LOG-STATUS = "35"
                OPEN OUTPUT OVERRIDE-LOG-FILE
            END-IF.
            IF OVERRIDE-LOG-STATUS NOT = "00"
                DISPLAY "Unable to open closeovr.txt - status "
                    OVERRIDE-LOG-STATUS " - close refused."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES             TO OVERRIDE-LOG-RECORD.
            MOVE TODAY-X            TO OV-DATE.
            MOVE CLOSING-TERM       TO OV-TERM.
            MOVE OVERRIDE-REGISTRAR TO OV-REGISTRAR.
            MOVE OUTSTANDING-COUNT  TO OV-COURSES.
            MOVE UNGRADED-TOTAL     TO OV-UNGRADED.
            MOVE OVERRIDE-REASON    TO OV-REASON.
            WRITE OVERRIDE-LOG-RECORD.
            CLOSE OVERRIDE-LOG-FILE.
            DISPLAY "Override taken by " OVERRIDE-REGISTRAR
                " - logged to closeovr.txt.".
       REWRITE-LIVE-GRADES.
            OPEN INPUT WORK-FILE.
            OPEN OUTPUT COURSE-GRADE-FILE.
                WHEN OTHER
                    MOVE 'N' TO GRADE-KNOWN-FLAG
            END-EVALUATE.
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
       COURSE-TO-CREDITS.
      * LOOKUP-COURSE in, its credit hours and the grade's quality
      * points out; a course missing from the catalog counts as
      * 1.0 credit.
            MOVE 'N' TO CAT-FOUND-FLAG.
            MOVE 1.0 TO ONE-COURSE-CREDITS.
            PERFORM VARYING CAT-IDX FROM 1 BY 1
                    UNTIL CAT-IDX > CATALOG-COUNT
                        OR COURSE-IN-CATALOG
                IF CAT-COURSE(CAT-IDX) = LOOKUP-COURSE
                    SET COURSE-IN-CATALOG TO TRUE
                    MOVE CAT-CREDITS(CAT-IDX) TO ONE-COURSE-CREDITS
                END-IF
            END-PERFORM.
            MULTIPLY ONE-GRADE-POINTS BY ONE-COURSE-CREDITS
                GIVING ONE-QUALITY-PTS.
       FIND-GPA-SLOT.
            MOVE 'N'  TO TG-FOUND-FLAG.
            MOVE ZERO TO TG-SLOT.
                    SET TG-SLOT TO STUDENT-COUNT
                    MOVE LOOKUP-ID TO TG-STU-ID(GPA-IDX)
                    MOVE ZERO TO TG-POINTS(GPA-IDX)
                    MOVE ZERO TO TG-ATTEMPTED(GPA-IDX)
                    MOVE ZERO TO TG-EARNED(GPA-IDX)
                    MOVE ZERO TO TG-CUM-PTS(GPA-IDX)
                    MOVE ZERO TO TG-CUM-ATT(GPA-IDX)
                    MOVE ZERO TO TG-CUM-ERN(GPA-IDX)
                    SET TG-SLOT-FOUND TO TRUE
                END-IF
            END-IF.
       TALLY-TERM-GPA.
            MOVE CG-STU-ID TO LOOKUP-ID.
            MOVE CG-GRADE  TO LOOKUP-GRADE.
            MOVE CG-COURSE TO LOOKUP-COURSE.
            PERFORM GRADE-TO-POINTS.
            IF GRADE-IS-KNOWN
                PERFORM COURSE-TO-CREDITS
                IF NOT COURSE-IN-CATALOG AND CATALOG-COUNT > ZERO
                    ADD 1 TO UNCATALOGED-COUNT
                END-IF
                PERFORM FIND-GPA-SLOT
                IF TG-SLOT-FOUND
                    SET GPA-IDX TO TG-SLOT
                    ADD ONE-QUALITY-PTS TO TG-POINTS(GPA-IDX)
                    ADD ONE-COURSE-CREDITS TO TG-ATTEMPTED(GPA-IDX)
                    IF LOOKUP-GRADE NOT = 'F'
                        ADD ONE-COURSE-CREDITS
                            TO TG-EARNED(GPA-IDX)
                    END-IF
                END-IF
            END-IF.
       SUM-CUMULATIVE-HISTORY.
                        NOT AT END
                            MOVE GH-STU-ID TO LOOKUP-ID
                            MOVE GH-GRADE  TO LOOKUP-GRADE
                            MOVE GH-COURSE TO LOOKUP-COURSE
                            PERFORM GRADE-TO-POINTS
                            IF GRADE-IS-KNOWN
                                PERFORM COURSE-TO-CREDITS
                                PERFORM FIND-GPA-SLOT
                                PERFORM ADD-CUMULATIVE-CREDITS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GRADE-HISTORY-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
       ADD-CUMULATIVE-CREDITS.
            IF TG-SLOT-FOUND
                SET GPA-IDX TO TG-SLOT
                ADD ONE-QUALITY-PTS TO TG-CUM-PTS(GPA-IDX)
                ADD ONE-COURSE-CREDITS TO TG-CUM-ATT(GPA-IDX)
                IF LOOKUP-GRADE NOT = 'F'
                    ADD ONE-COURSE-CREDITS TO TG-CUM-ERN(GPA-IDX)
                END-IF
            END-IF.
       ROLL-STUDENT-GPAS.
      * the master is rewritten through the work file the same way
      * the maintenance rewrites it, each student's cumulative GPA
      * rolled in. Term GPAs are shown as the close runs.
            PERFORM VARYING GPA-IDX FROM 1 BY 1
                    UNTIL GPA-IDX > STUDENT-COUNT
                IF TG-ATTEMPTED(GPA-IDX) > ZERO
                    COMPUTE TERM-GPA ROUNDED =
                        TG-POINTS(GPA-IDX) / TG-ATTEMPTED(GPA-IDX)
                    MOVE TERM-GPA              TO GPA-SHOWN
                    MOVE TG-ATTEMPTED(GPA-IDX) TO CREDITS-SHOWN-1
                    MOVE TG-EARNED(GPA-IDX)    TO CREDITS-SHOWN-2
                    DISPLAY "  " TG-STU-ID(GPA-IDX)
                        " term GPA " GPA-SHOWN
                        " credits attempted " CREDITS-SHOWN-1
                        " earned " CREDITS-SHOWN-2
                END-IF
            END-PERFORM.
            OPEN INPUT STUDENT-FILE.
            END-PERFORM.
            IF TG-SLOT-FOUND
                SET GPA-IDX TO TG-SLOT
                IF TG-CUM-ATT(GPA-IDX) > ZERO
                    COMPUTE CUM-GPA ROUNDED =
                        TG-CUM-PTS(GPA-IDX) / TG-CUM-ATT(GPA-IDX)
                    MOVE CUM-GPA TO STU-GPA
                    MOVE CUM-GPA             TO GPA-SHOWN
                    MOVE TG-CUM-ATT(GPA-IDX) TO CREDITS-SHOWN-1
                    MOVE TG-CUM-ERN(GPA-IDX) TO CREDITS-SHOWN-2
                    DISPLAY "  " STU-ID " cumulative GPA " GPA-SHOWN
                        " credits attempted " CREDITS-SHOWN-1
                        " earned " CREDITS-SHOWN-2
                END-IF
            END-IF.
       TALLY-COURSE-SUMMARY.
