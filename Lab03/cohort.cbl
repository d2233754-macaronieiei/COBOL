      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cohort retention and progression report, so the
      *          yearly question of how many students who started in
      *          a term are still here, have graduated or have gone
      *          has an answer. Every student with a grade on the
      *          grade history (gradehist.txt - closed terms) or an
      *          enrollment on coursegrades.txt (the current term)
      *          belongs to the cohort of the first term either file
      *          shows them in. For each cohort, term by term from
      *          its first term on, a student counts as GRADUATED
      *          from the term the graduates register (graduates.txt)
      *          records, ENROLLED in a term they have grades or an
      *          enrollment in, and INACTIVE otherwise; the retention
      *          percentage is enrolled plus graduated over the cohort
      *          size. Each cohort is then broken down by the standing
      *          the students had at the end of their first term -
      *          the credit-weighted score average for that term on
      *          grademast.txt against the standparm.txt thresholds,
      *          as the standing report sets them (default 85 and
      *          50); a student with no scores for the term is not
      *          rated. Written to cohort.txt.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT-RETENTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-HISTORY-FILE ASSIGN TO "gradehist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRADE-HIST-STATUS.
           SELECT COURSE-GRADE-FILE ASSIGN TO "coursegrades.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-FILE-STATUS.
           SELECT GRADUATE-FILE ASSIGN TO "graduates.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRADUATE-FILE-STATUS.
           SELECT GRADE-MASTER-FILE ASSIGN TO "grademast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRADE-MASTER-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "coursecat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT STAND-PARM-FILE ASSIGN TO "standparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STAND-PARM-STATUS.
           SELECT COHORT-REPORT-FILE ASSIGN TO "cohort.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COHORT-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GRADE-HISTORY-FILE.
       01 GRADE-HISTORY-RECORD.
           05 GH-STU-ID  PIC 9(10).
           05 GH-COURSE  PIC X(8).
           05 GH-TERM    PIC X(6).
           05 GH-GRADE   PIC X(1).
       FD COURSE-GRADE-FILE.
       01 COURSE-GRADE-RECORD.
           05 CG-STU-ID  PIC 9(10).
           05 CG-COURSE  PIC X(8).
           05 CG-TERM    PIC X(6).
           05 CG-GRADE   PIC X(1).
       FD GRADUATE-FILE.
       COPY GRADUATE.
       FD GRADE-MASTER-FILE.
       01 GRADE-MASTER-RECORD.
           05 GM-STU-ID  PIC 9(10).
           05 GM-COURSE  PIC X(8).
           05 GM-TOTAL   PIC 9(3).
           05 GM-GRADE   PIC X(1).
           05 GM-TERM    PIC X(6).
       FD CATALOG-FILE.
       COPY COURSE.
       FD STAND-PARM-FILE.
       01 STAND-PARM-RECORD.
           05 SP-DEANS      PIC 9(3).
           05 SP-PROBATION  PIC 9(3).
       FD COHORT-REPORT-FILE.
       01 COHORT-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 GRADE-HIST-STATUS      PIC X(2).
       01 COURSE-FILE-STATUS     PIC X(2).
       01 GRADUATE-FILE-STATUS   PIC X(2).
       01 GRADE-MASTER-STATUS    PIC X(2).
       01 CATALOG-FILE-STATUS    PIC X(2).
       01 STAND-PARM-STATUS      PIC X(2).
       01 COHORT-REPORT-STATUS   PIC X(2).
       01 EOF-FLAG               PIC X(1) VALUE 'N'.
           88 END-OF-FILE                 VALUE 'Y'.
       01 THRESHOLDS.
           05 DEANS-FLOOR        PIC 9(3) VALUE 85.
           05 PROBATION-FLOOR    PIC 9(3) VALUE 50.
       01 CURRENT-TERM           PIC X(6) VALUE SPACES.
       01 TERM-COUNT             PIC 9(2) VALUE ZERO.
       01 TERM-TABLE.
           05 TERM-ENTRY OCCURS 40 TIMES INDEXED BY TM-IDX TM-PREV.
               10 TT-TERM        PIC X(6).
       01 CATALOG-COUNT          PIC 9(3) VALUE ZERO.
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 200 TIMES INDEXED BY CAT-IDX.
               10 CAT-COURSE     PIC X(8).
               10 CAT-CREDITS    PIC 9(1)V9(1).
       01 STUDENT-COUNT          PIC 9(4) VALUE ZERO.
       01 STUDENT-TABLE.
           05 STUDENT-ENTRY OCCURS 1000 TIMES INDEXED BY ST-IDX.
               10 CS-STU-ID      PIC 9(10).
               10 CS-COHORT      PIC 9(2).
               10 CS-GRAD-TERM   PIC X(6).
               10 CS-STANDING    PIC X(1).
               10 CS-SCORE-PTS   PIC 9(7)V9(1).
               10 CS-CREDITS     PIC 9(4)V9(1).
               10 CS-TERM-FLAGS.
                   15 CS-IN-TERM PIC X(1) OCCURS 40 TIMES.
       01 LOOKUP-FIELDS.
           05 LOOKUP-ID          PIC 9(10).
           05 LOOKUP-TERM        PIC X(6).
           05 LOOKUP-COURSE      PIC X(8).
           05 TERM-SLOT          PIC 9(2).
           05 STUDENT-SLOT       PIC 9(4).
           05 FOUND-FLAG         PIC X(1).
               88 FOUND                   VALUE 'Y'.
           05 COURSE-CREDITS     PIC 9(1)V9(1).
           05 WORK-AVG           PIC 9(3)V9(2).
       01 COUNT-FIELDS.
           05 COHORT-SLOT        PIC 9(2).
           05 ROW-SLOT           PIC 9(2).
           05 STANDING-FILTER    PIC X(1).
           05 ROW-SIZE           PIC 9(4).
           05 ROW-ENROLLED       PIC 9(4).
           05 ROW-INACTIVE       PIC 9(4).
           05 ROW-GRADUATED      PIC 9(4).
           05 ROW-RETAINED-PCT   PIC 9(3)V9(1).
           05 COHORT-SIZE        PIC 9(4).
           05 COHORT-DEANS       PIC 9(4).
           05 COHORT-GOOD        PIC 9(4).
           05 COHORT-PROBATION   PIC 9(4).
           05 COHORT-UNRATED     PIC 9(4).
           05 STANDING-N         PIC 9(1).
       01 STANDING-CODES         PIC X(4) VALUE "DGPU".
       01 RUN-COUNTS.
           05 COHORTS-REPORTED   PIC 9(3) VALUE ZERO.
           05 GRADUATES-MATCHED  PIC 9(4) VALUE ZERO.
       01 TODAY-X                PIC X(8).
       01 RUN-DATE-RAW.
           05 RUN-YY PIC 99.
           05 RUN-MM PIC 99.
           05 RUN-DD PIC 99.
       01 COHORT-LINES.
           05 CHR-RULE.
               10 FILLER PIC X(78) VALUE ALL "=".
           05 CHR-DASH.
               10 FILLER PIC X(78) VALUE ALL "-".
           05 CHR-TITLE.
               10 FILLER       PIC X(34) VALUE
                   "COHORT RETENTION AND PROGRESSION -".
               10 FILLER       PIC X(5)  VALUE " run ".
               10 CHR-RUN-DATE PIC X(8).
               10 FILLER       PIC X(15) VALUE "  current term ".
               10 CHR-CURRENT  PIC X(6).
           05 CHR-COHORT.
               10 FILLER       PIC X(7)  VALUE "COHORT ".
               10 CHR-COHORT-TERM PIC X(6).
               10 FILLER       PIC X(11) VALUE "  started: ".
               10 CHR-SIZE     PIC ZZZ9.
           05 CHR-START-STANDING.
               10 FILLER       PIC X(29) VALUE
                   "  End of first term - dean's ".
               10 CHR-DEANS    PIC ZZZ9.
               10 FILLER       PIC X(7)  VALUE "  good ".
               10 CHR-GOOD     PIC ZZZ9.
               10 FILLER       PIC X(12) VALUE "  probation ".
               10 CHR-PROB     PIC ZZZ9.
               10 FILLER       PIC X(12) VALUE "  not rated ".
               10 CHR-UNRATED  PIC ZZZ9.
           05 CHR-GROUP.
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 CHR-GROUP-TEXT PIC X(30).
               10 FILLER       PIC X(10) VALUE "students: ".
               10 CHR-GROUP-SIZE PIC ZZZ9.
           05 CHR-COLUMNS.
               10 FILLER PIC X(4)  VALUE SPACE.
               10 FILLER PIC X(10) VALUE "TERM".
               10 FILLER PIC X(10) VALUE "ENROLLED".
               10 FILLER PIC X(10) VALUE "INACTIVE".
               10 FILLER PIC X(11) VALUE "GRADUATED".
               10 FILLER PIC X(10) VALUE "RETAINED".
           05 CHR-ROW.
               10 FILLER       PIC X(4)  VALUE SPACE.
               10 CHR-TERM     PIC X(6).
               10 FILLER       PIC X(4)  VALUE SPACE.
               10 CHR-ENROLLED PIC ZZZ9.
               10 FILLER       PIC X(6)  VALUE SPACE.
               10 CHR-INACTIVE PIC ZZZ9.
               10 FILLER       PIC X(6)  VALUE SPACE.
               10 CHR-GRADUATED PIC ZZZ9.
               10 FILLER       PIC X(6)  VALUE SPACE.
               10 CHR-RETAINED PIC ZZ9.9.
               10 FILLER       PIC X(1)  VALUE "%".
               10 CHR-ROW-NOTE PIC X(12).
           05 CHR-COUNT-LINE.
               10 CHR-COUNT-TEXT PIC X(36).
               10 CHR-COUNT      PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT RUN-DATE-RAW FROM DATE.
            MOVE "20"   TO TODAY-X(1:2).
            MOVE RUN-YY TO TODAY-X(3:2).
            MOVE RUN-MM TO TODAY-X(5:2).
            MOVE RUN-DD TO TODAY-X(7:2).
            PERFORM COLLECT-TERMS.
            IF TERM-COUNT = ZERO
                DISPLAY "No grades on gradehist.txt or coursegrades"
                    ".txt - no cohort to report."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM MARK-ENROLLMENTS.
            PERFORM LOAD-GRADUATES.
            PERFORM LOAD-THRESHOLDS.
            PERFORM LOAD-COURSE-CATALOG.
            PERFORM RATE-FIRST-TERMS.
            OPEN OUTPUT COHORT-REPORT-FILE.
            IF COHORT-REPORT-STATUS NOT = "00"
                DISPLAY "Unable to open cohort.txt - status "
                    COHORT-REPORT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            WRITE COHORT-REPORT-RECORD FROM CHR-RULE.
            MOVE TODAY-X      TO CHR-RUN-DATE.
            MOVE CURRENT-TERM TO CHR-CURRENT.
            IF CURRENT-TERM = SPACES
                MOVE "(none)" TO CHR-CURRENT
            END-IF.
            WRITE COHORT-REPORT-RECORD FROM CHR-TITLE.
            WRITE COHORT-REPORT-RECORD FROM CHR-RULE.
            PERFORM VARYING COHORT-SLOT FROM 1 BY 1
                    UNTIL COHORT-SLOT > TERM-COUNT
                PERFORM REPORT-ONE-COHORT
            END-PERFORM.
            WRITE COHORT-REPORT-RECORD FROM CHR-RULE.
            MOVE "Cohorts reported" TO CHR-COUNT-TEXT.
            MOVE COHORTS-REPORTED TO CHR-COUNT.
            WRITE COHORT-REPORT-RECORD FROM CHR-COUNT-LINE.
            MOVE "Students counted" TO CHR-COUNT-TEXT.
            MOVE STUDENT-COUNT TO CHR-COUNT.
            WRITE COHORT-REPORT-RECORD FROM CHR-COUNT-LINE.
            MOVE "Graduates on the register" TO CHR-COUNT-TEXT.
            MOVE GRADUATES-MATCHED TO CHR-COUNT.
            WRITE COHORT-REPORT-RECORD FROM CHR-COUNT-LINE.
            CLOSE COHORT-REPORT-FILE.
            DISPLAY "Cohort report written - " COHORTS-REPORTED
                " cohort(s), " STUDENT-COUNT " student(s) - see "
                "cohort.txt.".
            MOVE ZERO TO RETURN-CODE.
            STOP RUN.
       COLLECT-TERMS.
      * every term either file shows, kept in term order; the
      * current term is the highest one on coursegrades.txt.
            OPEN INPUT GRADE-HISTORY-FILE.
            IF GRADE-HIST-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ GRADE-HISTORY-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE GH-TERM TO LOOKUP-TERM
                            PERFORM ADD-TERM
                    END-READ
                END-PERFORM
                CLOSE GRADE-HISTORY-FILE
                MOVE 'N' TO EOF-FLAG
            ELSE
                DISPLAY "gradehist.txt not found - no closed term "
                    "on file."
            END-IF.
            OPEN INPUT COURSE-GRADE-FILE.
            IF COURSE-FILE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ COURSE-GRADE-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE CG-TERM TO LOOKUP-TERM
                            PERFORM ADD-TERM
                            IF CG-TERM > CURRENT-TERM
                                MOVE CG-TERM TO CURRENT-TERM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COURSE-GRADE-FILE
                MOVE 'N' TO EOF-FLAG
            ELSE
                DISPLAY "coursegrades.txt not found - no current "
                    "enrollment on file."
            END-IF.
       ADD-TERM.
            IF LOOKUP-TERM NOT = SPACES
                PERFORM FIND-TERM-SLOT
                IF NOT FOUND
                    IF TERM-COUNT < 40
                        PERFORM INSERT-TERM
                    ELSE
                        DISPLAY "More than 40 terms - term left "
                            "out: " LOOKUP-TERM
                    END-IF
                END-IF
            END-IF.
       INSERT-TERM.
            ADD 1 TO TERM-COUNT.
            SET TM-IDX TO TERM-COUNT.
            MOVE 'N' TO FOUND-FLAG.
            PERFORM UNTIL TM-IDX = 1 OR FOUND
                SET TM-PREV TO TM-IDX
                SET TM-PREV DOWN BY 1
                IF TT-TERM(TM-PREV) > LOOKUP-TERM
                    MOVE TT-TERM(TM-PREV) TO TT-TERM(TM-IDX)
                    SET TM-IDX DOWN BY 1
                ELSE
                    SET FOUND TO TRUE
                END-IF
            END-PERFORM.
            MOVE LOOKUP-TERM TO TT-TERM(TM-IDX).
       FIND-TERM-SLOT.
            MOVE 'N'  TO FOUND-FLAG.
            MOVE ZERO TO TERM-SLOT.
            PERFORM VARYING TM-IDX FROM 1 BY 1
                    UNTIL TM-IDX > TERM-COUNT OR FOUND
                IF TT-TERM(TM-IDX) = LOOKUP-TERM
                    SET FOUND TO TRUE
                    SET TERM-SLOT TO TM-IDX
                END-IF
            END-PERFORM.
       MARK-ENROLLMENTS.
            OPEN INPUT GRADE-HISTORY-FILE.
            IF GRADE-HIST-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ GRADE-HISTORY-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE GH-STU-ID TO LOOKUP-ID
                            MOVE GH-TERM   TO LOOKUP-TERM
                            PERFORM MARK-ONE-ENROLLMENT
                    END-READ
                END-PERFORM
                CLOSE GRADE-HISTORY-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
            OPEN INPUT COURSE-GRADE-FILE.
            IF COURSE-FILE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ COURSE-GRADE-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE CG-STU-ID TO LOOKUP-ID
                            MOVE CG-TERM   TO LOOKUP-TERM
                            PERFORM MARK-ONE-ENROLLMENT
                    END-READ
                END-PERFORM
                CLOSE COURSE-GRADE-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
       MARK-ONE-ENROLLMENT.
      * the cohort is the earliest term the student shows in.
            PERFORM FIND-TERM-SLOT.
            IF FOUND
                PERFORM FIND-STUDENT-SLOT
                IF NOT FOUND
                    PERFORM ADD-STUDENT
                END-IF
                IF FOUND
                    SET ST-IDX TO STUDENT-SLOT
                    MOVE 'Y' TO CS-IN-TERM(ST-IDX, TERM-SLOT)
                    IF TERM-SLOT < CS-COHORT(ST-IDX)
                        MOVE TERM-SLOT TO CS-COHORT(ST-IDX)
                    END-IF
                END-IF
            END-IF.
       FIND-STUDENT-SLOT.
            MOVE 'N'  TO FOUND-FLAG.
            MOVE ZERO TO STUDENT-SLOT.
            PERFORM VARYING ST-IDX FROM 1 BY 1
                    UNTIL ST-IDX > STUDENT-COUNT OR FOUND
                IF CS-STU-ID(ST-IDX) = LOOKUP-ID
                    SET FOUND TO TRUE
                    SET STUDENT-SLOT TO ST-IDX
                END-IF
            END-PERFORM.
       ADD-STUDENT.
            IF STUDENT-COUNT < 1000
                ADD 1 TO STUDENT-COUNT
                SET ST-IDX TO STUDENT-COUNT
                MOVE LOOKUP-ID TO CS-STU-ID(ST-IDX)
                MOVE 99        TO CS-COHORT(ST-IDX)
                MOVE SPACES    TO CS-GRAD-TERM(ST-IDX)
                MOVE 'U'       TO CS-STANDING(ST-IDX)
                MOVE ZERO      TO CS-SCORE-PTS(ST-IDX)
                MOVE ZERO      TO CS-CREDITS(ST-IDX)
                MOVE ALL 'N'   TO CS-TERM-FLAGS(ST-IDX)
                SET FOUND TO TRUE
                MOVE STUDENT-COUNT TO STUDENT-SLOT
            ELSE
                DISPLAY "More than 1000 students - left out: "
                    LOOKUP-ID
            END-IF.
       LOAD-GRADUATES.
      * a student on the register more than once counts from the
      * earliest term recorded.
            OPEN INPUT GRADUATE-FILE.
            IF GRADUATE-FILE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ GRADUATE-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE GR-STU-ID TO LOOKUP-ID
                            PERFORM FIND-STUDENT-SLOT
                            IF FOUND
                                SET ST-IDX TO STUDENT-SLOT
                                IF CS-GRAD-TERM(ST-IDX) = SPACES
                                    ADD 1 TO GRADUATES-MATCHED
                                    MOVE GR-TERM
                                        TO CS-GRAD-TERM(ST-IDX)
                                ELSE
                                    IF GR-TERM < CS-GRAD-TERM(ST-IDX)
                                        MOVE GR-TERM
                                            TO CS-GRAD-TERM(ST-IDX)
                                    END-IF
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GRADUATE-FILE
                MOVE 'N' TO EOF-FLAG
            ELSE
                DISPLAY "graduates.txt not found - no student "
                    "counted as graduated."
            END-IF.
       LOAD-THRESHOLDS.
            OPEN INPUT STAND-PARM-FILE.
            IF STAND-PARM-STATUS = "00"
                READ STAND-PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF SP-DEANS IS NUMERIC
                                AND SP-DEANS > ZERO
                            MOVE SP-DEANS TO DEANS-FLOOR
                        END-IF
                        IF SP-PROBATION IS NUMERIC
                                AND SP-PROBATION > ZERO
                            MOVE SP-PROBATION TO PROBATION-FLOOR
                        END-IF
                END-READ
                CLOSE STAND-PARM-FILE
            ELSE
                DISPLAY "standparm.txt not found - thresholds 85 "
                    "and 50 assumed."
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
       RATE-FIRST-TERMS.
      * the first-term standing comes from the grade master scores
      * for the cohort term, weighted by credit hours as the
      * standing report weights them.
            OPEN INPUT GRADE-MASTER-FILE.
            IF GRADE-MASTER-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ GRADE-MASTER-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM TALLY-FIRST-TERM-SCORE
                    END-READ
                END-PERFORM
                CLOSE GRADE-MASTER-FILE
                MOVE 'N' TO EOF-FLAG
            ELSE
                DISPLAY "grademast.txt not found - no student "
                    "rated for their first term."
            END-IF.
            PERFORM VARYING ST-IDX FROM 1 BY 1
                    UNTIL ST-IDX > STUDENT-COUNT
                IF CS-CREDITS(ST-IDX) > ZERO
                    COMPUTE WORK-AVG ROUNDED =
                        CS-SCORE-PTS(ST-IDX) / CS-CREDITS(ST-IDX)
                    IF WORK-AVG >= DEANS-FLOOR
                        MOVE 'D' TO CS-STANDING(ST-IDX)
                    ELSE
                        IF WORK-AVG < PROBATION-FLOOR
                            MOVE 'P' TO CS-STANDING(ST-IDX)
                        ELSE
                            MOVE 'G' TO CS-STANDING(ST-IDX)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
       TALLY-FIRST-TERM-SCORE.
            MOVE GM-STU-ID TO LOOKUP-ID.
            PERFORM FIND-STUDENT-SLOT.
            IF FOUND AND GM-TOTAL IS NUMERIC
                SET ST-IDX TO STUDENT-SLOT
                SET TM-IDX TO CS-COHORT(ST-IDX)
                IF GM-TERM = TT-TERM(TM-IDX)
                    MOVE GM-COURSE TO LOOKUP-COURSE
                    PERFORM COURSE-TO-CREDITS
                    COMPUTE CS-SCORE-PTS(ST-IDX) =
                        CS-SCORE-PTS(ST-IDX)
                            + (GM-TOTAL * COURSE-CREDITS)
                    ADD COURSE-CREDITS TO CS-CREDITS(ST-IDX)
                END-IF
            END-IF.
       COURSE-TO-CREDITS.
            MOVE 1.0 TO COURSE-CREDITS.
            PERFORM VARYING CAT-IDX FROM 1 BY 1
                    UNTIL CAT-IDX > CATALOG-COUNT
                IF CAT-COURSE(CAT-IDX) = LOOKUP-COURSE
                    MOVE CAT-CREDITS(CAT-IDX) TO COURSE-CREDITS
                END-IF
            END-PERFORM.
       REPORT-ONE-COHORT.
            MOVE ZERO TO COHORT-SIZE.
            MOVE ZERO TO COHORT-DEANS.
            MOVE ZERO TO COHORT-GOOD.
            MOVE ZERO TO COHORT-PROBATION.
            MOVE ZERO TO COHORT-UNRATED.
            PERFORM VARYING ST-IDX FROM 1 BY 1
                    UNTIL ST-IDX > STUDENT-COUNT
                IF CS-COHORT(ST-IDX) = COHORT-SLOT
                    ADD 1 TO COHORT-SIZE
                    EVALUATE CS-STANDING(ST-IDX)
                        WHEN 'D' ADD 1 TO COHORT-DEANS
                        WHEN 'G' ADD 1 TO COHORT-GOOD
                        WHEN 'P' ADD 1 TO COHORT-PROBATION
                        WHEN OTHER ADD 1 TO COHORT-UNRATED
                    END-EVALUATE
                END-IF
            END-PERFORM.
            IF COHORT-SIZE > ZERO
                ADD 1 TO COHORTS-REPORTED
                WRITE COHORT-REPORT-RECORD FROM CHR-DASH
                MOVE TT-TERM(COHORT-SLOT) TO CHR-COHORT-TERM
                MOVE COHORT-SIZE          TO CHR-SIZE
                WRITE COHORT-REPORT-RECORD FROM CHR-COHORT
                MOVE COHORT-DEANS     TO CHR-DEANS
                MOVE COHORT-GOOD      TO CHR-GOOD
                MOVE COHORT-PROBATION TO CHR-PROB
                MOVE COHORT-UNRATED   TO CHR-UNRATED
                WRITE COHORT-REPORT-RECORD FROM CHR-START-STANDING
                MOVE SPACE TO STANDING-FILTER
                MOVE "All students" TO CHR-GROUP-TEXT
                MOVE COHORT-SIZE TO CHR-GROUP-SIZE
                PERFORM REPORT-COHORT-GROUP
                PERFORM VARYING STANDING-N FROM 1 BY 1
                        UNTIL STANDING-N > 4
                    MOVE STANDING-CODES(STANDING-N:1)
                        TO STANDING-FILTER
                    PERFORM REPORT-STANDING-GROUP
                END-PERFORM
            END-IF.
       REPORT-STANDING-GROUP.
            EVALUATE STANDING-FILTER
                WHEN 'D'
                    MOVE "First term dean's list" TO CHR-GROUP-TEXT
                    MOVE COHORT-DEANS TO ROW-SIZE
                WHEN 'G'
                    MOVE "First term good standing"
                        TO CHR-GROUP-TEXT
                    MOVE COHORT-GOOD TO ROW-SIZE
                WHEN 'P'
                    MOVE "First term probation" TO CHR-GROUP-TEXT
                    MOVE COHORT-PROBATION TO ROW-SIZE
                WHEN OTHER
                    MOVE "First term not rated" TO CHR-GROUP-TEXT
                    MOVE COHORT-UNRATED TO ROW-SIZE
            END-EVALUATE.
            IF ROW-SIZE > ZERO
                MOVE ROW-SIZE TO CHR-GROUP-SIZE
                PERFORM REPORT-COHORT-GROUP
            END-IF.
       REPORT-COHORT-GROUP.
            WRITE COHORT-REPORT-RECORD FROM SPACES.
            WRITE COHORT-REPORT-RECORD FROM CHR-GROUP.
            WRITE COHORT-REPORT-RECORD FROM CHR-COLUMNS.
            PERFORM VARYING ROW-SLOT FROM COHORT-SLOT BY 1
                    UNTIL ROW-SLOT > TERM-COUNT
                PERFORM COUNT-COHORT-TERM
                MOVE TT-TERM(ROW-SLOT) TO CHR-TERM
                MOVE ROW-ENROLLED      TO CHR-ENROLLED
                MOVE ROW-INACTIVE      TO CHR-INACTIVE
                MOVE ROW-GRADUATED     TO CHR-GRADUATED
                MOVE ROW-RETAINED-PCT  TO CHR-RETAINED
                IF TT-TERM(ROW-SLOT) = CURRENT-TERM
                    MOVE "  current" TO CHR-ROW-NOTE
                ELSE
                    MOVE SPACES TO CHR-ROW-NOTE
                END-IF
                WRITE COHORT-REPORT-RECORD FROM CHR-ROW
            END-PERFORM.
       COUNT-COHORT-TERM.
      * graduated from the register term on; otherwise enrolled if
      * the student shows in the term, inactive if not.
            MOVE ZERO TO ROW-SIZE.
            MOVE ZERO TO ROW-ENROLLED.
            MOVE ZERO TO ROW-INACTIVE.
            MOVE ZERO TO ROW-GRADUATED.
            PERFORM VARYING ST-IDX FROM 1 BY 1
                    UNTIL ST-IDX > STUDENT-COUNT
                IF CS-COHORT(ST-IDX) = COHORT-SLOT
                        AND (STANDING-FILTER = SPACE
                            OR CS-STANDING(ST-IDX) = STANDING-FILTER)
                    ADD 1 TO ROW-SIZE
                    IF CS-GRAD-TERM(ST-IDX) NOT = SPACES
                            AND CS-GRAD-TERM(ST-IDX)
                                <= TT-TERM(ROW-SLOT)
                        ADD 1 TO ROW-GRADUATED
                    ELSE
                        IF CS-IN-TERM(ST-IDX, ROW-SLOT) = 'Y'
                            ADD 1 TO ROW-ENROLLED
                        ELSE
                            ADD 1 TO ROW-INACTIVE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            IF ROW-SIZE > ZERO
                COMPUTE ROW-RETAINED-PCT ROUNDED =
                    (ROW-ENROLLED + ROW-GRADUATED) * 100 / ROW-SIZE
            ELSE
                MOVE ZERO TO ROW-RETAINED-PCT
            END-IF.
       END PROGRAM COHORT-RETENTION.
