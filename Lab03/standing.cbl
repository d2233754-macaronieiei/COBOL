      *          first. Written to standing.txt.
      * Tectonics: cobc
      * Modifications:
      *   - Term and cumulative score averages are now weighted by
      *     each course's credit hours from the course catalog
      *     (coursecat.txt), so a one-credit lab no longer counts as
      *     much as a four-credit lecture toward standing. The
      *     standparm.txt thresholds are unchanged. Each student's
      *     line is followed by the credit-weighted term and
      *     cumulative GPA with credits attempted and earned (every
      *     lettered grade but an F). A course missing from the
      *     catalog counts as 1.0 credit.
      *   - The students.txt record layout carries the student's
      *     program code at the end of the record.
      *   - Each student's term and cumulative averages, standing
      *     code and credits also go to the standing extract
      *     (standext.txt, layout STANDEXT) for the scholarship
      *     eligibility run.
      *   - The students.txt record layout carries the student's
      *     advisor code at the end of the record.
      *   - The standing extract carries each student's DROPPED flag,
      *     so the advisor caseload run (advcase) can give each
      *     advisor the students to call.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-REPORT.
           SELECT STANDING-REPORT-FILE ASSIGN TO "standing.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STANDING-REPORT-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "coursecat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT STANDING-EXTRACT-FILE ASSIGN TO "standext.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STANDING-EXTRACT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GRADE-MASTER-FILE.
           05 STU-FNAME PIC X(50).
           05 STU-LNAME PIC X(50).
           05 STU-GPA   PIC 9(1)V9(2).
           05 STU-PROGRAM PIC X(6).
           05 STU-ADVISOR PIC X(6).
       FD STAND-PARM-FILE.
       01 STAND-PARM-RECORD.
           05 SP-DEANS      PIC 9(3).
           05 SP-PROBATION  PIC 9(3).
       FD STANDING-REPORT-FILE.
       01 STANDING-REPORT-RECORD PIC X(100).
       FD CATALOG-FILE.
       COPY COURSE.
       FD STANDING-EXTRACT-FILE.
       COPY STANDEXT.
       WORKING-STORAGE SECTION.
       01 GRADE-MASTER-STATUS    PIC X(2).
       01 STUDENT-FILE-STATUS    PIC X(2).
       01 STAND-PARM-STATUS      PIC X(2).
       01 STANDING-REPORT-STATUS PIC X(2).
       01 CATALOG-FILE-STATUS    PIC X(2).
       01 STANDING-EXTRACT-STATUS PIC X(2).
       01 CATALOG-COUNT          PIC 9(3) VALUE ZERO.
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 200 TIMES INDEXED BY CAT-IDX.
               10 CAT-COURSE  PIC X(8).
               10 CAT-CREDITS PIC 9(1)V9(1).
       01 CREDIT-WORK-FIELDS.
           05 CAT-FOUND-FLAG     PIC X(1).
               88 COURSE-IN-CATALOG      VALUE 'Y'.
           05 ONE-COURSE-CREDITS PIC 9(1)V9(1).
           05 ONE-SCORE-PTS      PIC 9(4)V9(1).
           05 ONE-GRADE-POINTS   PIC 9(1).
           05 ONE-QUALITY-PTS    PIC 9(2)V9(1).
           05 GRADE-KNOWN-FLAG   PIC X(1).
               88 GRADE-IS-KNOWN         VALUE 'Y'.
       01 EOF-FLAG               PIC X(1) VALUE 'N'.
           88 END-OF-FILE                 VALUE 'Y'.
       01 THRESHOLDS.
               10 SD-STU-ID      PIC 9(10).
               10 SD-FNAME       PIC X(15).
               10 SD-LNAME       PIC X(15).
               10 SD-TERM-PTS    PIC 9(6)V9(1).
               10 SD-TERM-CRS    PIC 9(3)V9(1).
               10 SD-PRIOR-PTS   PIC 9(6)V9(1).
               10 SD-PRIOR-CRS   PIC 9(3)V9(1).
               10 SD-CUM-PTS     PIC 9(7)V9(1).
               10 SD-CUM-CRS     PIC 9(4)V9(1).
               10 SD-TERM-QP     PIC 9(4)V9(1).
               10 SD-TERM-ATT    PIC 9(3)V9(1).
               10 SD-TERM-ERN    PIC 9(3)V9(1).
               10 SD-CUM-QP      PIC 9(5)V9(1).
               10 SD-CUM-ATT     PIC 9(4)V9(1).
               10 SD-CUM-ERN     PIC 9(4)V9(1).
               10 SD-TERM-AVG    PIC 9(3)V99.
               10 SD-CUM-AVG     PIC 9(3)V99.
               10 SD-STANDING    PIC X(1).
           05 RANK-I            PIC 9(3).
           05 RANK-J            PIC 9(3).
           05 WORK-AVG          PIC 9(3)V99.
           05 WORK-GPA          PIC 9(1)V99.
           05 DEANS-COUNT       PIC 9(3) VALUE ZERO.
           05 GOOD-COUNT        PIC 9(3) VALUE ZERO.
           05 PROB-COUNT        PIC 9(3) VALUE ZERO.
               10 RPD-STANDING PIC X(10).
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 RPD-DROPPED  PIC X(9).
           05 RPT-CREDIT-DETAIL.
               10 FILLER       PIC X(5)  VALUE SPACE.
               10 FILLER       PIC X(9)  VALUE "term GPA ".
               10 RCD-TERM-GPA PIC 9.99.
               10 FILLER       PIC X(11) VALUE " attempted ".
               10 RCD-TERM-ATT PIC ZZ9.9.
               10 FILLER       PIC X(8)  VALUE " earned ".
               10 RCD-TERM-ERN PIC ZZ9.9.
               10 FILLER       PIC X(10) VALUE "  cum GPA ".
               10 RCD-CUM-GPA  PIC 9.99.
               10 FILLER       PIC X(11) VALUE " attempted ".
               10 RCD-CUM-ATT  PIC ZZZ9.9.
               10 FILLER       PIC X(8)  VALUE " earned ".
               10 RCD-CUM-ERN  PIC ZZZ9.9.
           05 RPT-COUNT-LINE.
               10 RPC-TEXT     PIC X(30).
               10 RPC-COUNT    PIC ZZZZ9.
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-COURSE-CATALOG.
            PERFORM SWEEP-GRADE-MASTER.
            PERFORM LOAD-STUDENT-NAMES.
            PERFORM COMPUTE-STANDINGS.
            PERFORM COMPUTE-RANKS.
            PERFORM WRITE-STANDING-REPORT.
            PERFORM WRITE-STANDING-EXTRACT.
            DISPLAY "Standing report written - dean's list "
                DEANS-COUNT " good " GOOD-COUNT " probation "
                PROB-COUNT " dropped " DROPPED-COUNT ".".
            END-PERFORM.
            CLOSE GRADE-MASTER-FILE.
            MOVE 'N' TO EOF-FLAG.
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
      * a course missing from the catalog counts as 1.0 credit.
            MOVE 'N' TO CAT-FOUND-FLAG.
            MOVE 1.0 TO ONE-COURSE-CREDITS.
            PERFORM VARYING CAT-IDX FROM 1 BY 1
                    UNTIL CAT-IDX > CATALOG-COUNT
                        OR COURSE-IN-CATALOG
                IF CAT-COURSE(CAT-IDX) = GM-COURSE
                    SET COURSE-IN-CATALOG TO TRUE
                    MOVE CAT-CREDITS(CAT-IDX) TO ONE-COURSE-CREDITS
                END-IF
            END-PERFORM.
            MULTIPLY GM-TOTAL BY ONE-COURSE-CREDITS
                GIVING ONE-SCORE-PTS.
            MOVE 'Y' TO GRADE-KNOWN-FLAG.
            EVALUATE GM-GRADE
                WHEN 'A' MOVE 4 TO ONE-GRADE-POINTS
                WHEN 'B' MOVE 3 TO ONE-GRADE-POINTS
                WHEN 'C' MOVE 2 TO ONE-GRADE-POINTS
                WHEN 'D' MOVE 1 TO ONE-GRADE-POINTS
                WHEN 'F' MOVE 0 TO ONE-GRADE-POINTS
                WHEN OTHER
                    MOVE 'N' TO GRADE-KNOWN-FLAG
                    MOVE 0 TO ONE-GRADE-POINTS
            END-EVALUATE.
            MULTIPLY ONE-GRADE-POINTS BY ONE-COURSE-CREDITS
                GIVING ONE-QUALITY-PTS.
       TALLY-ONE-GRADE.
      * score averages and the GPA are both weighted by the
      * course's credit hours; every lettered grade is attempted,
      * all but an F are earned.
            MOVE GM-STU-ID TO LOOKUP-ID.
            PERFORM FIND-STUDENT-SLOT.
            IF SD-SLOT-FOUND
                SET ST-IDX TO SD-SLOT
                PERFORM COURSE-TO-CREDITS
                ADD ONE-SCORE-PTS TO SD-CUM-PTS(ST-IDX)
                ADD ONE-COURSE-CREDITS TO SD-CUM-CRS(ST-IDX)
                IF GRADE-IS-KNOWN
                    ADD ONE-QUALITY-PTS TO SD-CUM-QP(ST-IDX)
                    ADD ONE-COURSE-CREDITS TO SD-CUM-ATT(ST-IDX)
                    IF GM-GRADE NOT = 'F'
                        ADD ONE-COURSE-CREDITS TO SD-CUM-ERN(ST-IDX)
                    END-IF
                END-IF
                IF GM-TERM = CURRENT-TERM
                    ADD ONE-SCORE-PTS TO SD-TERM-PTS(ST-IDX)
                    ADD ONE-COURSE-CREDITS TO SD-TERM-CRS(ST-IDX)
                    IF GRADE-IS-KNOWN
                        ADD ONE-QUALITY-PTS TO SD-TERM-QP(ST-IDX)
                        ADD ONE-COURSE-CREDITS
                            TO SD-TERM-ATT(ST-IDX)
                        IF GM-GRADE NOT = 'F'
                            ADD ONE-COURSE-CREDITS
                                TO SD-TERM-ERN(ST-IDX)
                        END-IF
                    END-IF
                END-IF
                IF GM-TERM = PRIOR-TERM
                        AND PRIOR-TERM NOT = SPACES
                    ADD ONE-SCORE-PTS TO SD-PRIOR-PTS(ST-IDX)
                    ADD ONE-COURSE-CREDITS TO SD-PRIOR-CRS(ST-IDX)
                END-IF
            END-IF.
       FIND-STUDENT-SLOT.
                    MOVE ZERO TO SD-PRIOR-CRS(ST-IDX)
                    MOVE ZERO TO SD-CUM-PTS(ST-IDX)
                    MOVE ZERO TO SD-CUM-CRS(ST-IDX)
                    MOVE ZERO TO SD-TERM-QP(ST-IDX)
                    MOVE ZERO TO SD-TERM-ATT(ST-IDX)
                    MOVE ZERO TO SD-TERM-ERN(ST-IDX)
                    MOVE ZERO TO SD-CUM-QP(ST-IDX)
                    MOVE ZERO TO SD-CUM-ATT(ST-IDX)
                    MOVE ZERO TO SD-CUM-ERN(ST-IDX)
                    MOVE ZERO TO SD-RANK(ST-IDX)
                    MOVE 'N'  TO SD-DROPPED(ST-IDX)
                    SET SD-SLOT-FOUND TO TRUE
                    MOVE SPACES TO RPD-DROPPED
                END-IF
                WRITE STANDING-REPORT-RECORD FROM RPT-DETAIL
                PERFORM WRITE-CREDIT-DETAIL
            END-PERFORM.
            WRITE STANDING-REPORT-RECORD FROM RPT-RULE.
            MOVE "Dean's list                  " TO RPC-TEXT.
            MOVE DROPPED-COUNT TO RPC-COUNT.
            WRITE STANDING-REPORT-RECORD FROM RPT-COUNT-LINE.
            CLOSE STANDING-REPORT-FILE.
       WRITE-CREDIT-DETAIL.
            IF SD-TERM-ATT(ST-IDX) > ZERO
                COMPUTE WORK-GPA ROUNDED =
                    SD-TERM-QP(ST-IDX) / SD-TERM-ATT(ST-IDX)
            ELSE
                MOVE ZERO TO WORK-GPA
            END-IF.
            MOVE WORK-GPA            TO RCD-TERM-GPA.
            MOVE SD-TERM-ATT(ST-IDX) TO RCD-TERM-ATT.
            MOVE SD-TERM-ERN(ST-IDX) TO RCD-TERM-ERN.
            IF SD-CUM-ATT(ST-IDX) > ZERO
                COMPUTE WORK-GPA ROUNDED =
                    SD-CUM-QP(ST-IDX) / SD-CUM-ATT(ST-IDX)
            ELSE
                MOVE ZERO TO WORK-GPA
            END-IF.
            MOVE WORK-GPA            TO RCD-CUM-GPA.
            MOVE SD-CUM-ATT(ST-IDX)  TO RCD-CUM-ATT.
            MOVE SD-CUM-ERN(ST-IDX)  TO RCD-CUM-ERN.
            WRITE STANDING-REPORT-RECORD FROM RPT-CREDIT-DETAIL.
       WRITE-STANDING-EXTRACT.
      * the same figures as the report, one record per student, for
      * the runs that act on standing.
            OPEN OUTPUT STANDING-EXTRACT-FILE.
            IF STANDING-EXTRACT-STATUS NOT = "00"
                DISPLAY "Unable to open standext.txt - status "
                    STANDING-EXTRACT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM VARYING ST-IDX FROM 1 BY 1
                    UNTIL ST-IDX > STUDENT-COUNT
                MOVE SPACES              TO STANDING-EXTRACT-RECORD
                MOVE SD-STU-ID(ST-IDX)   TO SX-STU-ID
                MOVE SD-FNAME(ST-IDX)    TO SX-FNAME
                MOVE SD-LNAME(ST-IDX)    TO SX-LNAME
                MOVE CURRENT-TERM        TO SX-TERM
                MOVE SD-TERM-AVG(ST-IDX) TO SX-TERM-AVG
                MOVE SD-CUM-AVG(ST-IDX)  TO SX-CUM-AVG
                MOVE SD-STANDING(ST-IDX) TO SX-STANDING
                MOVE SD-TERM-ATT(ST-IDX) TO SX-TERM-ATT
                MOVE SD-TERM-ERN(ST-IDX) TO SX-TERM-ERN
                MOVE SD-CUM-ERN(ST-IDX)  TO SX-CUM-ERN
                MOVE SD-DROPPED(ST-IDX)  TO SX-DROPPED
                WRITE STANDING-EXTRACT-RECORD
            END-PERFORM.
            CLOSE STANDING-EXTRACT-FILE.
       END PROGRAM STANDING-REPORT.
