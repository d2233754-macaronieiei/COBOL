      *     course grades (A=4 B=3 C=2 D=1 F=0), and a student whose
      *     stored STU-GPA disagrees with the computed one is
      *     flagged on the report.
      *   - The computed GPA is now credit-weighted: each course's
      *     credit hours come from the course catalog (coursecat.txt)
      *     and are printed on its course line, grade points are
      *     multiplied by them, and a line per term plus a cumulative
      *     line show credits attempted, credits earned (every graded
      *     course but an F) and the GPA. A course missing from the
      *     catalog counts as 1.0 credit and is flagged on its line.
      *   - The students.txt record layout carries the student's
      *     program code at the end of the record.
      *   - The students.txt record layout carries the student's
      *     advisor code at the end of the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT COURSE-GRADE-FILE ASSIGN TO "coursegrades.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "coursecat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
           05 STU-FNAME PIC X(50).
           05 STU-LNAME PIC X(50).
           05 STU-GPA   PIC 9(1)V9(2).
           05 STU-PROGRAM PIC X(6).
           05 STU-ADVISOR PIC X(6).
       FD TRANSCRIPT-FILE.
       01 TRANSCRIPT-RECORD PIC X(80).
       FD COURSE-GRADE-FILE.
           05 CG-COURSE  PIC X(8).
           05 CG-TERM    PIC X(6).
           05 CG-GRADE   PIC X(1).
       FD CATALOG-FILE.
       COPY COURSE.
       WORKING-STORAGE SECTION.
           01 STUDENT-RECORD.
               05 STUDENT-ID PIC 9(10) VALUE 6621604700.
                   10 CT-COURSE  PIC X(8).
                   10 CT-TERM    PIC X(6).
                   10 CT-GRADE   PIC X(1).
           01 CATALOG-FILE-STATUS    PIC X(2).
           01 CATALOG-EOF-FLAG       PIC X(1) VALUE 'N'.
               88 CATALOG-EOF                 VALUE 'Y'.
           01 CATALOG-LOADED-FLAG    PIC X(1) VALUE 'N'.
               88 CATALOG-IS-LOADED           VALUE 'Y'.
           01 CATALOG-COUNT          PIC 9(3) VALUE ZERO.
           01 CATALOG-TABLE.
               05 CATALOG-ENTRY OCCURS 200 TIMES
                       INDEXED BY CAT-IDX.
                   10 CAT-COURSE  PIC X(8).
                   10 CAT-CREDITS PIC 9(1)V9(1).
           01 CATALOG-LOOKUP-FIELDS.
               05 LOOKUP-COURSE      PIC X(8).
               05 CAT-FOUND-FLAG     PIC X(1).
                   88 COURSE-IN-CATALOG  VALUE 'Y'.
               05 ONE-COURSE-CREDITS PIC 9(1)V9(1).
           01 GPA-CALC-FIELDS.
               05 GPA-POINTS        PIC 9(4)V9(1) VALUE ZERO.
               05 GPA-ATTEMPTED     PIC 9(3)V9(1) VALUE ZERO.
               05 GPA-EARNED        PIC 9(3)V9(1) VALUE ZERO.
               05 COMPUTED-GPA      PIC 9(1)V9(2).
               05 TERM-GPA          PIC 9(1)V9(2).
               05 ONE-GRADE-POINTS  PIC 9(1).
               05 ONE-QUALITY-PTS   PIC 9(2)V9(1).
               05 GRADE-KNOWN-FLAG  PIC X(1).
                   88 GRADE-IS-KNOWN     VALUE 'Y'.
           01 TERM-TOTAL-COUNT       PIC 9(2) VALUE ZERO.
           01 TERM-TOTAL-TABLE.
               05 TERM-TOTAL OCCURS 20 TIMES
                       INDEXED BY TERM-IDX.
                   10 TT-TERM       PIC X(6).
                   10 TT-POINTS     PIC 9(4)V9(1).
                   10 TT-ATTEMPTED  PIC 9(3)V9(1).
                   10 TT-EARNED     PIC 9(3)V9(1).
           01 TT-FOUND-FLAG          PIC X(1).
               88 TT-SLOT-FOUND               VALUE 'Y'.
           01 TT-SLOT                PIC 9(2).
           01 COURSE-LINE.
               05 FILLER       PIC X(4)  VALUE SPACE.
               05 CRL-COURSE   PIC X(8).
               05 CRL-TERM     PIC X(6).
               05 FILLER       PIC X(2)  VALUE SPACE.
               05 CRL-GRADE    PIC X(1).
               05 FILLER       PIC X(2)  VALUE SPACE.
               05 CRL-CREDITS  PIC 9.9.
               05 CRL-NOTE     PIC X(20) VALUE SPACE.
           01 CREDIT-LINE.
               05 FILLER         PIC X(4)  VALUE SPACE.
               05 CDL-LABEL.
                   10 CDL-LABEL-TEXT PIC X(5).
                   10 CDL-TERM       PIC X(6).
               05 FILLER         PIC X(12) VALUE "  ATTEMPTED ".
               05 CDL-ATTEMPTED  PIC ZZ9.9.
               05 FILLER         PIC X(9)  VALUE "  EARNED ".
               05 CDL-EARNED     PIC ZZ9.9.
               05 FILLER         PIC X(6)  VALUE "  GPA ".
               05 CDL-GPA        PIC 9.99.
           01 GPA-LINE.
               05 FILLER       PIC X(4)  VALUE SPACE.
               05 FILLER       PIC X(15) VALUE "COMPUTED GPA : ".
               05 DET-GPA      PIC 9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-COURSE-CATALOG.
           PERFORM LOAD-COURSE-GRADES.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-FILE-STATUS = "00"
               DISPLAY "coursegrades.txt not found - transcript "
                   "will carry no course lines."
           END-IF.
       LOAD-COURSE-CATALOG.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-FILE-STATUS = "00"
               SET CATALOG-IS-LOADED TO TRUE
               PERFORM UNTIL CATALOG-EOF
                   READ CATALOG-FILE
                       AT END
                           SET CATALOG-EOF TO TRUE
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
               DISPLAY "coursecat.txt loaded - " CATALOG-COUNT
                   " course(s)."
           ELSE
               DISPLAY "coursecat.txt not found - every course "
                   "counts as 1.0 credit."
           END-IF.
       FIND-COURSE-CREDITS.
      * a course missing from the catalog counts as 1.0 credit, so
      * its grade still reaches the GPA, and is flagged on its line.
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
       WRITE-COURSE-LINES.
           MOVE ZERO TO GPA-POINTS.
           MOVE ZERO TO GPA-ATTEMPTED.
           MOVE ZERO TO GPA-EARNED.
           MOVE ZERO TO TERM-TOTAL-COUNT.
           PERFORM VARYING COURSE-IDX FROM 1 BY 1
                   UNTIL COURSE-IDX > COURSE-COUNT
               IF CT-STU-ID(COURSE-IDX) = STU-ID
                   MOVE CT-COURSE(COURSE-IDX) TO LOOKUP-COURSE
                   PERFORM FIND-COURSE-CREDITS
                   MOVE CT-COURSE(COURSE-IDX) TO CRL-COURSE
                   MOVE CT-TERM(COURSE-IDX)   TO CRL-TERM
                   MOVE CT-GRADE(COURSE-IDX)  TO CRL-GRADE
                   MOVE ONE-COURSE-CREDITS    TO CRL-CREDITS
                   IF CATALOG-IS-LOADED AND NOT COURSE-IN-CATALOG
                       MOVE "  * NOT IN CATALOG" TO CRL-NOTE
                   ELSE
                       MOVE SPACES TO CRL-NOTE
                   END-IF
                   WRITE TRANSCRIPT-RECORD FROM COURSE-LINE
                   PERFORM TALLY-GRADE-POINTS
               END-IF
           END-PERFORM.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
                   UNTIL TERM-IDX > TERM-TOTAL-COUNT
               MOVE "TERM "            TO CDL-LABEL-TEXT
               MOVE TT-TERM(TERM-IDX)  TO CDL-TERM
               MOVE TT-ATTEMPTED(TERM-IDX) TO CDL-ATTEMPTED
               MOVE TT-EARNED(TERM-IDX)    TO CDL-EARNED
               IF TT-ATTEMPTED(TERM-IDX) > ZERO
                   COMPUTE TERM-GPA ROUNDED =
                       TT-POINTS(TERM-IDX) / TT-ATTEMPTED(TERM-IDX)
               ELSE
                   MOVE ZERO TO TERM-GPA
               END-IF
               MOVE TERM-GPA TO CDL-GPA
               WRITE TRANSCRIPT-RECORD FROM CREDIT-LINE
           END-PERFORM.
           IF GPA-ATTEMPTED > ZERO
               COMPUTE COMPUTED-GPA ROUNDED =
                   GPA-POINTS / GPA-ATTEMPTED
               MOVE "CUMULATIVE"  TO CDL-LABEL
               MOVE GPA-ATTEMPTED TO CDL-ATTEMPTED
               MOVE GPA-EARNED    TO CDL-EARNED
               MOVE COMPUTED-GPA  TO CDL-GPA
               WRITE TRANSCRIPT-RECORD FROM CREDIT-LINE
               MOVE COMPUTED-GPA TO GPL-GPA
               IF COMPUTED-GPA = STU-GPA
                   MOVE SPACES TO GPL-FLAG
               WHEN OTHER
                   MOVE 'N' TO GRADE-KNOWN-FLAG
           END-EVALUATE.
      * points are weighted by the course's credit hours; every
      * graded course is attempted, all but an F are earned.
           IF GRADE-IS-KNOWN
               MULTIPLY ONE-GRADE-POINTS BY ONE-COURSE-CREDITS
                   GIVING ONE-QUALITY-PTS
               ADD ONE-QUALITY-PTS    TO GPA-POINTS
               ADD ONE-COURSE-CREDITS TO GPA-ATTEMPTED
               IF CT-GRADE(COURSE-IDX) NOT = 'F'
                   ADD ONE-COURSE-CREDITS TO GPA-EARNED
               END-IF
               PERFORM FIND-TERM-SLOT
               IF TT-SLOT-FOUND
                   ADD ONE-QUALITY-PTS    TO TT-POINTS(TERM-IDX)
                   ADD ONE-COURSE-CREDITS TO TT-ATTEMPTED(TERM-IDX)
                   IF CT-GRADE(COURSE-IDX) NOT = 'F'
                       ADD ONE-COURSE-CREDITS
                           TO TT-EARNED(TERM-IDX)
                   END-IF
               END-IF
           END-IF.
       FIND-TERM-SLOT.
           MOVE 'N' TO TT-FOUND-FLAG.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
                   UNTIL TERM-IDX > TERM-TOTAL-COUNT
                       OR TT-SLOT-FOUND
               IF TT-TERM(TERM-IDX) = CT-TERM(COURSE-IDX)
                   SET TT-SLOT-FOUND TO TRUE
                   SET TT-SLOT TO TERM-IDX
               END-IF
           END-PERFORM.
           IF TT-SLOT-FOUND
               SET TERM-IDX TO TT-SLOT
           ELSE
               IF TERM-TOTAL-COUNT < 20
                   ADD 1 TO TERM-TOTAL-COUNT
                   SET TERM-IDX TO TERM-TOTAL-COUNT
                   MOVE CT-TERM(COURSE-IDX) TO TT-TERM(TERM-IDX)
                   MOVE ZERO TO TT-POINTS(TERM-IDX)
                   MOVE ZERO TO TT-ATTEMPTED(TERM-IDX)
                   MOVE ZERO TO TT-EARNED(TERM-IDX)
                   SET TT-SLOT-FOUND TO TRUE
               END-IF
           END-IF.
       VALIDATE-STU-CHECK-DIGIT.
      * tenth digit = sum of the first nine, mod 10.
