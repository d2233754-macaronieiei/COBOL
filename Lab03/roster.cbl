      *          the master instead of retyped ones.
      * Tectonics: cobc
      * Modifications:
      *   - The entered course code is checked against the course
      *     catalog (coursecat.txt): a code not in it, or one marked
      *     inactive, ends the run with return code 16 and nothing
      *     produced. The grade-entry sheet title now carries the
      *     catalog title. With no catalog file the code is not
      *     verified.
      *   - The students.txt record layout carries the student's
      *     program code at the end of the record.
      *   - The students.txt record layout carries the student's
      *     advisor code at the end of the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS-ROSTER.
           SELECT SCORE-SKEL-FILE ASSIGN TO "scoreskel.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCORE-SKEL-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "coursecat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-GRADE-FILE.
           05 STU-FNAME PIC X(50).
           05 STU-LNAME PIC X(50).
           05 STU-GPA   PIC 9(1)V9(2).
           05 STU-PROGRAM PIC X(6).
           05 STU-ADVISOR PIC X(6).
       FD GRADE-SHEET-FILE.
       01 GRADE-SHEET-RECORD PIC X(80).
       FD SCORE-SKEL-FILE.
           05 SKH-WEIGHT-1  PIC 9V99.
           05 SKH-WEIGHT-2  PIC 9V99.
           05 SKH-SCALE-SET PIC X(1).
       FD CATALOG-FILE.
       COPY COURSE.
       WORKING-STORAGE SECTION.
       01 COURSE-FILE-STATUS     PIC X(2).
       01 STUDENT-FILE-STATUS    PIC X(2).
       01 GRADE-SHEET-STATUS     PIC X(2).
       01 SCORE-SKEL-STATUS      PIC X(2).
       01 CATALOG-FILE-STATUS    PIC X(2).
       01 EOF-FLAG               PIC X(1) VALUE 'N'.
           88 END-OF-FILE                 VALUE 'Y'.
       01 ROSTER-COURSE          PIC X(8).
       01 ROSTER-TERM            PIC X(6).
       01 ROSTER-TITLE           PIC X(30) VALUE SPACES.
       01 CATALOG-FOUND-FLAG     PIC X(1) VALUE 'N'.
           88 CATALOG-COURSE-FOUND       VALUE 'Y'.
       01 CATALOG-COURSE-STATUS  PIC X(1) VALUE SPACE.
           88 CATALOG-COURSE-ACTIVE      VALUE 'A'.
       01 ROSTER-COUNT           PIC 9(3) VALUE ZERO.
       01 ROSTER-TABLE.
           05 ROSTER-ENTRY OCCURS 300 TIMES INDEXED BY RO-IDX.
               10 SHT-COURSE   PIC X(8).
               10 FILLER       PIC X(7)  VALUE "  term ".
               10 SHT-TERM     PIC X(6).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 SHT-TITLE    PIC X(30).
           05 SHT-COLUMNS.
               10 FILLER PIC X(10) VALUE "STUDENT ID".
               10 FILLER PIC X(2)  VALUE SPACE.
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM VERIFY-ROSTER-COURSE.
            PERFORM COLLECT-ENROLLMENT.
            IF ROSTER-COUNT = ZERO
                DISPLAY "No enrollment records for "
                MOVE ZERO TO RETURN-CODE
            END-IF.
            STOP RUN.
       VERIFY-ROSTER-COURSE.
      * a roster is only cut for a course the catalog carries as
      * active - the skeleton it produces feeds the grader, which
      * would refuse the course anyway.
            OPEN INPUT CATALOG-FILE.
            IF CATALOG-FILE-STATUS NOT = "00"
                DISPLAY "coursecat.txt not found - course code "
                    "not verified."
            ELSE
                PERFORM UNTIL END-OF-FILE
                        OR CATALOG-COURSE-FOUND
                    READ CATALOG-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF CC-COURSE = ROSTER-COURSE
                                SET CATALOG-COURSE-FOUND TO TRUE
                                MOVE CC-TITLE  TO ROSTER-TITLE
                                MOVE CC-STATUS TO
                                    CATALOG-COURSE-STATUS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CATALOG-FILE
                MOVE 'N' TO EOF-FLAG
                IF NOT CATALOG-COURSE-FOUND
                    DISPLAY "Course " ROSTER-COURSE " is not in "
                        "the course catalog - nothing produced."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF NOT CATALOG-COURSE-ACTIVE
                    DISPLAY "Course " ROSTER-COURSE " is inactive "
                        "in the course catalog - nothing produced."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
       COLLECT-ENROLLMENT.
            OPEN INPUT COURSE-GRADE-FILE.
            IF COURSE-FILE-STATUS NOT = "00"
            WRITE GRADE-SHEET-RECORD FROM SHT-RULE.
            MOVE ROSTER-COURSE TO SHT-COURSE.
            MOVE ROSTER-TERM   TO SHT-TERM.
            MOVE ROSTER-TITLE  TO SHT-TITLE.
            WRITE GRADE-SHEET-RECORD FROM SHT-TITLE-LINE.
            WRITE GRADE-SHEET-RECORD FROM SHT-RULE.
            WRITE GRADE-SHEET-RECORD FROM SHT-COLUMNS.
