      *     blank is the default set, and a course header naming a
      *     set grades under that set's bands (validated with the
      *     same gap/overlap check when first used).
      *   - Course codes - the one typed at the prompt and each
      *     course header's - are checked against the course catalog
      *     (coursecat.txt); rows under a course that is not in it,
      *     or is inactive there, go to scorereject.txt with the
      *     reason instead of posting to grademast.txt. With no
      *     catalog file the codes are not verified.
      *   - The students.txt record layout carries the student's
      *     program code at the end of the record.
      *   - A score for a student the attendance run has barred from
      *     the course's exams for that term (attbarred.txt) goes to
      *     scorereject.txt with the reason "barred - attendance"
      *     instead of being graded. With no bar list nobody is
      *     barred.
      *   - The students.txt record layout carries the student's
      *     advisor code at the end of the record.
      *   - A student barred for attendance is also posted to
      *     grademast.txt with grade F and total 000, so the course's
      *     grades are complete. More than 500 bars on attbarred.txt
      *     stops the run with return code 16 before anything is
      *     graded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT SCORE-REJECT-FILE ASSIGN TO "scorereject.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS score_reject_status.
           SELECT CATALOG-FILE ASSIGN TO "coursecat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS catalog_file_status.
           SELECT BAR-LIST-FILE ASSIGN TO "attbarred.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS bar_list_status.
       DATA DIVISION.
       FILE SECTION.
       FD SCORE-FILE.
           05 STU-FNAME PIC X(50).
           05 STU-LNAME PIC X(50).
           05 STU-GPA   PIC 9(1)V9(2).
           05 STU-PROGRAM PIC X(6).
           05 STU-ADVISOR PIC X(6).
       FD GRADE-MASTER-FILE.
       01 GRADE-MASTER-RECORD.
           05 GM-STU-ID  PIC 9(10).
           05 SRJ-NAME   PIC X(10).
           05 FILLER     PIC X(2).
           05 SRJ-REASON PIC X(30).
       FD CATALOG-FILE.
       COPY COURSE.
       FD BAR-LIST-FILE.
       COPY ATTBAR.
       WORKING-STORAGE SECTION.
       01 score_1 PIC 99.
       01 score_2 PIC 99.
           05 ck_valid_flag  PIC X(1).
               88 ck_id_is_valid     VALUE 'Y'.
       01 bad_check_count    PIC 9(5) VALUE ZERO.
       01 catalog_file_status PIC X(2).
       01 catalog_file_eof    PIC X(1) VALUE 'N'.
           88 end_of_catalog_file    VALUE 'Y'.
       01 catalog_loaded_flag PIC X(1) VALUE 'N'.
           88 catalog_is_loaded      VALUE 'Y'.
       01 catalog_count       PIC 9(3) VALUE ZERO.
       01 catalog_table.
           05 catalog_entry OCCURS 200 TIMES INDEXED BY cat_idx.
               10 cat_course  PIC X(8).
               10 cat_status  PIC X(1).
       01 course_check_fields.
           05 course_valid_flag  PIC X(1) VALUE 'Y'.
               88 course_is_valid        VALUE 'Y'.
           05 course_reject_reason PIC X(30) VALUE SPACES.
       01 bad_course_count   PIC 9(5) VALUE ZERO.
       01 bar_list_status     PIC X(2).
       01 bar_list_eof        PIC X(1) VALUE 'N'.
           88 end_of_bar_list        VALUE 'Y'.
       01 barred_count        PIC 9(3) VALUE ZERO.
       01 barred_table.
           05 barred_entry OCCURS 500 TIMES INDEXED BY bar_idx.
               10 bar_stu_id  PIC 9(10).
               10 bar_course  PIC X(8).
               10 bar_term    PIC X(6).
       01 barred_found_flag   PIC X(1) VALUE 'N'.
           88 student_is_barred      VALUE 'Y'.
       01 barred_reject_count PIC 9(5) VALUE ZERO.
       01 student_file_status PIC X(2).
       01 grade_master_status PIC X(2).
       01 score_reject_status PIC X(2).
                ACCEPT course_code
                MOVE course_code TO current_course
                PERFORM LOAD-STUDENT-IDS
                PERFORM LOAD-COURSE-CATALOG
                PERFORM LOAD-ATTENDANCE-BARS
                IF current_course NOT = SPACES
                    PERFORM VERIFY-COURSE-CODE
                END-IF
                OPEN OUTPUT SCORE-REJECT-FILE
                OPEN EXTEND GRADE-MASTER-FILE
                IF grade_master_status = "05"
                    DISPLAY "Check-digit failures   : "
                        bad_check_count
                END-IF
                IF bad_course_count > ZERO
                    DISPLAY "Rows under bad course  : "
                        bad_course_count
                END-IF
                IF barred_reject_count > ZERO
                    DISPLAY "Barred for attendance  : "
                        barred_reject_count
                END-IF
                PERFORM DISPLAY-GRADE-DISTRIBUTION
            ELSE
                DISPLAY "scores.txt not found - using single entry."
                DISPLAY "REJECTED - " rec_stu_id
                    " - NO COURSE HEADER"
            ELSE
                IF NOT course_is_valid
                    ADD 1 TO bad_course_count
                    MOVE SPACES        TO SCORE-REJECT-RECORD
                    MOVE rec_stu_id    TO SRJ-STU-ID
                    MOVE rec_user_name TO SRJ-NAME
                    MOVE course_reject_reason TO SRJ-REASON
                    WRITE SCORE-REJECT-RECORD
                    DISPLAY "REJECTED - " rec_stu_id
                        " - COURSE " current_course
                        " NOT GRADABLE"
                ELSE
                    PERFORM PROCESS-COURSED-RECORD
                END-IF
            END-IF.
       PROCESS-COURSED-RECORD.
            MOVE rec_stu_id TO ck_id.
            END-IF.
       GRADE-CHECKED-RECORD.
            PERFORM VERIFY-STUDENT-ID.
            IF student_is_known
                PERFORM CHECK-ATTENDANCE-BAR
            END-IF.
            IF student_is_known AND student_is_barred
                ADD 1 TO barred_reject_count
                MOVE SPACES        TO SCORE-REJECT-RECORD
                MOVE rec_stu_id    TO SRJ-STU-ID
                MOVE rec_user_name TO SRJ-NAME
                MOVE "barred - attendance" TO SRJ-REASON
                WRITE SCORE-REJECT-RECORD
                DISPLAY "REJECTED - " rec_stu_id
                    " BARRED FROM " current_course
                    " EXAMS - ATTENDANCE"
      * the bar is a failing grade for the course, so it is posted
      * like any other grade and the course is not left incomplete.
                IF grade_master_status = "00"
                    MOVE SPACES     TO GRADE-MASTER-RECORD
                    MOVE rec_stu_id TO GM-STU-ID
                    MOVE current_course TO GM-COURSE
                    MOVE ZERO       TO GM-TOTAL
                    MOVE 'F'        TO GM-GRADE
                    MOVE current_term TO GM-TERM
                    WRITE GRADE-MASTER-RECORD
                    ADD 1 TO posted_count
                END-IF
            ELSE
                PERFORM GRADE-KNOWN-RECORD
            END-IF.
       GRADE-KNOWN-RECORD.
            IF student_is_known
                MOVE rec_user_name TO USER-NAME
                MOVE rec_score_1   TO score_1
       SWITCH-COURSE-CONTEXT.
            MOVE crs_course TO current_course.
            MOVE crs_term   TO current_term.
            PERFORM VERIFY-COURSE-CODE.
            IF crs_weight_1 IS NUMERIC AND crs_weight_1 > ZERO
                MOVE crs_weight_1 TO weight_1
            END-IF.
                MOVE crs_scale_set TO current_scale_set
                PERFORM BUILD-SCALE-FOR-SET
            END-IF.
            IF course_is_valid
                DISPLAY "Course " current_course " term "
                    current_term " - grading under it."
            END-IF.
       BUILD-SCALE-FOR-SET.
      * rebuild the working scale table from the rows carrying the
      * course's set letter, then re-run the coverage check; an
                    SET cd_slot_found TO TRUE
                END-IF
            END-IF.
       VERIFY-COURSE-CODE.
      * only an active catalog course takes new grades; the rows
      * under an unknown or inactive one go to scorereject.txt.
            MOVE 'Y'    TO course_valid_flag.
            MOVE SPACES TO course_reject_reason.
            IF catalog_is_loaded
                MOVE 'N' TO course_valid_flag
                MOVE "Course not in the catalog"
                    TO course_reject_reason
                PERFORM VARYING cat_idx FROM 1 BY 1
                        UNTIL cat_idx > catalog_count
                    IF cat_course(cat_idx) = current_course
                        IF cat_status(cat_idx) = 'A'
                            MOVE 'Y' TO course_valid_flag
                            MOVE SPACES TO course_reject_reason
                        ELSE
                            MOVE "Course inactive in the catalog"
                                TO course_reject_reason
                        END-IF
                    END-IF
                END-PERFORM
                IF NOT course_is_valid
                    DISPLAY "Course " current_course " - "
                        course_reject_reason
                        " - its rows will be rejected."
                END-IF
            END-IF.
       LOAD-COURSE-CATALOG.
            OPEN INPUT CATALOG-FILE.
            IF catalog_file_status = "00"
                SET catalog_is_loaded TO TRUE
                PERFORM UNTIL end_of_catalog_file
                    READ CATALOG-FILE
                        AT END
                            SET end_of_catalog_file TO TRUE
                        NOT AT END
                            IF catalog_count < 200
                                ADD 1 TO catalog_count
                                SET cat_idx TO catalog_count
                                MOVE CC-COURSE TO
                                    cat_course(cat_idx)
                                MOVE CC-STATUS TO
                                    cat_status(cat_idx)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CATALOG-FILE
            ELSE
                DISPLAY "coursecat.txt not found - course codes "
                    "not verified."
            END-IF.
       LOAD-ATTENDANCE-BARS.
      * attbarred.txt lists the students the attendance run has
      * barred from a course's exams for the term; no file means
      * nobody is barred.
            OPEN INPUT BAR-LIST-FILE.
            IF bar_list_status = "00"
                PERFORM UNTIL end_of_bar_list
                    READ BAR-LIST-FILE
                        AT END
                            SET end_of_bar_list TO TRUE
                        NOT AT END
                            IF barred_count < 500
                                ADD 1 TO barred_count
                                SET bar_idx TO barred_count
                                MOVE AB-STU-ID TO
                                    bar_stu_id(bar_idx)
                                MOVE AB-COURSE TO
                                    bar_course(bar_idx)
                                MOVE AB-TERM TO
                                    bar_term(bar_idx)
                            ELSE
                                PERFORM ABANDON-ON-FULL-BAR-LIST
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BAR-LIST-FILE
            END-IF.
       ABANDON-ON-FULL-BAR-LIST.
      * a bar left out of the table would let a barred student be
      * graded, so nothing is graded until the table is enlarged.
            DISPLAY "Bar list table full at 500 - " AB-STU-ID " "
                AB-COURSE " " AB-TERM " not loaded; nothing graded.".
            CLOSE BAR-LIST-FILE.
            CLOSE SCORE-FILE.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.
       CHECK-ATTENDANCE-BAR.
            MOVE 'N' TO barred_found_flag.
            PERFORM VARYING bar_idx FROM 1 BY 1
                    UNTIL bar_idx > barred_count
                        OR student_is_barred
                IF bar_stu_id(bar_idx) = rec_stu_id
                        AND bar_course(bar_idx) = current_course
                        AND bar_term(bar_idx) = current_term
                    SET student_is_barred TO TRUE
                END-IF
            END-PERFORM.
       VERIFY-STUDENT-ID.
            IF NOT students_are_loaded
                SET student_is_known TO TRUE
