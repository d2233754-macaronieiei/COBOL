      ******************************************************************
      * Author:
      * Date:
      * Purpose: Final exam timetable, so exam slots stop being put
      *          together on a whiteboard and students stop finding
      *          two exams at the same time. For the term entered,
      *          every offering on courseoff.txt carries its exam slot
      *          - date, session of the day (1 morning, 2 afternoon,
      *          3 evening) and room - and every enrollment on
      *          coursegrades.txt is checked against it. A slot is
      *          usable when the date is good and a business day on
      *          the date services calendar (DATESRV), the session is
      *          1 - 3 and the room is on examrooms.txt; a course with
      *          no usable slot, or enrolled but not offered, is
      *          listed as unscheduled. The conflict report
      *          (examconf.txt) lists every room whose sitting in one
      *          slot is over its seats, every student with two exams
      *          in the same slot, and every student with more exams
      *          in one day than the limit on examparm.txt (default
      *          2). Each course then gets its exam notice
      *          (examnote.txt) and each student the exam schedule in
      *          date and session order (examsched.txt), clashes
      *          marked.
      * Tectonics: cobc
      * Modifications:
      *   - The students.txt record layout carries the student's
      *     advisor code at the end of the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-TIMETABLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAM-PARM-FILE ASSIGN TO "examparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXAM-PARM-STATUS.
           SELECT EXAM-ROOM-FILE ASSIGN TO "examrooms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXAM-ROOM-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "coursecat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT OFFERING-FILE ASSIGN TO "courseoff.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OFFERING-FILE-STATUS.
           SELECT COURSE-GRADE-FILE ASSIGN TO "coursegrades.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-FILE-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "students.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT CONFLICT-FILE ASSIGN TO "examconf.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFLICT-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "examnote.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTICE-FILE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "examsched.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCHEDULE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EXAM-PARM-FILE.
       01 EXAM-PARM-RECORD.
           05 EP-DAY-LIMIT  PIC 9(1).
       FD EXAM-ROOM-FILE.
       COPY EXAMROOM.
       FD CATALOG-FILE.
       COPY COURSE.
       FD OFFERING-FILE.
       COPY OFFERING.
       FD COURSE-GRADE-FILE.
       01 COURSE-GRADE-RECORD.
           05 CG-STU-ID  PIC 9(10).
           05 CG-COURSE  PIC X(8).
           05 CG-TERM    PIC X(6).
           05 CG-GRADE   PIC X(1).
       FD STUDENT-FILE.
       01 STUDENT-FILE-RECORD.
           05 STU-ID    PIC 9(10).
           05 STU-FNAME PIC X(50).
           05 STU-LNAME PIC X(50).
           05 STU-GPA   PIC 9(1)V9(2).
           05 STU-PROGRAM PIC X(6).
           05 STU-ADVISOR PIC X(6).
       FD CONFLICT-FILE.
       01 CONFLICT-RECORD PIC X(100).
       FD NOTICE-FILE.
       01 NOTICE-RECORD PIC X(100).
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY DATEREQ.
       01 EXAM-PARM-STATUS       PIC X(2).
       01 EXAM-ROOM-STATUS       PIC X(2).
       01 CATALOG-FILE-STATUS    PIC X(2).
       01 OFFERING-FILE-STATUS   PIC X(2).
       01 COURSE-FILE-STATUS     PIC X(2).
       01 STUDENT-FILE-STATUS    PIC X(2).
       01 CONFLICT-FILE-STATUS   PIC X(2).
       01 NOTICE-FILE-STATUS     PIC X(2).
       01 SCHEDULE-FILE-STATUS   PIC X(2).
       01 EOF-FLAG               PIC X(1) VALUE 'N'.
           88 END-OF-FILE                 VALUE 'Y'.
       01 EXAM-TERM              PIC X(6).
       01 DAY-LIMIT              PIC 9(1) VALUE 2.
       01 ROOM-COUNT             PIC 9(3) VALUE ZERO.
       01 ROOM-TABLE.
           05 ROOM-ENTRY OCCURS 100 TIMES INDEXED BY RM-IDX.
               10 RT-ROOM        PIC X(6).
               10 RT-NAME        PIC X(20).
               10 RT-CAPACITY    PIC 9(4).
       01 CATALOG-COUNT          PIC 9(3) VALUE ZERO.
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 500 TIMES INDEXED BY CAT-IDX.
               10 CT-COURSE      PIC X(8).
               10 CT-TITLE       PIC X(30).
       01 EXAM-COUNT             PIC 9(3) VALUE ZERO.
       01 EXAM-TABLE.
           05 EXAM-ENTRY OCCURS 200 TIMES INDEXED BY EX-IDX EX-SCAN.
               10 EX-COURSE      PIC X(8).
               10 EX-TITLE       PIC X(30).
               10 EX-SLOT.
                   15 EX-DATE    PIC X(8).
                   15 EX-SESSION PIC X(1).
               10 EX-ROOM        PIC X(6).
               10 EX-ROOM-SLOT   PIC 9(3).
               10 EX-PROBLEM     PIC X(30).
               10 EX-ENROLLED    PIC 9(4).
               10 EX-CLASHES     PIC 9(4).
               10 EX-OVER-FLAG   PIC X(1).
       01 ENROLL-COUNT           PIC 9(4) VALUE ZERO.
       01 ENROLL-TABLE.
           05 ENROLL-ENTRY OCCURS 3000 TIMES INDEXED BY EN-IDX.
               10 EN-STU-ID      PIC 9(10).
               10 EN-EXAM        PIC 9(3).
       01 SITTER-COUNT           PIC 9(3) VALUE ZERO.
       01 SITTER-TABLE.
           05 SITTER-ENTRY OCCURS 500 TIMES INDEXED BY SL-IDX.
               10 SL-STU-ID      PIC 9(10).
               10 SL-NAME        PIC X(30).
       01 MY-EXAM-COUNT          PIC 9(2) VALUE ZERO.
       01 MY-EXAM-TABLE.
           05 MY-EXAM-ENTRY OCCURS 20 TIMES INDEXED BY ME-IDX ME-PREV.
               10 ME-SLOT.
                   15 ME-DATE    PIC X(8).
                   15 ME-SESSION PIC X(1).
               10 ME-EXAM        PIC 9(3).
               10 ME-FLAG        PIC X(12).
       01 MY-EXAM-HOLD.
           05 HOLD-SLOT              PIC X(9).
           05 HOLD-EXAM              PIC 9(3).
           05 HOLD-FLAG              PIC X(12).
       01 WORK-FIELDS.
           05 FOUND-FLAG        PIC X(1).
               88 FOUND                  VALUE 'Y'.
           05 GROUP-FLAG        PIC X(1).
               88 GROUP-ALREADY-DONE     VALUE 'Y'.
           05 ROOM-LOAD         PIC 9(5).
           05 ROOM-COURSES      PIC 9(3).
           05 THIS-EXAM         PIC 9(3).
           05 INSERT-AT         PIC 9(2).
           05 DAY-START         PIC 9(2).
           05 DAY-RUN           PIC 9(2).
           05 DAY-RUN-DISP      PIC Z9.
           05 CLASH-COURSE      PIC X(8).
           05 SESSION-CODE      PIC X(1).
           05 SESSION-NAME      PIC X(10).
           05 STUDENT-NAME-WORK PIC X(30).
       01 RUN-COUNTS.
           05 UNSCHEDULED-COUNT PIC 9(3) VALUE ZERO.
           05 OVER-ROOM-COUNT   PIC 9(3) VALUE ZERO.
           05 CLASH-COUNT       PIC 9(4) VALUE ZERO.
           05 OVERLOAD-COUNT    PIC 9(4) VALUE ZERO.
       01 TODAY-X                PIC X(8).
       01 RUN-DATE-RAW.
           05 RUN-YY PIC 99.
           05 RUN-MM PIC 99.
           05 RUN-DD PIC 99.
       01 CONFLICT-LINES.
           05 ECR-RULE.
               10 FILLER PIC X(90) VALUE ALL "=".
           05 ECR-TITLE.
               10 FILLER       PIC X(32) VALUE
                   "EXAM TIMETABLE CONFLICTS - TERM ".
               10 ECR-TERM     PIC X(6).
               10 FILLER       PIC X(6)  VALUE "  run ".
               10 ECR-RUN-DATE PIC X(8).
               10 FILLER       PIC X(22) VALUE
                   "  exams per day limit ".
               10 ECR-LIMIT    PIC 9(1).
           05 ECR-HEADING      PIC X(60).
           05 ECR-UNSCHED.
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ECU-COURSE   PIC X(8).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ECU-PROBLEM  PIC X(30).
               10 FILLER       PIC X(11) VALUE "  enrolled ".
               10 ECU-ENROLLED PIC ZZZ9.
           05 ECR-ROOM-COLUMNS.
               10 FILLER PIC X(10) VALUE "  ROOM".
               10 FILLER PIC X(10) VALUE "DATE".
               10 FILLER PIC X(12) VALUE "SESSION".
               10 FILLER PIC X(9)  VALUE "COURSES".
               10 FILLER PIC X(9)  VALUE "SITTING".
               10 FILLER PIC X(7)  VALUE "SEATS".
               10 FILLER PIC X(7)  VALUE "OVER".
           05 ECR-ROOM.
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ECM-ROOM     PIC X(6).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ECM-DATE     PIC X(8).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ECM-SESSION  PIC X(10).
               10 FILLER       PIC X(4)  VALUE SPACE.
               10 ECM-COURSES  PIC ZZ9.
               10 FILLER       PIC X(4)  VALUE SPACE.
               10 ECM-SITTING  PIC ZZZZ9.
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ECM-SEATS    PIC ZZZ9.
               10 FILLER       PIC X(3)  VALUE SPACE.
               10 ECM-OVER     PIC ZZZZ9.
           05 ECR-STUDENT.
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ECS-STU-ID   PIC 9(10).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ECS-NAME     PIC X(24).
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 ECS-KIND     PIC X(10).
               10 ECS-DATE     PIC X(8).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ECS-TEXT     PIC X(30).
           05 ECR-NONE-LINE.
               10 FILLER       PIC X(8)  VALUE "  None.".
           05 ECR-COUNT-LINE.
               10 ECR-COUNT-TEXT PIC X(36).
               10 ECR-COUNT      PIC ZZZ9.
       01 NOTICE-LINES.
           05 ENR-DASH.
               10 FILLER PIC X(70) VALUE ALL "-".
           05 ENR-TITLE.
               10 FILLER       PIC X(19) VALUE "FINAL EXAM NOTICE  ".
               10 ENR-COURSE   PIC X(8).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ENR-COURSE-TITLE PIC X(30).
               10 FILLER       PIC X(7)  VALUE "  term ".
               10 ENR-TERM     PIC X(6).
           05 ENR-SLOT.
               10 FILLER       PIC X(8)  VALUE "  Date: ".
               10 ENR-DATE     PIC X(8).
               10 FILLER       PIC X(11) VALUE "  Session: ".
               10 ENR-SESSION  PIC X(10).
               10 FILLER       PIC X(8)  VALUE "  Room: ".
               10 ENR-ROOM     PIC X(6).
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 ENR-ROOM-NAME PIC X(20).
           05 ENR-SITTING.
               10 FILLER       PIC X(20) VALUE
                   "  Students sitting: ".
               10 ENR-ENROLLED PIC ZZZ9.
               10 FILLER       PIC X(16) VALUE "    Room seats: ".
               10 ENR-SEATS    PIC ZZZ9.
               10 ENR-OVER-NOTE PIC X(24).
           05 ENR-CLASH-LINE.
               10 FILLER       PIC X(42) VALUE
                   "  Students with another exam in this slot:".
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 ENR-CLASHES  PIC ZZZ9.
           05 ENR-UNSCHED.
               10 FILLER       PIC X(23) VALUE
                   "  Exam not scheduled - ".
               10 ENR-PROBLEM  PIC X(30).
               10 FILLER       PIC X(11) VALUE "  enrolled ".
               10 ENR-UNS-ENROLLED PIC ZZZ9.
       01 SCHEDULE-LINES.
           05 ESR-BLANK        PIC X(1)  VALUE SPACE.
           05 ESR-STUDENT.
               10 FILLER       PIC X(14) VALUE "EXAM SCHEDULE ".
               10 ESR-STU-ID   PIC 9(10).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ESR-NAME     PIC X(30).
               10 FILLER       PIC X(7)  VALUE "  term ".
               10 ESR-TERM     PIC X(6).
           05 ESR-EXAM.
               10 FILLER       PIC X(4)  VALUE SPACE.
               10 ESR-DATE     PIC X(8).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ESR-SESSION  PIC X(10).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ESR-COURSE   PIC X(8).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ESR-TITLE    PIC X(30).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ESR-ROOM     PIC X(6).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ESR-FLAG     PIC X(12).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT RUN-DATE-RAW FROM DATE.
            MOVE "20"   TO TODAY-X(1:2).
            MOVE RUN-YY TO TODAY-X(3:2).
            MOVE RUN-MM TO TODAY-X(5:2).
            MOVE RUN-DD TO TODAY-X(7:2).
            DISPLAY "Term to build the exam timetable for "
                "(e.g. 2026-1): ".
            ACCEPT EXAM-TERM.
            IF EXAM-TERM = SPACES
                DISPLAY "No term entered - timetable abandoned."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-EXAM-PARMS.
            PERFORM LOAD-ROOMS.
            PERFORM LOAD-CATALOG.
            PERFORM LOAD-OFFERINGS.
            IF EXAM-COUNT = ZERO
                DISPLAY "No offering on courseoff.txt for term "
                    EXAM-TERM " - no timetable to check."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-ENROLLMENTS.
            PERFORM LOAD-STUDENT-NAMES.
            OPEN OUTPUT CONFLICT-FILE.
            OPEN OUTPUT NOTICE-FILE.
            OPEN OUTPUT SCHEDULE-FILE.
            IF CONFLICT-FILE-STATUS NOT = "00"
                    OR NOTICE-FILE-STATUS NOT = "00"
                    OR SCHEDULE-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open the timetable reports - "
                    "status " CONFLICT-FILE-STATUS " "
                    NOTICE-FILE-STATUS " " SCHEDULE-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            WRITE CONFLICT-RECORD FROM ECR-RULE.
            MOVE EXAM-TERM TO ECR-TERM.
            MOVE TODAY-X   TO ECR-RUN-DATE.
            MOVE DAY-LIMIT TO ECR-LIMIT.
            WRITE CONFLICT-RECORD FROM ECR-TITLE.
            WRITE CONFLICT-RECORD FROM ECR-RULE.
            PERFORM LIST-UNSCHEDULED.
            PERFORM CHECK-ROOM-CAPACITY.
            MOVE "STUDENT CONFLICTS" TO ECR-HEADING.
            WRITE CONFLICT-RECORD FROM ECR-HEADING.
            PERFORM VARYING SL-IDX FROM 1 BY 1
                    UNTIL SL-IDX > SITTER-COUNT
                PERFORM CHECK-ONE-STUDENT
            END-PERFORM.
            IF CLASH-COUNT = ZERO AND OVERLOAD-COUNT = ZERO
                WRITE CONFLICT-RECORD FROM ECR-NONE-LINE
            END-IF.
            WRITE CONFLICT-RECORD FROM ECR-RULE.
            MOVE "Courses not scheduled" TO ECR-COUNT-TEXT.
            MOVE UNSCHEDULED-COUNT TO ECR-COUNT.
            WRITE CONFLICT-RECORD FROM ECR-COUNT-LINE.
            MOVE "Room sittings over capacity" TO ECR-COUNT-TEXT.
            MOVE OVER-ROOM-COUNT TO ECR-COUNT.
            WRITE CONFLICT-RECORD FROM ECR-COUNT-LINE.
            MOVE "Same-slot clashes" TO ECR-COUNT-TEXT.
            MOVE CLASH-COUNT TO ECR-COUNT.
            WRITE CONFLICT-RECORD FROM ECR-COUNT-LINE.
            MOVE "Days over the exams per day limit" TO
                ECR-COUNT-TEXT.
            MOVE OVERLOAD-COUNT TO ECR-COUNT.
            WRITE CONFLICT-RECORD FROM ECR-COUNT-LINE.
            PERFORM VARYING EX-IDX FROM 1 BY 1
                    UNTIL EX-IDX > EXAM-COUNT
                PERFORM WRITE-EXAM-NOTICE
            END-PERFORM.
            CLOSE CONFLICT-FILE.
            CLOSE NOTICE-FILE.
            CLOSE SCHEDULE-FILE.
            DISPLAY "Exam timetable - term " EXAM-TERM ": "
                EXAM-COUNT " course(s), " SITTER-COUNT
                " student(s).".
            DISPLAY "  unscheduled " UNSCHEDULED-COUNT
                "  rooms over " OVER-ROOM-COUNT
                "  clashes " CLASH-COUNT
                "  days over limit " OVERLOAD-COUNT
                " - see examconf.txt.".
            IF UNSCHEDULED-COUNT > ZERO OR OVER-ROOM-COUNT > ZERO
                    OR CLASH-COUNT > ZERO OR OVERLOAD-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF.
            STOP RUN.
       LOAD-EXAM-PARMS.
            OPEN INPUT EXAM-PARM-FILE.
            IF EXAM-PARM-STATUS = "00"
                READ EXAM-PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF EP-DAY-LIMIT IS NUMERIC
                                AND EP-DAY-LIMIT > ZERO
                            MOVE EP-DAY-LIMIT TO DAY-LIMIT
                        ELSE
                            DISPLAY "examparm.txt limit not usable "
                                "- " DAY-LIMIT " exams per day "
                                "assumed."
                        END-IF
                END-READ
                CLOSE EXAM-PARM-FILE
            ELSE
                DISPLAY "examparm.txt not found - " DAY-LIMIT
                    " exams per day assumed."
            END-IF.
       LOAD-ROOMS.
            OPEN INPUT EXAM-ROOM-FILE.
            IF EXAM-ROOM-STATUS NOT = "00"
                DISPLAY "examrooms.txt not found - status "
                    EXAM-ROOM-STATUS " - no exam can be placed."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ EXAM-ROOM-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF ROOM-COUNT < 100
                            ADD 1 TO ROOM-COUNT
                            SET RM-IDX TO ROOM-COUNT
                            MOVE ER-ROOM     TO RT-ROOM(RM-IDX)
                            MOVE ER-NAME     TO RT-NAME(RM-IDX)
                            IF ER-CAPACITY IS NUMERIC
                                MOVE ER-CAPACITY
                                    TO RT-CAPACITY(RM-IDX)
                            ELSE
                                MOVE ZERO TO RT-CAPACITY(RM-IDX)
                            END-IF
                        ELSE
                            DISPLAY "Room table full - room left "
                                "off: " ER-ROOM
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE EXAM-ROOM-FILE.
            MOVE 'N' TO EOF-FLAG.
       LOAD-CATALOG.
            OPEN INPUT CATALOG-FILE.
            IF CATALOG-FILE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ CATALOG-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF CATALOG-COUNT < 500
                                ADD 1 TO CATALOG-COUNT
                                SET CAT-IDX TO CATALOG-COUNT
                                MOVE CC-COURSE TO CT-COURSE(CAT-IDX)
                                MOVE CC-TITLE  TO CT-TITLE(CAT-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CATALOG-FILE
                MOVE 'N' TO EOF-FLAG
            ELSE
                DISPLAY "coursecat.txt not found - course titles "
                    "left blank."
            END-IF.
       LOAD-OFFERINGS.
            OPEN INPUT OFFERING-FILE.
            IF OFFERING-FILE-STATUS NOT = "00"
                DISPLAY "courseoff.txt not found - status "
                    OFFERING-FILE-STATUS " - no timetable to check."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ OFFERING-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF CO-TERM = EXAM-TERM
                            PERFORM STORE-ONE-OFFERING
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE OFFERING-FILE.
            MOVE 'N' TO EOF-FLAG.
       STORE-ONE-OFFERING.
            IF EXAM-COUNT < 200
                ADD 1 TO EXAM-COUNT
                SET EX-IDX TO EXAM-COUNT
                MOVE CO-COURSE       TO EX-COURSE(EX-IDX)
                MOVE CO-EXAM-DATE    TO EX-DATE(EX-IDX)
                MOVE CO-EXAM-SESSION TO EX-SESSION(EX-IDX)
                MOVE CO-EXAM-ROOM    TO EX-ROOM(EX-IDX)
                MOVE ZERO            TO EX-ROOM-SLOT(EX-IDX)
                MOVE ZERO            TO EX-ENROLLED(EX-IDX)
                MOVE ZERO            TO EX-CLASHES(EX-IDX)
                MOVE 'N'             TO EX-OVER-FLAG(EX-IDX)
                PERFORM FIND-COURSE-TITLE
                PERFORM VALIDATE-EXAM-SLOT
            ELSE
                DISPLAY "Exam table full - offering left off: "
                    CO-COURSE
            END-IF.
       FIND-COURSE-TITLE.
            MOVE SPACES TO EX-TITLE(EX-IDX).
            PERFORM VARYING CAT-IDX FROM 1 BY 1
                    UNTIL CAT-IDX > CATALOG-COUNT
                IF CT-COURSE(CAT-IDX) = EX-COURSE(EX-IDX)
                    MOVE CT-TITLE(CAT-IDX) TO EX-TITLE(EX-IDX)
                END-IF
            END-PERFORM.
       VALIDATE-EXAM-SLOT.
      * EX-PROBLEM stays blank for a slot the timetable can use -
      * a good business-day date, session 1 - 3, a known room.
            MOVE SPACES TO EX-PROBLEM(EX-IDX).
            IF EX-DATE(EX-IDX) = SPACES
                MOVE "No exam slot set" TO EX-PROBLEM(EX-IDX)
            ELSE
                MOVE "VAL " TO DS-FUNCTION
                MOVE EX-DATE(EX-IDX) TO DS-DATE-1-X
                CALL "DATESRV" USING DS-REQUEST
                IF DS-STATUS NOT = 'Y'
                    MOVE "Exam date not valid" TO EX-PROBLEM(EX-IDX)
                ELSE
                    MOVE "BDAY" TO DS-FUNCTION
                    MOVE EX-DATE(EX-IDX) TO DS-DATE-1-X
                    CALL "DATESRV" USING DS-REQUEST
                    IF DS-STATUS NOT = 'Y' OR DS-RESULT = ZERO
                        MOVE "Exam date on weekend/holiday"
                            TO EX-PROBLEM(EX-IDX)
                    END-IF
                END-IF
            END-IF.
            IF EX-PROBLEM(EX-IDX) = SPACES
                IF EX-SESSION(EX-IDX) NOT = '1'
                        AND EX-SESSION(EX-IDX) NOT = '2'
                        AND EX-SESSION(EX-IDX) NOT = '3'
                    MOVE "Exam session not 1, 2 or 3"
                        TO EX-PROBLEM(EX-IDX)
                ELSE
                    MOVE 'N' TO FOUND-FLAG
                    PERFORM VARYING RM-IDX FROM 1 BY 1
                            UNTIL RM-IDX > ROOM-COUNT OR FOUND
                        IF RT-ROOM(RM-IDX) = EX-ROOM(EX-IDX)
                            SET FOUND TO TRUE
                            SET EX-ROOM-SLOT(EX-IDX) TO RM-IDX
                        END-IF
                    END-PERFORM
                    IF NOT FOUND
                        MOVE "Room not on examrooms.txt"
                            TO EX-PROBLEM(EX-IDX)
                    END-IF
                END-IF
            END-IF.
            IF EX-PROBLEM(EX-IDX) NOT = SPACES
                ADD 1 TO UNSCHEDULED-COUNT
            END-IF.
       LOAD-ENROLLMENTS.
            OPEN INPUT COURSE-GRADE-FILE.
            IF COURSE-FILE-STATUS NOT = "00"
                DISPLAY "coursegrades.txt not found - status "
                    COURSE-FILE-STATUS " - no enrollment to check."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ COURSE-GRADE-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF CG-TERM = EXAM-TERM
                            PERFORM STORE-ONE-ENROLLMENT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE COURSE-GRADE-FILE.
            MOVE 'N' TO EOF-FLAG.
       STORE-ONE-ENROLLMENT.
      * a course enrolled but not offered this term gets an exam
      * entry of its own so it is listed as unscheduled.
            MOVE 'N' TO FOUND-FLAG.
            PERFORM VARYING EX-IDX FROM 1 BY 1
                    UNTIL EX-IDX > EXAM-COUNT OR FOUND
                IF EX-COURSE(EX-IDX) = CG-COURSE
                    SET FOUND TO TRUE
                    SET THIS-EXAM TO EX-IDX
                END-IF
            END-PERFORM.
            IF NOT FOUND
                IF EXAM-COUNT < 200
                    ADD 1 TO EXAM-COUNT
                    SET EX-IDX TO EXAM-COUNT
                    MOVE CG-COURSE TO EX-COURSE(EX-IDX)
                    MOVE SPACES    TO EX-SLOT(EX-IDX)
                    MOVE SPACES    TO EX-ROOM(EX-IDX)
                    MOVE ZERO      TO EX-ROOM-SLOT(EX-IDX)
                    MOVE ZERO      TO EX-ENROLLED(EX-IDX)
                    MOVE ZERO      TO EX-CLASHES(EX-IDX)
                    MOVE 'N'       TO EX-OVER-FLAG(EX-IDX)
                    PERFORM FIND-COURSE-TITLE
                    MOVE "Not offered on courseoff.txt"
                        TO EX-PROBLEM(EX-IDX)
                    ADD 1 TO UNSCHEDULED-COUNT
                    MOVE EXAM-COUNT TO THIS-EXAM
                    SET FOUND TO TRUE
                ELSE
                    DISPLAY "Exam table full - enrollment left "
                        "off: " CG-STU-ID " " CG-COURSE
                END-IF
            END-IF.
            IF FOUND
                IF ENROLL-COUNT < 3000
                    ADD 1 TO ENROLL-COUNT
                    SET EN-IDX TO ENROLL-COUNT
                    MOVE CG-STU-ID TO EN-STU-ID(EN-IDX)
                    MOVE THIS-EXAM TO EN-EXAM(EN-IDX)
                    SET EX-IDX TO THIS-EXAM
                    ADD 1 TO EX-ENROLLED(EX-IDX)
                    PERFORM ADD-SITTER
                ELSE
                    DISPLAY "Enrollment table full - left off: "
                        CG-STU-ID " " CG-COURSE
                END-IF
            END-IF.
       ADD-SITTER.
            MOVE 'N' TO FOUND-FLAG.
            PERFORM VARYING SL-IDX FROM 1 BY 1
                    UNTIL SL-IDX > SITTER-COUNT OR FOUND
                IF SL-STU-ID(SL-IDX) = CG-STU-ID
                    SET FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF NOT FOUND
                IF SITTER-COUNT < 500
                    ADD 1 TO SITTER-COUNT
                    SET SL-IDX TO SITTER-COUNT
                    MOVE CG-STU-ID TO SL-STU-ID(SL-IDX)
                    MOVE "(not on students.txt)" TO SL-NAME(SL-IDX)
                ELSE
                    DISPLAY "Student table full - no schedule for "
                        CG-STU-ID
                END-IF
            END-IF.
       LOAD-STUDENT-NAMES.
            OPEN INPUT STUDENT-FILE.
            IF STUDENT-FILE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ STUDENT-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM NAME-ONE-SITTER
                    END-READ
                END-PERFORM
                CLOSE STUDENT-FILE
                MOVE 'N' TO EOF-FLAG
            ELSE
                DISPLAY "students.txt not found - schedules go out "
                    "by student ID only."
            END-IF.
       NAME-ONE-SITTER.
            PERFORM VARYING SL-IDX FROM 1 BY 1
                    UNTIL SL-IDX > SITTER-COUNT
                IF SL-STU-ID(SL-IDX) = STU-ID
                    MOVE SPACES TO STUDENT-NAME-WORK
                    STRING STU-FNAME DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        STU-LNAME DELIMITED BY SPACE
                        INTO STUDENT-NAME-WORK
                    END-STRING
                    MOVE STUDENT-NAME-WORK TO SL-NAME(SL-IDX)
                END-IF
            END-PERFORM.
       LIST-UNSCHEDULED.
            MOVE "COURSES NOT SCHEDULED" TO ECR-HEADING.
            WRITE CONFLICT-RECORD FROM ECR-HEADING.
            PERFORM VARYING EX-IDX FROM 1 BY 1
                    UNTIL EX-IDX > EXAM-COUNT
                IF EX-PROBLEM(EX-IDX) NOT = SPACES
                    MOVE EX-COURSE(EX-IDX)   TO ECU-COURSE
                    MOVE EX-PROBLEM(EX-IDX)  TO ECU-PROBLEM
                    MOVE EX-ENROLLED(EX-IDX) TO ECU-ENROLLED
                    WRITE CONFLICT-RECORD FROM ECR-UNSCHED
                END-IF
            END-PERFORM.
            IF UNSCHEDULED-COUNT = ZERO
                WRITE CONFLICT-RECORD FROM ECR-NONE-LINE
            END-IF.
       CHECK-ROOM-CAPACITY.
      * every course sat in the same room in the same slot counts
      * toward that room's seats; each room and slot is checked
      * once, at the first course in it.
            MOVE "ROOMS OVER CAPACITY" TO ECR-HEADING.
            WRITE CONFLICT-RECORD FROM ECR-HEADING.
            WRITE CONFLICT-RECORD FROM ECR-ROOM-COLUMNS.
            PERFORM VARYING EX-IDX FROM 1 BY 1
                    UNTIL EX-IDX > EXAM-COUNT
                IF EX-PROBLEM(EX-IDX) = SPACES
                    PERFORM CHECK-ONE-ROOM-SLOT
                END-IF
            END-PERFORM.
            IF OVER-ROOM-COUNT = ZERO
                WRITE CONFLICT-RECORD FROM ECR-NONE-LINE
            END-IF.
       CHECK-ONE-ROOM-SLOT.
            MOVE 'N' TO GROUP-FLAG.
            PERFORM VARYING EX-SCAN FROM 1 BY 1
                    UNTIL EX-SCAN >= EX-IDX OR GROUP-ALREADY-DONE
                IF EX-PROBLEM(EX-SCAN) = SPACES
                        AND EX-ROOM(EX-SCAN) = EX-ROOM(EX-IDX)
                        AND EX-SLOT(EX-SCAN) = EX-SLOT(EX-IDX)
                    SET GROUP-ALREADY-DONE TO TRUE
                END-IF
            END-PERFORM.
            IF NOT GROUP-ALREADY-DONE
                MOVE ZERO TO ROOM-LOAD
                MOVE ZERO TO ROOM-COURSES
                PERFORM VARYING EX-SCAN FROM EX-IDX BY 1
                        UNTIL EX-SCAN > EXAM-COUNT
                    IF EX-PROBLEM(EX-SCAN) = SPACES
                            AND EX-ROOM(EX-SCAN) = EX-ROOM(EX-IDX)
                            AND EX-SLOT(EX-SCAN) = EX-SLOT(EX-IDX)
                        ADD EX-ENROLLED(EX-SCAN) TO ROOM-LOAD
                        ADD 1 TO ROOM-COURSES
                    END-IF
                END-PERFORM
                SET RM-IDX TO EX-ROOM-SLOT(EX-IDX)
                IF ROOM-LOAD > RT-CAPACITY(RM-IDX)
                    PERFORM REPORT-ROOM-OVER
                END-IF
            END-IF.
       REPORT-ROOM-OVER.
            ADD 1 TO OVER-ROOM-COUNT.
            PERFORM VARYING EX-SCAN FROM EX-IDX BY 1
                    UNTIL EX-SCAN > EXAM-COUNT
                IF EX-PROBLEM(EX-SCAN) = SPACES
                        AND EX-ROOM(EX-SCAN) = EX-ROOM(EX-IDX)
                        AND EX-SLOT(EX-SCAN) = EX-SLOT(EX-IDX)
                    MOVE 'Y' TO EX-OVER-FLAG(EX-SCAN)
                END-IF
            END-PERFORM.
            MOVE EX-ROOM(EX-IDX)    TO ECM-ROOM.
            MOVE EX-DATE(EX-IDX)    TO ECM-DATE.
            MOVE EX-SESSION(EX-IDX) TO SESSION-CODE.
            PERFORM SET-SESSION-NAME.
            MOVE SESSION-NAME       TO ECM-SESSION.
            MOVE ROOM-COURSES       TO ECM-COURSES.
            MOVE ROOM-LOAD          TO ECM-SITTING.
            MOVE RT-CAPACITY(RM-IDX) TO ECM-SEATS.
            COMPUTE ECM-OVER = ROOM-LOAD - RT-CAPACITY(RM-IDX).
            WRITE CONFLICT-RECORD FROM ECR-ROOM.
       CHECK-ONE-STUDENT.
      * the student's exams are gathered in date and session order;
      * two in a row with the same slot clash, and a run of one
      * date longer than the limit is a day over it.
            MOVE ZERO TO MY-EXAM-COUNT.
            PERFORM VARYING EN-IDX FROM 1 BY 1
                    UNTIL EN-IDX > ENROLL-COUNT
                IF EN-STU-ID(EN-IDX) = SL-STU-ID(SL-IDX)
                    PERFORM ADD-MY-EXAM
                END-IF
            END-PERFORM.
            PERFORM VARYING ME-IDX FROM 2 BY 1
                    UNTIL ME-IDX > MY-EXAM-COUNT
                SET ME-PREV TO ME-IDX
                SET ME-PREV DOWN BY 1
                IF ME-DATE(ME-IDX) NOT = HIGH-VALUES
                        AND ME-SLOT(ME-IDX) = ME-SLOT(ME-PREV)
                    PERFORM REPORT-SLOT-CLASH
                END-IF
            END-PERFORM.
            MOVE 1 TO DAY-START.
            MOVE ZERO TO DAY-RUN.
            PERFORM VARYING ME-IDX FROM 1 BY 1
                    UNTIL ME-IDX > MY-EXAM-COUNT
                IF ME-DATE(ME-IDX) NOT = ME-DATE(DAY-START)
                    PERFORM CLOSE-DAY-RUN
                    SET DAY-START TO ME-IDX
                    MOVE ZERO TO DAY-RUN
                END-IF
                IF ME-DATE(ME-IDX) NOT = HIGH-VALUES
                    ADD 1 TO DAY-RUN
                END-IF
            END-PERFORM.
            PERFORM CLOSE-DAY-RUN.
            PERFORM WRITE-STUDENT-SCHEDULE.
       ADD-MY-EXAM.
      * insertion by slot keeps the list in date and session order;
      * an unscheduled course sorts to the end.
            IF MY-EXAM-COUNT < 20
                SET EX-IDX TO EN-EXAM(EN-IDX)
                IF EX-PROBLEM(EX-IDX) = SPACES
                    MOVE EX-SLOT(EX-IDX) TO HOLD-SLOT
                ELSE
                    MOVE HIGH-VALUES TO HOLD-SLOT
                END-IF
                MOVE EN-EXAM(EN-IDX) TO HOLD-EXAM
                MOVE SPACES TO HOLD-FLAG
                ADD 1 TO MY-EXAM-COUNT
                MOVE MY-EXAM-COUNT TO INSERT-AT
                MOVE 'N' TO FOUND-FLAG
                PERFORM UNTIL INSERT-AT = 1 OR FOUND
                    SET ME-PREV TO INSERT-AT
                    SET ME-PREV DOWN BY 1
                    IF ME-SLOT(ME-PREV) > HOLD-SLOT
                        MOVE MY-EXAM-ENTRY(ME-PREV)
                            TO MY-EXAM-ENTRY(INSERT-AT)
                        SUBTRACT 1 FROM INSERT-AT
                    ELSE
                        SET FOUND TO TRUE
                    END-IF
                END-PERFORM
                MOVE MY-EXAM-HOLD TO MY-EXAM-ENTRY(INSERT-AT)
            ELSE
                DISPLAY "More than 20 exams for " SL-STU-ID(SL-IDX)
                    " - the rest left off the schedule."
            END-IF.
       REPORT-SLOT-CLASH.
            ADD 1 TO CLASH-COUNT.
            MOVE "** CLASH" TO ME-FLAG(ME-IDX).
            MOVE "** CLASH" TO ME-FLAG(ME-PREV).
            SET EX-IDX TO ME-EXAM(ME-PREV).
            ADD 1 TO EX-CLASHES(EX-IDX).
            MOVE EX-COURSE(EX-IDX) TO CLASH-COURSE.
            SET EX-IDX TO ME-EXAM(ME-IDX).
            ADD 1 TO EX-CLASHES(EX-IDX).
            MOVE SL-STU-ID(SL-IDX) TO ECS-STU-ID.
            MOVE SL-NAME(SL-IDX)   TO ECS-NAME.
            MOVE "CLASH"           TO ECS-KIND.
            MOVE ME-DATE(ME-IDX)   TO ECS-DATE.
            MOVE ME-SESSION(ME-IDX) TO SESSION-CODE.
            PERFORM SET-SESSION-NAME.
            MOVE SPACES TO ECS-TEXT.
            STRING SESSION-NAME DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                CLASH-COURSE DELIMITED BY SPACE
                " and " DELIMITED BY SIZE
                EX-COURSE(EX-IDX) DELIMITED BY SPACE
                INTO ECS-TEXT
            END-STRING.
            WRITE CONFLICT-RECORD FROM ECR-STUDENT.
       CLOSE-DAY-RUN.
            IF DAY-RUN > DAY-LIMIT
                ADD 1 TO OVERLOAD-COUNT
                PERFORM VARYING ME-PREV FROM DAY-START BY 1
                        UNTIL ME-PREV > MY-EXAM-COUNT
                    IF ME-DATE(ME-PREV) = ME-DATE(DAY-START)
                            AND ME-FLAG(ME-PREV) = SPACES
                        MOVE "** DAY LIMIT" TO ME-FLAG(ME-PREV)
                    END-IF
                END-PERFORM
                MOVE SL-STU-ID(SL-IDX)   TO ECS-STU-ID
                MOVE SL-NAME(SL-IDX)     TO ECS-NAME
                MOVE "DAY LIMIT"         TO ECS-KIND
                MOVE ME-DATE(DAY-START)  TO ECS-DATE
                MOVE DAY-RUN             TO DAY-RUN-DISP
                MOVE SPACES              TO ECS-TEXT
                STRING DAY-RUN-DISP DELIMITED BY SIZE
                    " exams in one day" DELIMITED BY SIZE
                    INTO ECS-TEXT
                END-STRING
                WRITE CONFLICT-RECORD FROM ECR-STUDENT
            END-IF.
       WRITE-STUDENT-SCHEDULE.
            MOVE SL-STU-ID(SL-IDX) TO ESR-STU-ID.
            MOVE SL-NAME(SL-IDX)   TO ESR-NAME.
            MOVE EXAM-TERM         TO ESR-TERM.
            WRITE SCHEDULE-RECORD FROM ESR-STUDENT.
            PERFORM VARYING ME-IDX FROM 1 BY 1
                    UNTIL ME-IDX > MY-EXAM-COUNT
                SET EX-IDX TO ME-EXAM(ME-IDX)
                MOVE EX-COURSE(EX-IDX) TO ESR-COURSE
                MOVE EX-TITLE(EX-IDX)  TO ESR-TITLE
                IF EX-PROBLEM(EX-IDX) = SPACES
                    MOVE EX-DATE(EX-IDX)    TO ESR-DATE
                    MOVE EX-SESSION(EX-IDX) TO SESSION-CODE
                    PERFORM SET-SESSION-NAME
                    MOVE SESSION-NAME       TO ESR-SESSION
                    MOVE EX-ROOM(EX-IDX)    TO ESR-ROOM
                    MOVE ME-FLAG(ME-IDX)    TO ESR-FLAG
                ELSE
                    MOVE "NOT SET"          TO ESR-DATE
                    MOVE SPACES             TO ESR-SESSION
                    MOVE SPACES             TO ESR-ROOM
                    MOVE SPACES             TO ESR-FLAG
                END-IF
                WRITE SCHEDULE-RECORD FROM ESR-EXAM
            END-PERFORM.
            WRITE SCHEDULE-RECORD FROM ESR-BLANK.
       WRITE-EXAM-NOTICE.
            WRITE NOTICE-RECORD FROM ENR-DASH.
            MOVE EX-COURSE(EX-IDX) TO ENR-COURSE.
            MOVE EX-TITLE(EX-IDX)  TO ENR-COURSE-TITLE.
            MOVE EXAM-TERM         TO ENR-TERM.
            WRITE NOTICE-RECORD FROM ENR-TITLE.
            IF EX-PROBLEM(EX-IDX) = SPACES
                SET RM-IDX TO EX-ROOM-SLOT(EX-IDX)
                MOVE EX-DATE(EX-IDX)    TO ENR-DATE
                MOVE EX-SESSION(EX-IDX) TO SESSION-CODE
                PERFORM SET-SESSION-NAME
                MOVE SESSION-NAME       TO ENR-SESSION
                MOVE EX-ROOM(EX-IDX)    TO ENR-ROOM
                MOVE RT-NAME(RM-IDX)    TO ENR-ROOM-NAME
                WRITE NOTICE-RECORD FROM ENR-SLOT
                MOVE EX-ENROLLED(EX-IDX) TO ENR-ENROLLED
                MOVE RT-CAPACITY(RM-IDX) TO ENR-SEATS
                IF EX-OVER-FLAG(EX-IDX) = 'Y'
                    MOVE "  ** ROOM OVER CAPACITY" TO ENR-OVER-NOTE
                ELSE
                    MOVE SPACES TO ENR-OVER-NOTE
                END-IF
                WRITE NOTICE-RECORD FROM ENR-SITTING
                IF EX-CLASHES(EX-IDX) > ZERO
                    MOVE EX-CLASHES(EX-IDX) TO ENR-CLASHES
                    WRITE NOTICE-RECORD FROM ENR-CLASH-LINE
                END-IF
            ELSE
                MOVE EX-PROBLEM(EX-IDX)  TO ENR-PROBLEM
                MOVE EX-ENROLLED(EX-IDX) TO ENR-UNS-ENROLLED
                WRITE NOTICE-RECORD FROM ENR-UNSCHED
            END-IF.
       SET-SESSION-NAME.
            EVALUATE SESSION-CODE
                WHEN '1'
                    MOVE "MORNING"   TO SESSION-NAME
                WHEN '2'
                    MOVE "AFTERNOON" TO SESSION-NAME
                WHEN '3'
                    MOVE "EVENING"   TO SESSION-NAME
                WHEN OTHER
                    MOVE SPACES      TO SESSION-NAME
            END-EVALUATE.
       END PROGRAM EXAM-TIMETABLE.
