      ******************************************************************
      * Author:
      * Date:
      * Purpose: Degree audit, so graduation eligibility stops being
      *          checked by laying a transcript beside the program
      *          handbook. Every student on students.txt with a
      *          program code is measured against that program's
      *          requirement groups on progreq.txt: closed-term
      *          grades from gradehist.txt satisfy a requirement
      *          (at or above its minimum grade), and the current
      *          enrollments on coursegrades.txt show it in
      *          progress. Each requirement is listed on degaudit.txt
      *          as MET, IN PROGRESS or UNMET with the courses
      *          counting toward it (an in-progress course is marked
      *          with an asterisk); a minimum-credits group adds up
      *          the credit hours the course catalog (coursecat.txt)
      *          gives each course. A student whose every requirement
      *          is met from closed terms, and who had grades in the
      *          term termclose last closed (termclose.ctl), goes on
      *          the eligible-to-graduate list for that term
      *          (gradelig.txt).
      * Tectonics: cobc
      * Modifications:
      *   - Each student on the eligible-to-graduate list is recorded
      *     once, for the program, on the graduates register
      *     (graduates.txt, layout GRADUATE) with the closed term,
      *     for the cohort retention report.
      *   - The students.txt record layout carries the student's
      *     advisor code at the end of the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-AUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "students.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT REQUIREMENT-FILE ASSIGN TO "progreq.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REQUIREMENT-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "coursecat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT GRADE-HISTORY-FILE ASSIGN TO "gradehist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRADE-HIST-STATUS.
           SELECT COURSE-GRADE-FILE ASSIGN TO "coursegrades.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-FILE-STATUS.
           SELECT CLOSE-CONTROL-FILE ASSIGN TO "termclose.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLOSE-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "degaudit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT ELIGIBLE-FILE ASSIGN TO "gradelig.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ELIGIBLE-FILE-STATUS.
           SELECT GRADUATE-FILE ASSIGN TO "graduates.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRADUATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       01 STUDENT-FILE-RECORD.
           05 STU-ID    PIC 9(10).
           05 STU-FNAME PIC X(50).
           05 STU-LNAME PIC X(50).
           05 STU-GPA   PIC 9(1)V9(2).
           05 STU-PROGRAM PIC X(6).
           05 STU-ADVISOR PIC X(6).
       FD REQUIREMENT-FILE.
       COPY PROGREQ.
       FD CATALOG-FILE.
       COPY COURSE.
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
       FD CLOSE-CONTROL-FILE.
       01 CLOSE-CONTROL-RECORD.
           05 TC-TERM    PIC X(6).
       FD AUDIT-FILE.
       01 AUDIT-RECORD PIC X(132).
       FD ELIGIBLE-FILE.
       01 ELIGIBLE-RECORD PIC X(80).
       FD GRADUATE-FILE.
       COPY GRADUATE.
       WORKING-STORAGE SECTION.
       01 STUDENT-FILE-STATUS    PIC X(2).
       01 REQUIREMENT-STATUS     PIC X(2).
       01 CATALOG-FILE-STATUS    PIC X(2).
       01 GRADE-HIST-STATUS      PIC X(2).
       01 COURSE-FILE-STATUS     PIC X(2).
       01 CLOSE-CTL-STATUS       PIC X(2).
       01 AUDIT-FILE-STATUS      PIC X(2).
       01 ELIGIBLE-FILE-STATUS   PIC X(2).
       01 GRADUATE-FILE-STATUS   PIC X(2).
       01 EOF-FLAG               PIC X(1) VALUE 'N'.
           88 END-OF-FILE                 VALUE 'Y'.
       01 STUDENT-EOF-FLAG       PIC X(1) VALUE 'N'.
           88 STUDENT-EOF                 VALUE 'Y'.
       01 LAST-CLOSED-TERM       PIC X(6) VALUE SPACES.
       01 REQUIREMENT-COUNT      PIC 9(3) VALUE ZERO.
       01 REQUIREMENT-TABLE.
           05 REQUIREMENT-ENTRY OCCURS 100 TIMES INDEXED BY RG-IDX.
               10 RG-PROGRAM     PIC X(6).
               10 RG-GROUP       PIC X(10).
               10 RG-RULE        PIC X(1).
               10 RG-CREDITS     PIC 9(2)V9(1).
               10 RG-MIN-GRADE   PIC X(1).
               10 RG-COURSE      PIC X(8) OCCURS 8 TIMES.
       01 GRADUATE-COUNT         PIC 9(4) VALUE ZERO.
       01 GRADUATE-TABLE.
           05 GRADUATE-ENTRY OCCURS 3000 TIMES INDEXED BY GT-IDX.
               10 GT-STU-ID      PIC 9(10).
               10 GT-PROGRAM     PIC X(6).
               10 GT-NEW         PIC X(1).
       01 GRADUATE-FOUND-FLAG    PIC X(1).
           88 GRADUATE-ON-FILE            VALUE 'Y'.
       01 CATALOG-COUNT          PIC 9(3) VALUE ZERO.
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 200 TIMES INDEXED BY CAT-IDX.
               10 CAT-COURSE     PIC X(8).
               10 CAT-CREDITS    PIC 9(1)V9(1).
       01 WORK-COUNT             PIC 9(3) VALUE ZERO.
       01 WORK-TABLE.
           05 WORK-ENTRY OCCURS 60 TIMES INDEXED BY SW-IDX.
               10 SW-COURSE      PIC X(8).
               10 SW-BEST-GRADE  PIC X(1).
               10 SW-IN-PROGRESS PIC X(1).
       01 STUDENT-FIELDS.
           05 CLOSED-TERM-FLAG   PIC X(1).
               88 GRADED-IN-CLOSED-TERM   VALUE 'Y'.
           05 PROGRAM-FOUND-FLAG PIC X(1).
               88 PROGRAM-IS-FOUND        VALUE 'Y'.
           05 STUDENT-MET        PIC 9(2).
           05 STUDENT-IN-PROG    PIC 9(2).
           05 STUDENT-UNMET      PIC 9(2).
           05 STUDENT-NAME       PIC X(60).
       01 REQUIREMENT-FIELDS.
           05 COURSE-N           PIC 9(1).
           05 LISTED-N           PIC 9(1).
           05 MET-N              PIC 9(1).
           05 PROG-N             PIC 9(1).
           05 MIN-GRADE          PIC X(1).
           05 COURSE-CREDITS     PIC 9(1)V9(1).
           05 MET-CREDITS        PIC 9(3)V9(1).
           05 PROG-CREDITS       PIC 9(3)V9(1).
           05 TOTAL-CREDITS      PIC 9(3)V9(1).
           05 COURSE-STATE       PIC X(1).
               88 COURSE-IS-MET           VALUE 'M'.
               88 COURSE-IN-PROGRESS      VALUE 'P'.
           05 WORK-FOUND-FLAG    PIC X(1).
               88 WORK-IS-FOUND           VALUE 'Y'.
           05 WORK-SLOT          PIC 9(3).
           05 LOOKUP-COURSE      PIC X(8).
           05 COUNTING-LIST      PIC X(80).
           05 LIST-PTR           PIC 9(3).
           05 CREDITS-SHOWN      PIC Z9.9.
       01 RUN-COUNTS.
           05 AUDITED-COUNT      PIC 9(4) VALUE ZERO.
           05 NO-PROGRAM-COUNT   PIC 9(4) VALUE ZERO.
           05 UNKNOWN-PROG-COUNT PIC 9(4) VALUE ZERO.
           05 ALL-MET-COUNT      PIC 9(4) VALUE ZERO.
           05 ELIGIBLE-COUNT     PIC 9(4) VALUE ZERO.
           05 NEW-GRADUATE-COUNT PIC 9(4) VALUE ZERO.
       01 TODAY-X                PIC X(8).
       01 RUN-DATE-RAW.
           05 RUN-YY PIC 99.
           05 RUN-MM PIC 99.
           05 RUN-DD PIC 99.
       01 AUDIT-LINES.
           05 AUL-RULE.
               10 FILLER PIC X(120) VALUE ALL "=".
           05 AUL-TITLE.
               10 FILLER       PIC X(30) VALUE
                   "DEGREE AUDIT".
               10 FILLER       PIC X(4)  VALUE "run ".
               10 AUL-RUN-DATE PIC X(8).
               10 FILLER       PIC X(21) VALUE
                   "   last closed term ".
               10 AUL-CLOSED   PIC X(6).
           05 AUL-STUDENT.
               10 FILLER       PIC X(8)  VALUE "STUDENT ".
               10 AUL-STU-ID   PIC 9(10).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 AUL-NAME     PIC X(40).
               10 FILLER       PIC X(8)  VALUE "PROGRAM ".
               10 AUL-PROGRAM  PIC X(6).
           05 AUL-COLUMNS.
               10 FILLER PIC X(4)  VALUE SPACE.
               10 FILLER PIC X(12) VALUE "GROUP".
               10 FILLER PIC X(16) VALUE "RULE".
               10 FILLER PIC X(13) VALUE "STATUS".
               10 FILLER PIC X(8)  VALUE "CREDITS".
               10 FILLER PIC X(40) VALUE
                   "COURSES COUNTING (* = in progress)".
           05 AUL-DETAIL.
               10 FILLER       PIC X(4)  VALUE SPACE.
               10 AUL-GROUP    PIC X(10).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 AUL-RULE-TXT PIC X(14).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 AUL-STATUS   PIC X(11).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 AUL-CREDITS  PIC Z9.9.
               10 FILLER       PIC X(4)  VALUE SPACE.
               10 AUL-COURSES  PIC X(80).
           05 AUL-NOTE.
               10 FILLER       PIC X(4)  VALUE SPACE.
               10 AUL-NOTE-TXT PIC X(80).
           05 AUL-COUNT-LINE.
               10 AUL-COUNT-TEXT PIC X(36).
               10 AUL-COUNT      PIC ZZZ9.
       01 ELIGIBLE-LINES.
           05 ELL-RULE.
               10 FILLER PIC X(70) VALUE ALL "=".
           05 ELL-TITLE.
               10 FILLER       PIC X(28) VALUE
                   "ELIGIBLE TO GRADUATE - TERM ".
               10 ELL-TERM     PIC X(6).
               10 FILLER       PIC X(6)  VALUE "  run ".
               10 ELL-RUN-DATE PIC X(8).
           05 ELL-DETAIL.
               10 ELL-STU-ID   PIC 9(10).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ELL-NAME     PIC X(40).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ELL-PROGRAM  PIC X(6).
           05 ELL-COUNT-LINE.
               10 FILLER       PIC X(30) VALUE
                   "Students eligible".
               10 ELL-COUNT    PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT RUN-DATE-RAW FROM DATE.
            MOVE "20"   TO TODAY-X(1:2).
            MOVE RUN-YY TO TODAY-X(3:2).
            MOVE RUN-MM TO TODAY-X(5:2).
            MOVE RUN-DD TO TODAY-X(7:2).
            PERFORM LOAD-REQUIREMENTS.
            PERFORM LOAD-COURSE-CATALOG.
            PERFORM FIND-LAST-CLOSED-TERM.
            PERFORM LOAD-GRADUATES.
            OPEN INPUT STUDENT-FILE.
            IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "students.txt not found - status "
                    STUDENT-FILE-STATUS " - no students to audit."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT AUDIT-FILE.
            IF AUDIT-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open degaudit.txt - status "
                    AUDIT-FILE-STATUS
                CLOSE STUDENT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT ELIGIBLE-FILE.
            IF ELIGIBLE-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open gradelig.txt - status "
                    ELIGIBLE-FILE-STATUS
                CLOSE STUDENT-FILE
                CLOSE AUDIT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            WRITE AUDIT-RECORD FROM AUL-RULE.
            MOVE TODAY-X TO AUL-RUN-DATE.
            MOVE LAST-CLOSED-TERM TO AUL-CLOSED.
            IF LAST-CLOSED-TERM = SPACES
                MOVE "(none)" TO AUL-CLOSED
            END-IF.
            WRITE AUDIT-RECORD FROM AUL-TITLE.
            WRITE AUDIT-RECORD FROM AUL-RULE.
            WRITE ELIGIBLE-RECORD FROM ELL-RULE.
            MOVE LAST-CLOSED-TERM TO ELL-TERM.
            MOVE TODAY-X TO ELL-RUN-DATE.
            WRITE ELIGIBLE-RECORD FROM ELL-TITLE.
            WRITE ELIGIBLE-RECORD FROM ELL-RULE.
            PERFORM UNTIL STUDENT-EOF
                READ STUDENT-FILE
                    AT END
                        SET STUDENT-EOF TO TRUE
                    NOT AT END
                        PERFORM AUDIT-ONE-STUDENT
                END-READ
            END-PERFORM.
            CLOSE STUDENT-FILE.
            PERFORM WRITE-AUDIT-TOTALS.
            CLOSE AUDIT-FILE.
            WRITE ELIGIBLE-RECORD FROM ELL-RULE.
            MOVE ELIGIBLE-COUNT TO ELL-COUNT.
            WRITE ELIGIBLE-RECORD FROM ELL-COUNT-LINE.
            CLOSE ELIGIBLE-FILE.
            DISPLAY "Degree audit - audited " AUDITED-COUNT
                " all met " ALL-MET-COUNT
                " eligible " ELIGIBLE-COUNT
                " no program " NO-PROGRAM-COUNT
                " unknown program " UNKNOWN-PROG-COUNT ".".
            IF NO-PROGRAM-COUNT > ZERO OR UNKNOWN-PROG-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF.
            IF NEW-GRADUATE-COUNT > ZERO
                PERFORM SAVE-NEW-GRADUATES
            END-IF.
            STOP RUN.
       LOAD-REQUIREMENTS.
            OPEN INPUT REQUIREMENT-FILE.
            IF REQUIREMENT-STATUS NOT = "00"
                DISPLAY "progreq.txt not found - status "
                    REQUIREMENT-STATUS " - nothing to audit against."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ REQUIREMENT-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM STORE-ONE-REQUIREMENT
                END-READ
            END-PERFORM.
            CLOSE REQUIREMENT-FILE.
            MOVE 'N' TO EOF-FLAG.
       STORE-ONE-REQUIREMENT.
            IF NOT PR-ALL-COURSES AND NOT PR-MIN-CREDITS
                DISPLAY "Requirement " PR-PROGRAM " " PR-GROUP
                    " has rule '" PR-RULE "' - use A or C; skipped."
            ELSE
            IF PR-MIN-CREDITS AND PR-CREDITS-NEEDED IS NOT NUMERIC
                DISPLAY "Requirement " PR-PROGRAM " " PR-GROUP
                    " has no numeric credit minimum; skipped."
            ELSE
            IF REQUIREMENT-COUNT >= 100
                DISPLAY "Requirement table full - group dropped: "
                    PR-PROGRAM " " PR-GROUP
            ELSE
                ADD 1 TO REQUIREMENT-COUNT
                SET RG-IDX TO REQUIREMENT-COUNT
                MOVE PR-PROGRAM   TO RG-PROGRAM(RG-IDX)
                MOVE PR-GROUP     TO RG-GROUP(RG-IDX)
                MOVE PR-RULE      TO RG-RULE(RG-IDX)
                MOVE ZERO         TO RG-CREDITS(RG-IDX)
                IF PR-MIN-CREDITS
                    MOVE PR-CREDITS-NEEDED TO RG-CREDITS(RG-IDX)
                END-IF
                MOVE PR-MIN-GRADE TO RG-MIN-GRADE(RG-IDX)
                IF PR-MIN-GRADE NOT = 'A' AND NOT = 'B'
                        AND NOT = 'C' AND NOT = 'D'
                    MOVE 'D' TO RG-MIN-GRADE(RG-IDX)
                END-IF
                PERFORM VARYING COURSE-N FROM 1 BY 1
                        UNTIL COURSE-N > 8
                    MOVE PR-COURSE(COURSE-N)
                        TO RG-COURSE(RG-IDX, COURSE-N)
                END-PERFORM
            END-IF
            END-IF
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
       FIND-LAST-CLOSED-TERM.
      * termclose appends each term it closes, so the last record is
      * the term just closed.
            OPEN INPUT CLOSE-CONTROL-FILE.
            IF CLOSE-CTL-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ CLOSE-CONTROL-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE TC-TERM TO LAST-CLOSED-TERM
                    END-READ
                END-PERFORM
                CLOSE CLOSE-CONTROL-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
            IF LAST-CLOSED-TERM = SPACES
                DISPLAY "No term closed yet on termclose.ctl - the "
                    "eligible-to-graduate list will be empty."
            END-IF.
       LOAD-GRADUATES.
            OPEN INPUT GRADUATE-FILE.
            IF GRADUATE-FILE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ GRADUATE-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF GRADUATE-COUNT < 3000
                                ADD 1 TO GRADUATE-COUNT
                                SET GT-IDX TO GRADUATE-COUNT
                                MOVE GR-STU-ID  TO GT-STU-ID(GT-IDX)
                                MOVE GR-PROGRAM TO GT-PROGRAM(GT-IDX)
                                MOVE 'N'        TO GT-NEW(GT-IDX)
                            ELSE
                                DISPLAY "More than 3000 graduates on "
                                    "graduates.txt - table full."
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GRADUATE-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
       AUDIT-ONE-STUDENT.
            MOVE SPACES TO STUDENT-NAME.
            STRING STU-LNAME DELIMITED BY "  "
                ", " DELIMITED BY SIZE
                STU-FNAME DELIMITED BY "  "
                INTO STUDENT-NAME
            END-STRING.
            MOVE STU-ID      TO AUL-STU-ID.
            MOVE STUDENT-NAME TO AUL-NAME.
            MOVE STU-PROGRAM TO AUL-PROGRAM.
            WRITE AUDIT-RECORD FROM SPACES.
            WRITE AUDIT-RECORD FROM AUL-STUDENT.
            IF STU-PROGRAM = SPACES
                ADD 1 TO NO-PROGRAM-COUNT
                MOVE "No program code on file - not audited."
                    TO AUL-NOTE-TXT
                WRITE AUDIT-RECORD FROM AUL-NOTE
            ELSE
                MOVE 'N' TO PROGRAM-FOUND-FLAG
                PERFORM VARYING RG-IDX FROM 1 BY 1
                        UNTIL RG-IDX > REQUIREMENT-COUNT
                            OR PROGRAM-IS-FOUND
                    IF RG-PROGRAM(RG-IDX) = STU-PROGRAM
                        SET PROGRAM-IS-FOUND TO TRUE
                    END-IF
                END-PERFORM
                IF NOT PROGRAM-IS-FOUND
                    ADD 1 TO UNKNOWN-PROG-COUNT
                    MOVE "Program not on progreq.txt - not audited."
                        TO AUL-NOTE-TXT
                    WRITE AUDIT-RECORD FROM AUL-NOTE
                ELSE
                    PERFORM AUDIT-PROGRAM-REQUIREMENTS
                END-IF
            END-IF.
       AUDIT-PROGRAM-REQUIREMENTS.
            ADD 1 TO AUDITED-COUNT.
            PERFORM COLLECT-STUDENT-WORK.
            MOVE ZERO TO STUDENT-MET.
            MOVE ZERO TO STUDENT-IN-PROG.
            MOVE ZERO TO STUDENT-UNMET.
            WRITE AUDIT-RECORD FROM AUL-COLUMNS.
            PERFORM VARYING RG-IDX FROM 1 BY 1
                    UNTIL RG-IDX > REQUIREMENT-COUNT
                IF RG-PROGRAM(RG-IDX) = STU-PROGRAM
                    PERFORM AUDIT-ONE-REQUIREMENT
                END-IF
            END-PERFORM.
            MOVE SPACES TO AUL-NOTE-TXT.
            IF STUDENT-IN-PROG = ZERO AND STUDENT-UNMET = ZERO
                ADD 1 TO ALL-MET-COUNT
                MOVE "ALL REQUIREMENTS MET" TO AUL-NOTE-TXT
                IF GRADED-IN-CLOSED-TERM
                    PERFORM LIST-ELIGIBLE-STUDENT
                    MOVE "ALL REQUIREMENTS MET - ELIGIBLE TO GRADUATE"
                        TO AUL-NOTE-TXT
                END-IF
            ELSE
                STRING "Requirements met " STUDENT-MET
                    ", in progress " STUDENT-IN-PROG
                    ", unmet " STUDENT-UNMET DELIMITED BY SIZE
                    INTO AUL-NOTE-TXT
                END-STRING
            END-IF.
            WRITE AUDIT-RECORD FROM AUL-NOTE.
       COLLECT-STUDENT-WORK.
      * closed-term grades keep the best passing grade per course;
      * current enrollments only mark the course in progress.
            MOVE ZERO TO WORK-COUNT.
            MOVE 'N' TO CLOSED-TERM-FLAG.
            OPEN INPUT GRADE-HISTORY-FILE.
            IF GRADE-HIST-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ GRADE-HISTORY-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF GH-STU-ID = STU-ID
                                PERFORM RECORD-HISTORY-GRADE
                            END-IF
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
                            IF CG-STU-ID = STU-ID
                                PERFORM RECORD-CURRENT-ENROLLMENT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COURSE-GRADE-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
       RECORD-HISTORY-GRADE.
            IF LAST-CLOSED-TERM NOT = SPACES
                    AND GH-TERM = LAST-CLOSED-TERM
                SET GRADED-IN-CLOSED-TERM TO TRUE
            END-IF.
            MOVE GH-COURSE TO LOOKUP-COURSE.
            PERFORM FIND-WORK-SLOT.
            IF WORK-IS-FOUND
                SET SW-IDX TO WORK-SLOT
      * A - D are in order, so the lower letter is the better grade.
                IF GH-GRADE = 'A' OR GH-GRADE = 'B'
                        OR GH-GRADE = 'C' OR GH-GRADE = 'D'
                    IF SW-BEST-GRADE(SW-IDX) NOT = 'A'
                            AND NOT = 'B' AND NOT = 'C'
                            AND NOT = 'D'
                        MOVE GH-GRADE TO SW-BEST-GRADE(SW-IDX)
                    ELSE
                        IF GH-GRADE < SW-BEST-GRADE(SW-IDX)
                            MOVE GH-GRADE TO SW-BEST-GRADE(SW-IDX)
                        END-IF
                    END-IF
                END-IF
            END-IF.
       RECORD-CURRENT-ENROLLMENT.
            MOVE CG-COURSE TO LOOKUP-COURSE.
            PERFORM FIND-WORK-SLOT.
            IF WORK-IS-FOUND
                SET SW-IDX TO WORK-SLOT
                MOVE 'Y' TO SW-IN-PROGRESS(SW-IDX)
            END-IF.
       FIND-WORK-SLOT.
      * looks LOOKUP-COURSE up in the student's work table, adding it
      * when it is not there yet.
            MOVE 'N'  TO WORK-FOUND-FLAG.
            MOVE ZERO TO WORK-SLOT.
            PERFORM VARYING SW-IDX FROM 1 BY 1
                    UNTIL SW-IDX > WORK-COUNT
                        OR WORK-IS-FOUND
                IF SW-COURSE(SW-IDX) = LOOKUP-COURSE
                    SET WORK-IS-FOUND TO TRUE
                    SET WORK-SLOT TO SW-IDX
                END-IF
            END-PERFORM.
            IF NOT WORK-IS-FOUND
                IF WORK-COUNT < 60
                    ADD 1 TO WORK-COUNT
                    SET SW-IDX TO WORK-COUNT
                    MOVE LOOKUP-COURSE TO SW-COURSE(SW-IDX)
                    MOVE SPACE     TO SW-BEST-GRADE(SW-IDX)
                    MOVE 'N'       TO SW-IN-PROGRESS(SW-IDX)
                    SET WORK-IS-FOUND TO TRUE
                    SET WORK-SLOT TO SW-IDX
                ELSE
                    DISPLAY "Course table full for student "
                        STU-ID " - " LOOKUP-COURSE " not audited."
                END-IF
            END-IF.
       AUDIT-ONE-REQUIREMENT.
            MOVE ZERO   TO LISTED-N.
            MOVE ZERO   TO MET-N.
            MOVE ZERO   TO PROG-N.
            MOVE ZERO   TO MET-CREDITS.
            MOVE ZERO   TO PROG-CREDITS.
            MOVE SPACES TO COUNTING-LIST.
            MOVE 1      TO LIST-PTR.
            MOVE RG-MIN-GRADE(RG-IDX) TO MIN-GRADE.
            PERFORM VARYING COURSE-N FROM 1 BY 1
                    UNTIL COURSE-N > 8
                IF RG-COURSE(RG-IDX, COURSE-N) NOT = SPACES
                    ADD 1 TO LISTED-N
                    PERFORM CHECK-ONE-LISTED-COURSE
                END-IF
            END-PERFORM.
            MOVE RG-GROUP(RG-IDX) TO AUL-GROUP.
            MOVE MET-CREDITS TO AUL-CREDITS.
            MOVE COUNTING-LIST TO AUL-COURSES.
            MOVE SPACES TO AUL-RULE-TXT.
            IF RG-RULE(RG-IDX) = 'A'
                STRING "ALL COURSES " MIN-GRADE DELIMITED BY SIZE
                    INTO AUL-RULE-TXT
                END-STRING
                EVALUATE TRUE
                    WHEN MET-N = LISTED-N
                        MOVE "MET" TO AUL-STATUS
                    WHEN MET-N + PROG-N = LISTED-N
                        MOVE "IN PROGRESS" TO AUL-STATUS
                    WHEN OTHER
                        MOVE "UNMET" TO AUL-STATUS
                END-EVALUATE
            ELSE
                MOVE RG-CREDITS(RG-IDX) TO CREDITS-SHOWN
                STRING "MIN " CREDITS-SHOWN " CR " MIN-GRADE
                    DELIMITED BY SIZE
                    INTO AUL-RULE-TXT
                END-STRING
                ADD MET-CREDITS PROG-CREDITS GIVING TOTAL-CREDITS
                EVALUATE TRUE
                    WHEN MET-CREDITS NOT < RG-CREDITS(RG-IDX)
                        MOVE "MET" TO AUL-STATUS
                    WHEN TOTAL-CREDITS NOT < RG-CREDITS(RG-IDX)
                        MOVE "IN PROGRESS" TO AUL-STATUS
                    WHEN OTHER
                        MOVE "UNMET" TO AUL-STATUS
                END-EVALUATE
            END-IF.
            EVALUATE AUL-STATUS
                WHEN "MET"
                    ADD 1 TO STUDENT-MET
                WHEN "IN PROGRESS"
                    ADD 1 TO STUDENT-IN-PROG
                WHEN OTHER
                    ADD 1 TO STUDENT-UNMET
            END-EVALUATE.
            WRITE AUDIT-RECORD FROM AUL-DETAIL.
       CHECK-ONE-LISTED-COURSE.
            MOVE SPACE TO COURSE-STATE.
            MOVE RG-COURSE(RG-IDX, COURSE-N) TO LOOKUP-COURSE.
            MOVE 'N' TO WORK-FOUND-FLAG.
            PERFORM VARYING SW-IDX FROM 1 BY 1
                    UNTIL SW-IDX > WORK-COUNT
                        OR WORK-IS-FOUND
                IF SW-COURSE(SW-IDX) = LOOKUP-COURSE
                    SET WORK-IS-FOUND TO TRUE
                    SET WORK-SLOT TO SW-IDX
                END-IF
            END-PERFORM.
            IF WORK-IS-FOUND
                SET SW-IDX TO WORK-SLOT
                IF (SW-BEST-GRADE(SW-IDX) = 'A' OR = 'B' OR = 'C'
                        OR = 'D')
                        AND SW-BEST-GRADE(SW-IDX) NOT > MIN-GRADE
                    SET COURSE-IS-MET TO TRUE
                ELSE
                    IF SW-IN-PROGRESS(SW-IDX) = 'Y'
                        SET COURSE-IN-PROGRESS TO TRUE
                    END-IF
                END-IF
            END-IF.
            IF COURSE-IS-MET OR COURSE-IN-PROGRESS
                PERFORM COURSE-TO-CREDITS
                IF COURSE-IS-MET
                    ADD 1 TO MET-N
                    ADD COURSE-CREDITS TO MET-CREDITS
                    STRING LOOKUP-COURSE DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        INTO COUNTING-LIST WITH POINTER LIST-PTR
                    END-STRING
                ELSE
                    ADD 1 TO PROG-N
                    ADD COURSE-CREDITS TO PROG-CREDITS
                    STRING LOOKUP-COURSE DELIMITED BY SPACE
                        "* " DELIMITED BY SIZE
                        INTO COUNTING-LIST WITH POINTER LIST-PTR
                    END-STRING
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
       LIST-ELIGIBLE-STUDENT.
            ADD 1 TO ELIGIBLE-COUNT.
            MOVE STU-ID       TO ELL-STU-ID.
            MOVE STUDENT-NAME TO ELL-NAME.
            MOVE STU-PROGRAM  TO ELL-PROGRAM.
            WRITE ELIGIBLE-RECORD FROM ELL-DETAIL.
            PERFORM RECORD-GRADUATE.
       RECORD-GRADUATE.
      * a student goes on the graduates register once, in the term
      * they first appear on the eligible list for the program.
            MOVE 'N' TO GRADUATE-FOUND-FLAG.
            PERFORM VARYING GT-IDX FROM 1 BY 1
                    UNTIL GT-IDX > GRADUATE-COUNT
                        OR GRADUATE-ON-FILE
                IF GT-STU-ID(GT-IDX) = STU-ID
                        AND GT-PROGRAM(GT-IDX) = STU-PROGRAM
                    SET GRADUATE-ON-FILE TO TRUE
                END-IF
            END-PERFORM.
            IF NOT GRADUATE-ON-FILE
                IF GRADUATE-COUNT < 3000
                    ADD 1 TO GRADUATE-COUNT
                    ADD 1 TO NEW-GRADUATE-COUNT
                    SET GT-IDX TO GRADUATE-COUNT
                    MOVE STU-ID      TO GT-STU-ID(GT-IDX)
                    MOVE STU-PROGRAM TO GT-PROGRAM(GT-IDX)
                    MOVE 'Y'         TO GT-NEW(GT-IDX)
                ELSE
                    DISPLAY "Graduate table full - not recorded: "
                        STU-ID
                END-IF
            END-IF.
       SAVE-NEW-GRADUATES.
            OPEN EXTEND GRADUATE-FILE.
            IF GRADUATE-FILE-STATUS = "05"
                    OR GRADUATE-FILE-STATUS = "35"
                OPEN OUTPUT GRADUATE-FILE
            END-IF.
            IF GRADUATE-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open graduates.txt - status "
                    GRADUATE-FILE-STATUS " - " NEW-GRADUATE-COUNT
                    " graduate(s) not recorded."
                MOVE 16 TO RETURN-CODE
            ELSE
                PERFORM VARYING GT-IDX FROM 1 BY 1
                        UNTIL GT-IDX > GRADUATE-COUNT
                    IF GT-NEW(GT-IDX) = 'Y'
                        MOVE GT-STU-ID(GT-IDX)  TO GR-STU-ID
                        MOVE LAST-CLOSED-TERM   TO GR-TERM
                        MOVE GT-PROGRAM(GT-IDX) TO GR-PROGRAM
                        MOVE TODAY-X            TO GR-DATE
                        WRITE GRADUATE-RECORD
                    END-IF
                END-PERFORM
                CLOSE GRADUATE-FILE
                DISPLAY NEW-GRADUATE-COUNT " new graduate(s) recorded "
                    "on graduates.txt for term " LAST-CLOSED-TERM "."
            END-IF.
       WRITE-AUDIT-TOTALS.
            WRITE AUDIT-RECORD FROM SPACES.
            WRITE AUDIT-RECORD FROM AUL-RULE.
            MOVE "Students audited" TO AUL-COUNT-TEXT.
            MOVE AUDITED-COUNT TO AUL-COUNT.
            WRITE AUDIT-RECORD FROM AUL-COUNT-LINE.
            MOVE "All requirements met" TO AUL-COUNT-TEXT.
            MOVE ALL-MET-COUNT TO AUL-COUNT.
            WRITE AUDIT-RECORD FROM AUL-COUNT-LINE.
            MOVE "Eligible to graduate this term" TO AUL-COUNT-TEXT.
            MOVE ELIGIBLE-COUNT TO AUL-COUNT.
            WRITE AUDIT-RECORD FROM AUL-COUNT-LINE.
            MOVE "No program code" TO AUL-COUNT-TEXT.
            MOVE NO-PROGRAM-COUNT TO AUL-COUNT.
            WRITE AUDIT-RECORD FROM AUL-COUNT-LINE.
            MOVE "Program not on progreq.txt" TO AUL-COUNT-TEXT.
            MOVE UNKNOWN-PROG-COUNT TO AUL-COUNT.
            WRITE AUDIT-RECORD FROM AUL-COUNT-LINE.
       END PROGRAM DEGREE-AUDIT.
