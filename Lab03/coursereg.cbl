      ******************************************************************
      * Author:
      * Date:
      * Purpose: Course registration, so an enrollment stops reaching
      *          coursegrades.txt with no check on seats or
      *          prerequisites. Registration requests (regreq.txt -
      *          request type, student ID, course code, term) are
      *          applied in file order. A (R)egister request must name
      *          a student on students.txt whose standing is good - a
      *          student with closed terms on gradehist.txt and a GPA
      *          below the minimum on regparm.txt (default 1.00) is
      *          refused - an active course on the catalog
      *          (coursecat.txt) that is offered that term on
      *          courseoff.txt, and every prerequisite the offering
      *          lists passed (A - D) on gradehist.txt. A seat
      *          available up to the offering's capacity makes it an
      *          enrollment: a coursegrades.txt record with the grade
      *          still blank, which is what the roster and the grader
      *          pick up. A full section puts the student on the
      *          waitlist (waitlist.txt) in request order. A (D)rop
      *          request takes an ungraded enrollment or a waitlist
      *          place away, and a seat freed by a drop goes straight
      *          to the next waitlisted student. Every request gets a
      *          confirmation or rejection line with the reason on
      *          regconf.txt, and the consumed request file is cleared
      *          so the batch cannot apply twice.
      * Tectonics: cobc
      * Modifications:
      *   - The students.txt record layout carries the student's
      *     program code at the end of the record.
      *   - The students.txt record layout carries the student's
      *     advisor code at the end of the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-REGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "regreq.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REQUEST-FILE-STATUS.
           SELECT REG-PARM-FILE ASSIGN TO "regparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REG-PARM-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "students.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "coursecat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT OFFERING-FILE ASSIGN TO "courseoff.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OFFERING-FILE-STATUS.
           SELECT COURSE-GRADE-FILE ASSIGN TO "coursegrades.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-FILE-STATUS.
           SELECT GRADE-HISTORY-FILE ASSIGN TO "gradehist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRADE-HIST-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO "waitlist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WAITLIST-FILE-STATUS.
           SELECT CONFIRM-FILE ASSIGN TO "regconf.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFIRM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-RECORD.
           05 RQ-TYPE       PIC X(1).
               88 RQ-REGISTER       VALUE 'R' 'r'.
               88 RQ-DROP           VALUE 'D' 'd'.
           05 RQ-STU-ID     PIC 9(10).
           05 RQ-COURSE     PIC X(8).
           05 RQ-TERM       PIC X(6).
       FD REG-PARM-FILE.
       01 REG-PARM-RECORD.
           05 RP-MIN-GPA    PIC 9(1)V9(2).
       FD STUDENT-FILE.
       01 STUDENT-FILE-RECORD.
           05 STU-ID    PIC 9(10).
           05 STU-FNAME PIC X(50).
           05 STU-LNAME PIC X(50).
           05 STU-GPA   PIC 9(1)V9(2).
           05 STU-PROGRAM PIC X(6).
           05 STU-ADVISOR PIC X(6).
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
       FD GRADE-HISTORY-FILE.
       01 GRADE-HISTORY-RECORD.
           05 GH-STU-ID  PIC 9(10).
           05 GH-COURSE  PIC X(8).
           05 GH-TERM    PIC X(6).
           05 GH-GRADE   PIC X(1).
       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
           05 WL-STU-ID  PIC 9(10).
           05 WL-COURSE  PIC X(8).
           05 WL-TERM    PIC X(6).
           05 WL-DATE    PIC X(8).
       FD CONFIRM-FILE.
       01 CONFIRM-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 REQUEST-FILE-STATUS    PIC X(2).
       01 REG-PARM-STATUS        PIC X(2).
       01 STUDENT-FILE-STATUS    PIC X(2).
       01 CATALOG-FILE-STATUS    PIC X(2).
       01 OFFERING-FILE-STATUS   PIC X(2).
       01 COURSE-FILE-STATUS     PIC X(2).
       01 GRADE-HIST-STATUS      PIC X(2).
       01 WAITLIST-FILE-STATUS   PIC X(2).
       01 CONFIRM-FILE-STATUS    PIC X(2).
       01 EOF-FLAG               PIC X(1) VALUE 'N'.
           88 END-OF-FILE                 VALUE 'Y'.
       01 MIN-GPA                PIC 9(1)V9(2) VALUE 1.00.
       01 STUDENT-COUNT          PIC 9(3) VALUE ZERO.
       01 STUDENT-TABLE.
           05 STUDENT-ENTRY OCCURS 300 TIMES INDEXED BY STU-IDX.
               10 ST-ID      PIC 9(10).
               10 ST-GPA     PIC 9(1)V9(2).
       01 CATALOG-LOADED-FLAG    PIC X(1) VALUE 'N'.
           88 CATALOG-IS-LOADED           VALUE 'Y'.
       01 CATALOG-COUNT          PIC 9(3) VALUE ZERO.
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 200 TIMES INDEXED BY CAT-IDX.
               10 CAT-COURSE  PIC X(8).
               10 CAT-STATUS  PIC X(1).
       01 OFFERING-COUNT         PIC 9(3) VALUE ZERO.
       01 OFFERING-TABLE.
           05 OFFERING-ENTRY OCCURS 200 TIMES INDEXED BY OFF-IDX.
               10 OF-COURSE   PIC X(8).
               10 OF-TERM     PIC X(6).
               10 OF-CAPACITY PIC 9(3).
               10 OF-PREREQ   PIC X(8) OCCURS 3 TIMES.
       01 ENROLL-COUNT           PIC 9(3) VALUE ZERO.
       01 ENROLL-OVERFLOW-FLAG   PIC X(1) VALUE 'N'.
           88 ENROLL-TABLE-OVERFLOWED     VALUE 'Y'.
       01 ENROLL-TABLE.
           05 ENROLL-ENTRY OCCURS 500 TIMES INDEXED BY EN-IDX.
               10 EN-STU-ID   PIC 9(10).
               10 EN-COURSE   PIC X(8).
               10 EN-TERM     PIC X(6).
               10 EN-GRADE    PIC X(1).
       01 WAIT-COUNT             PIC 9(3) VALUE ZERO.
       01 WAIT-OVERFLOW-FLAG     PIC X(1) VALUE 'N'.
           88 WAIT-TABLE-OVERFLOWED       VALUE 'Y'.
       01 WAIT-TABLE.
           05 WAIT-ENTRY OCCURS 300 TIMES INDEXED BY WT-IDX.
               10 WT-STU-ID   PIC 9(10).
               10 WT-COURSE   PIC X(8).
               10 WT-TERM     PIC X(6).
               10 WT-DATE     PIC X(8).
       01 REQUEST-FIELDS.
           05 REJECT-REASON      PIC X(40).
           05 STUDENT-GPA        PIC 9(1)V9(2).
           05 STUDENT-FOUND-FLAG PIC X(1).
               88 STUDENT-IS-KNOWN        VALUE 'Y'.
           05 OFFERING-SLOT      PIC 9(3).
           05 OFFERING-FOUND-FLAG PIC X(1).
               88 OFFERING-IS-FOUND       VALUE 'Y'.
           05 ENROLL-SLOT        PIC 9(3).
           05 ENROLL-FOUND-FLAG  PIC X(1).
               88 ENROLL-IS-FOUND         VALUE 'Y'.
           05 WAIT-SLOT          PIC 9(3).
           05 WAIT-FOUND-FLAG    PIC X(1).
               88 WAIT-IS-FOUND           VALUE 'Y'.
           05 SEATS-TAKEN        PIC 9(3).
           05 WAIT-POSITION      PIC 9(3).
           05 WAIT-POSITION-X    PIC ZZ9.
           05 HISTORY-FOUND-FLAG PIC X(1).
               88 STUDENT-HAS-HISTORY     VALUE 'Y'.
           05 PREREQ-N           PIC 9(1).
           05 PREREQ-PASSED-FLAG PIC X(1) OCCURS 3 TIMES.
           05 PREREQ-MISSING     PIC X(8).
           05 PROMOTE-DONE-FLAG  PIC X(1).
               88 PROMOTION-DONE          VALUE 'Y'.
       01 RUN-COUNTS.
           05 REQUEST-COUNT      PIC 9(4) VALUE ZERO.
           05 CONFIRMED-COUNT    PIC 9(4) VALUE ZERO.
           05 WAITLISTED-COUNT   PIC 9(4) VALUE ZERO.
           05 DROPPED-COUNT      PIC 9(4) VALUE ZERO.
           05 PROMOTED-COUNT     PIC 9(4) VALUE ZERO.
           05 REJECTED-COUNT     PIC 9(4) VALUE ZERO.
       01 SAVE-FAILED-FLAG       PIC X(1) VALUE 'N'.
           88 SAVE-HAS-FAILED             VALUE 'Y'.
       01 TODAY-X                PIC X(8).
       01 RUN-DATE-RAW.
           05 RUN-YY PIC 99.
           05 RUN-MM PIC 99.
           05 RUN-DD PIC 99.
       01 CONFIRM-LINES.
           05 CFL-RULE.
               10 FILLER PIC X(90) VALUE ALL "=".
           05 CFL-TITLE.
               10 FILLER       PIC X(30) VALUE
                   "REGISTRATION CONFIRMATIONS  ".
               10 FILLER       PIC X(4)  VALUE "run ".
               10 CFL-RUN-DATE PIC X(8).
           05 CFL-COLUMNS.
               10 FILLER PIC X(12) VALUE "STUDENT ID".
               10 FILLER PIC X(10) VALUE "COURSE".
               10 FILLER PIC X(8)  VALUE "TERM".
               10 FILLER PIC X(10) VALUE "REQUEST".
               10 FILLER PIC X(12) VALUE "RESULT".
               10 FILLER PIC X(40) VALUE "REASON".
           05 CFL-DETAIL.
               10 CFL-STU-ID   PIC 9(10).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 CFL-COURSE   PIC X(8).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 CFL-TERM     PIC X(6).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 CFL-ACTION   PIC X(8).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 CFL-RESULT   PIC X(10).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 CFL-REASON   PIC X(40).
           05 CFL-COUNT-LINE.
               10 CFL-COUNT-TEXT PIC X(30).
               10 CFL-COUNT      PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT RUN-DATE-RAW FROM DATE.
            MOVE "20"   TO TODAY-X(1:2).
            MOVE RUN-YY TO TODAY-X(3:2).
            MOVE RUN-MM TO TODAY-X(5:2).
            MOVE RUN-DD TO TODAY-X(7:2).
            PERFORM LOAD-REG-PARMS.
            PERFORM LOAD-STUDENTS.
            PERFORM LOAD-COURSE-CATALOG.
            PERFORM LOAD-OFFERINGS.
            PERFORM LOAD-ENROLLMENTS.
            PERFORM LOAD-WAITLIST.
      * both tables are rewritten to their files at the end; one too
      * small for its file would truncate it, so the run is
      * abandoned before any request applies.
            IF ENROLL-TABLE-OVERFLOWED OR WAIT-TABLE-OVERFLOWED
                DISPLAY "coursegrades.txt or waitlist.txt is larger "
                    "than its table - RUN ABANDONED, nothing "
                    "applied."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT REQUEST-FILE.
            IF REQUEST-FILE-STATUS NOT = "00"
                DISPLAY "regreq.txt not found - no registration "
                    "requests to apply."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT CONFIRM-FILE.
            IF CONFIRM-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open regconf.txt - status "
                    CONFIRM-FILE-STATUS " - nothing applied."
                CLOSE REQUEST-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            WRITE CONFIRM-RECORD FROM CFL-RULE.
            MOVE TODAY-X TO CFL-RUN-DATE.
            WRITE CONFIRM-RECORD FROM CFL-TITLE.
            WRITE CONFIRM-RECORD FROM CFL-RULE.
            WRITE CONFIRM-RECORD FROM CFL-COLUMNS.
            PERFORM UNTIL END-OF-FILE
                READ REQUEST-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO REQUEST-COUNT
                        PERFORM APPLY-ONE-REQUEST
                END-READ
            END-PERFORM.
            CLOSE REQUEST-FILE.
            MOVE 'N' TO EOF-FLAG.
            PERFORM WRITE-CONFIRM-TOTALS.
            CLOSE CONFIRM-FILE.
            PERFORM SAVE-ENROLLMENTS.
            PERFORM SAVE-WAITLIST.
            IF SAVE-HAS-FAILED
      * the applied requests never reached the files - the request
      * file stays put so a re-run applies them.
                DISPLAY "regreq.txt NOT consumed - fix the files "
                    "and re-run the batch."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CONSUME-REQUESTS.
            DISPLAY "Registration - requests " REQUEST-COUNT
                " confirmed " CONFIRMED-COUNT
                " waitlisted " WAITLISTED-COUNT
                " dropped " DROPPED-COUNT
                " promoted " PROMOTED-COUNT
                " rejected " REJECTED-COUNT ".".
            IF REJECTED-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF.
            STOP RUN.
       LOAD-REG-PARMS.
            OPEN INPUT REG-PARM-FILE.
            IF REG-PARM-STATUS = "00"
                READ REG-PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF RP-MIN-GPA IS NUMERIC
                                AND RP-MIN-GPA NOT > 4.00
                            MOVE RP-MIN-GPA TO MIN-GPA
                        END-IF
                END-READ
                CLOSE REG-PARM-FILE
            ELSE
                DISPLAY "regparm.txt not found - minimum GPA 1.00 "
                    "assumed."
            END-IF.
       LOAD-STUDENTS.
            OPEN INPUT STUDENT-FILE.
            IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "students.txt not found - status "
                    STUDENT-FILE-STATUS " - nothing applied."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ STUDENT-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF STUDENT-COUNT < 300
                            ADD 1 TO STUDENT-COUNT
                            SET STU-IDX TO STUDENT-COUNT
                            MOVE STU-ID  TO ST-ID(STU-IDX)
                            MOVE STU-GPA TO ST-GPA(STU-IDX)
                        ELSE
                            DISPLAY "Student table full - record "
                                "dropped: " STU-ID
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE STUDENT-FILE.
            MOVE 'N' TO EOF-FLAG.
       LOAD-COURSE-CATALOG.
            OPEN INPUT CATALOG-FILE.
            IF CATALOG-FILE-STATUS = "00"
                SET CATALOG-IS-LOADED TO TRUE
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
                                MOVE CC-STATUS TO
                                    CAT-STATUS(CAT-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CATALOG-FILE
                MOVE 'N' TO EOF-FLAG
            ELSE
                DISPLAY "coursecat.txt not found - course codes "
                    "not verified."
            END-IF.
       LOAD-OFFERINGS.
            OPEN INPUT OFFERING-FILE.
            IF OFFERING-FILE-STATUS NOT = "00"
                DISPLAY "courseoff.txt not found - status "
                    OFFERING-FILE-STATUS " - no section capacities, "
                    "nothing applied."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ OFFERING-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF OFFERING-COUNT < 200
                            ADD 1 TO OFFERING-COUNT
                            SET OFF-IDX TO OFFERING-COUNT
                            MOVE CO-COURSE TO OF-COURSE(OFF-IDX)
                            MOVE CO-TERM   TO OF-TERM(OFF-IDX)
                            IF CO-CAPACITY IS NUMERIC
                                MOVE CO-CAPACITY TO
                                    OF-CAPACITY(OFF-IDX)
                            ELSE
                                MOVE ZERO TO OF-CAPACITY(OFF-IDX)
                            END-IF
                            MOVE CO-PREREQ(1) TO
                                OF-PREREQ(OFF-IDX, 1)
                            MOVE CO-PREREQ(2) TO
                                OF-PREREQ(OFF-IDX, 2)
                            MOVE CO-PREREQ(3) TO
                                OF-PREREQ(OFF-IDX, 3)
                        ELSE
                            DISPLAY "Offering table full - "
                                "offering dropped: " CO-COURSE
                                " " CO-TERM
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE OFFERING-FILE.
            MOVE 'N' TO EOF-FLAG.
       LOAD-ENROLLMENTS.
            OPEN INPUT COURSE-GRADE-FILE.
            IF COURSE-FILE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ COURSE-GRADE-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF ENROLL-COUNT < 500
                                ADD 1 TO ENROLL-COUNT
                                SET EN-IDX TO ENROLL-COUNT
                                MOVE CG-STU-ID TO EN-STU-ID(EN-IDX)
                                MOVE CG-COURSE TO EN-COURSE(EN-IDX)
                                MOVE CG-TERM   TO EN-TERM(EN-IDX)
                                MOVE CG-GRADE  TO EN-GRADE(EN-IDX)
                            ELSE
                                SET ENROLL-TABLE-OVERFLOWED TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COURSE-GRADE-FILE
                MOVE 'N' TO EOF-FLAG
            ELSE
                DISPLAY "coursegrades.txt not found - starting "
                    "with no enrollments."
            END-IF.
       LOAD-WAITLIST.
            OPEN INPUT WAITLIST-FILE.
            IF WAITLIST-FILE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ WAITLIST-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF WAIT-COUNT < 300
                                ADD 1 TO WAIT-COUNT
                                SET WT-IDX TO WAIT-COUNT
                                MOVE WL-STU-ID TO WT-STU-ID(WT-IDX)
                                MOVE WL-COURSE TO WT-COURSE(WT-IDX)
                                MOVE WL-TERM   TO WT-TERM(WT-IDX)
                                MOVE WL-DATE   TO WT-DATE(WT-IDX)
                            ELSE
                                SET WAIT-TABLE-OVERFLOWED TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WAITLIST-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
       APPLY-ONE-REQUEST.
            MOVE SPACES TO REJECT-REASON.
            MOVE RQ-STU-ID TO CFL-STU-ID.
            MOVE RQ-COURSE TO CFL-COURSE.
            MOVE RQ-TERM   TO CFL-TERM.
            EVALUATE TRUE
                WHEN RQ-REGISTER
                    MOVE "REGISTER" TO CFL-ACTION
                    PERFORM REGISTER-STUDENT
                WHEN RQ-DROP
                    MOVE "DROP"     TO CFL-ACTION
                    PERFORM DROP-STUDENT
                WHEN OTHER
                    MOVE RQ-TYPE    TO CFL-ACTION
                    MOVE "Unknown request type - use R or D"
                        TO REJECT-REASON
            END-EVALUATE.
            IF REJECT-REASON NOT = SPACES
                ADD 1 TO REJECTED-COUNT
                MOVE "REJECTED"    TO CFL-RESULT
                MOVE REJECT-REASON TO CFL-REASON
                WRITE CONFIRM-RECORD FROM CFL-DETAIL
                DISPLAY "REJECTED - " RQ-STU-ID " " RQ-COURSE " "
                    RQ-TERM " - " REJECT-REASON
            END-IF.
       REGISTER-STUDENT.
      * the checks run in order and the first failure is the
      * reason given; only a request that passes them all takes a
      * seat or a waitlist place.
            PERFORM CHECK-STUDENT-ON-FILE.
            IF REJECT-REASON = SPACES
                PERFORM CHECK-COURSE-OFFERED
            END-IF.
            IF REJECT-REASON = SPACES
                PERFORM FIND-ENROLLMENT
                IF ENROLL-IS-FOUND
                    MOVE "Already enrolled in this course and term"
                        TO REJECT-REASON
                END-IF
            END-IF.
            IF REJECT-REASON = SPACES
                PERFORM FIND-WAITLIST-PLACE
                IF WAIT-IS-FOUND
                    MOVE "Already on the waitlist for this course"
                        TO REJECT-REASON
                END-IF
            END-IF.
            IF REJECT-REASON = SPACES
                PERFORM SCAN-STUDENT-HISTORY
                PERFORM CHECK-STANDING-AND-PREREQS
            END-IF.
            IF REJECT-REASON = SPACES
                PERFORM COUNT-SEATS-TAKEN
                SET OFF-IDX TO OFFERING-SLOT
                IF SEATS-TAKEN < OF-CAPACITY(OFF-IDX)
                    PERFORM SEAT-STUDENT
                ELSE
                    PERFORM WAITLIST-STUDENT
                END-IF
            END-IF.
       CHECK-STUDENT-ON-FILE.
            MOVE 'N' TO STUDENT-FOUND-FLAG.
            PERFORM VARYING STU-IDX FROM 1 BY 1
                    UNTIL STU-IDX > STUDENT-COUNT
                        OR STUDENT-IS-KNOWN
                IF ST-ID(STU-IDX) = RQ-STU-ID
                    SET STUDENT-IS-KNOWN TO TRUE
                    MOVE ST-GPA(STU-IDX) TO STUDENT-GPA
                END-IF
            END-PERFORM.
            IF NOT STUDENT-IS-KNOWN
                MOVE "Student not on students.txt"
                    TO REJECT-REASON
            END-IF.
       CHECK-COURSE-OFFERED.
            IF CATALOG-IS-LOADED
                MOVE "Course not in the catalog" TO REJECT-REASON
                PERFORM VARYING CAT-IDX FROM 1 BY 1
                        UNTIL CAT-IDX > CATALOG-COUNT
                    IF CAT-COURSE(CAT-IDX) = RQ-COURSE
                        IF CAT-STATUS(CAT-IDX) = 'A'
                            MOVE SPACES TO REJECT-REASON
                        ELSE
                            MOVE "Course inactive in the catalog"
                                TO REJECT-REASON
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.
            IF REJECT-REASON = SPACES
                MOVE 'N'  TO OFFERING-FOUND-FLAG
                MOVE ZERO TO OFFERING-SLOT
                PERFORM VARYING OFF-IDX FROM 1 BY 1
                        UNTIL OFF-IDX > OFFERING-COUNT
                            OR OFFERING-IS-FOUND
                    IF OF-COURSE(OFF-IDX) = RQ-COURSE
                            AND OF-TERM(OFF-IDX) = RQ-TERM
                        SET OFFERING-IS-FOUND TO TRUE
                        SET OFFERING-SLOT TO OFF-IDX
                    END-IF
                END-PERFORM
                IF NOT OFFERING-IS-FOUND
                    MOVE "Course not offered in this term"
                        TO REJECT-REASON
                END-IF
            END-IF.
       FIND-ENROLLMENT.
            MOVE 'N'  TO ENROLL-FOUND-FLAG.
            MOVE ZERO TO ENROLL-SLOT.
            PERFORM VARYING EN-IDX FROM 1 BY 1
                    UNTIL EN-IDX > ENROLL-COUNT
                        OR ENROLL-IS-FOUND
                IF EN-STU-ID(EN-IDX) = RQ-STU-ID
                        AND EN-COURSE(EN-IDX) = RQ-COURSE
                        AND EN-TERM(EN-IDX) = RQ-TERM
                    SET ENROLL-IS-FOUND TO TRUE
                    SET ENROLL-SLOT TO EN-IDX
                END-IF
            END-PERFORM.
       FIND-WAITLIST-PLACE.
            MOVE 'N'  TO WAIT-FOUND-FLAG.
            MOVE ZERO TO WAIT-SLOT.
            PERFORM VARYING WT-IDX FROM 1 BY 1
                    UNTIL WT-IDX > WAIT-COUNT
                        OR WAIT-IS-FOUND
                IF WT-STU-ID(WT-IDX) = RQ-STU-ID
                        AND WT-COURSE(WT-IDX) = RQ-COURSE
                        AND WT-TERM(WT-IDX) = RQ-TERM
                    SET WAIT-IS-FOUND TO TRUE
                    SET WAIT-SLOT TO WT-IDX
                END-IF
            END-PERFORM.
       SCAN-STUDENT-HISTORY.
      * one pass over the closed terms: does the student have any,
      * and which of the offering's prerequisites have they passed.
            SET OFF-IDX TO OFFERING-SLOT.
            MOVE 'N' TO HISTORY-FOUND-FLAG.
            PERFORM VARYING PREREQ-N FROM 1 BY 1
                    UNTIL PREREQ-N > 3
                IF OF-PREREQ(OFF-IDX, PREREQ-N) = SPACES
                    MOVE 'Y' TO PREREQ-PASSED-FLAG(PREREQ-N)
                ELSE
                    MOVE 'N' TO PREREQ-PASSED-FLAG(PREREQ-N)
                END-IF
            END-PERFORM.
            OPEN INPUT GRADE-HISTORY-FILE.
            IF GRADE-HIST-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ GRADE-HISTORY-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF GH-STU-ID = RQ-STU-ID
                                SET STUDENT-HAS-HISTORY TO TRUE
                                PERFORM MARK-PREREQ-PASSED
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GRADE-HISTORY-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
       MARK-PREREQ-PASSED.
            IF GH-GRADE = 'A' OR GH-GRADE = 'B'
                    OR GH-GRADE = 'C' OR GH-GRADE = 'D'
                PERFORM VARYING PREREQ-N FROM 1 BY 1
                        UNTIL PREREQ-N > 3
                    IF OF-PREREQ(OFF-IDX, PREREQ-N) = GH-COURSE
                        MOVE 'Y' TO PREREQ-PASSED-FLAG(PREREQ-N)
                    END-IF
                END-PERFORM
            END-IF.
       CHECK-STANDING-AND-PREREQS.
      * a student with no closed term yet has no standing to fail.
            IF STUDENT-HAS-HISTORY AND STUDENT-GPA < MIN-GPA
                MOVE "Standing - GPA below the minimum"
                    TO REJECT-REASON
            ELSE
                MOVE SPACES TO PREREQ-MISSING
                PERFORM VARYING PREREQ-N FROM 1 BY 1
                        UNTIL PREREQ-N > 3
                    IF PREREQ-PASSED-FLAG(PREREQ-N) = 'N'
                            AND PREREQ-MISSING = SPACES
                        MOVE OF-PREREQ(OFF-IDX, PREREQ-N)
                            TO PREREQ-MISSING
                    END-IF
                END-PERFORM
                IF PREREQ-MISSING NOT = SPACES
                    STRING "Prerequisite " DELIMITED BY SIZE
                        PREREQ-MISSING DELIMITED BY SPACE
                        " not passed" DELIMITED BY SIZE
                        INTO REJECT-REASON
                    END-STRING
                END-IF
            END-IF.
       COUNT-SEATS-TAKEN.
            MOVE ZERO TO SEATS-TAKEN.
            PERFORM VARYING EN-IDX FROM 1 BY 1
                    UNTIL EN-IDX > ENROLL-COUNT
                IF EN-COURSE(EN-IDX) = RQ-COURSE
                        AND EN-TERM(EN-IDX) = RQ-TERM
                    ADD 1 TO SEATS-TAKEN
                END-IF
            END-PERFORM.
       SEAT-STUDENT.
            IF ENROLL-COUNT >= 500
                MOVE "Enrollment table full - not seated"
                    TO REJECT-REASON
            ELSE
                ADD 1 TO ENROLL-COUNT
                SET EN-IDX TO ENROLL-COUNT
                MOVE RQ-STU-ID TO EN-STU-ID(EN-IDX)
                MOVE RQ-COURSE TO EN-COURSE(EN-IDX)
                MOVE RQ-TERM   TO EN-TERM(EN-IDX)
                MOVE SPACE     TO EN-GRADE(EN-IDX)
                ADD 1 TO CONFIRMED-COUNT
                MOVE "CONFIRMED" TO CFL-RESULT
                MOVE "Seat taken" TO CFL-REASON
                WRITE CONFIRM-RECORD FROM CFL-DETAIL
            END-IF.
       WAITLIST-STUDENT.
            IF WAIT-COUNT >= 300
                MOVE "Section full and waitlist table full"
                    TO REJECT-REASON
            ELSE
                ADD 1 TO WAIT-COUNT
                SET WT-IDX TO WAIT-COUNT
                MOVE RQ-STU-ID TO WT-STU-ID(WT-IDX)
                MOVE RQ-COURSE TO WT-COURSE(WT-IDX)
                MOVE RQ-TERM   TO WT-TERM(WT-IDX)
                MOVE TODAY-X   TO WT-DATE(WT-IDX)
                MOVE ZERO TO WAIT-POSITION
                PERFORM VARYING WT-IDX FROM 1 BY 1
                        UNTIL WT-IDX > WAIT-COUNT
                    IF WT-COURSE(WT-IDX) = RQ-COURSE
                            AND WT-TERM(WT-IDX) = RQ-TERM
                        ADD 1 TO WAIT-POSITION
                    END-IF
                END-PERFORM
                MOVE WAIT-POSITION TO WAIT-POSITION-X
                ADD 1 TO WAITLISTED-COUNT
                MOVE "WAITLISTED" TO CFL-RESULT
                MOVE SPACES TO CFL-REASON
                STRING "Section full - waitlist position "
                    WAIT-POSITION-X DELIMITED BY SIZE
                    INTO CFL-REASON
                END-STRING
                WRITE CONFIRM-RECORD FROM CFL-DETAIL
            END-IF.
       DROP-STUDENT.
      * an ungraded enrollment frees its seat for the waitlist; a
      * waitlist place just comes off the list.
            PERFORM FIND-ENROLLMENT.
            IF ENROLL-IS-FOUND
                SET EN-IDX TO ENROLL-SLOT
                IF EN-GRADE(EN-IDX) NOT = SPACE
                    MOVE "Already graded - use a grade correction"
                        TO REJECT-REASON
                ELSE
                    PERFORM REMOVE-ENROLLMENT
                    ADD 1 TO DROPPED-COUNT
                    MOVE "DROPPED" TO CFL-RESULT
                    MOVE "Seat released" TO CFL-REASON
                    WRITE CONFIRM-RECORD FROM CFL-DETAIL
                    PERFORM PROMOTE-FROM-WAITLIST
                END-IF
            ELSE
                PERFORM FIND-WAITLIST-PLACE
                IF WAIT-IS-FOUND
                    PERFORM REMOVE-WAITLIST-PLACE
                    ADD 1 TO DROPPED-COUNT
                    MOVE "DROPPED" TO CFL-RESULT
                    MOVE "Taken off the waitlist" TO CFL-REASON
                    WRITE CONFIRM-RECORD FROM CFL-DETAIL
                ELSE
                    MOVE "Not enrolled or waitlisted"
                        TO REJECT-REASON
                END-IF
            END-IF.
       REMOVE-ENROLLMENT.
      * close the gap so the rewritten file keeps its order.
            PERFORM VARYING EN-IDX FROM ENROLL-SLOT BY 1
                    UNTIL EN-IDX >= ENROLL-COUNT
                MOVE ENROLL-ENTRY(EN-IDX + 1) TO ENROLL-ENTRY(EN-IDX)
            END-PERFORM.
            SUBTRACT 1 FROM ENROLL-COUNT.
       REMOVE-WAITLIST-PLACE.
      * close the gap so the waitlist keeps its request order.
            PERFORM VARYING WT-IDX FROM WAIT-SLOT BY 1
                    UNTIL WT-IDX >= WAIT-COUNT
                MOVE WAIT-ENTRY(WT-IDX + 1) TO WAIT-ENTRY(WT-IDX)
            END-PERFORM.
            SUBTRACT 1 FROM WAIT-COUNT.
       PROMOTE-FROM-WAITLIST.
      * the first waitlisted student for the course and term takes
      * the freed seat; they passed the checks when they joined.
            MOVE 'N' TO PROMOTE-DONE-FLAG.
            PERFORM COUNT-SEATS-TAKEN.
            PERFORM FIND-OFFERING-FOR-DROP.
            IF NOT OFFERING-IS-FOUND
                SET PROMOTION-DONE TO TRUE
            END-IF.
            PERFORM UNTIL PROMOTION-DONE
                SET OFF-IDX TO OFFERING-SLOT
                IF SEATS-TAKEN >= OF-CAPACITY(OFF-IDX)
                        OR ENROLL-COUNT >= 500
                    SET PROMOTION-DONE TO TRUE
                ELSE
                    PERFORM PROMOTE-ONE-WAITLISTED
                END-IF
            END-PERFORM.
       FIND-OFFERING-FOR-DROP.
            MOVE 'N'  TO OFFERING-FOUND-FLAG.
            MOVE ZERO TO OFFERING-SLOT.
            PERFORM VARYING OFF-IDX FROM 1 BY 1
                    UNTIL OFF-IDX > OFFERING-COUNT
                        OR OFFERING-IS-FOUND
                IF OF-COURSE(OFF-IDX) = RQ-COURSE
                        AND OF-TERM(OFF-IDX) = RQ-TERM
                    SET OFFERING-IS-FOUND TO TRUE
                    SET OFFERING-SLOT TO OFF-IDX
                END-IF
            END-PERFORM.
       PROMOTE-ONE-WAITLISTED.
            MOVE 'N'  TO WAIT-FOUND-FLAG.
            MOVE ZERO TO WAIT-SLOT.
            PERFORM VARYING WT-IDX FROM 1 BY 1
                    UNTIL WT-IDX > WAIT-COUNT
                        OR WAIT-IS-FOUND
                IF WT-COURSE(WT-IDX) = RQ-COURSE
                        AND WT-TERM(WT-IDX) = RQ-TERM
                    SET WAIT-IS-FOUND TO TRUE
                    SET WAIT-SLOT TO WT-IDX
                END-IF
            END-PERFORM.
            IF NOT WAIT-IS-FOUND
                SET PROMOTION-DONE TO TRUE
            ELSE
                SET WT-IDX TO WAIT-SLOT
                ADD 1 TO ENROLL-COUNT
                SET EN-IDX TO ENROLL-COUNT
                MOVE WT-STU-ID(WT-IDX) TO EN-STU-ID(EN-IDX)
                MOVE RQ-COURSE TO EN-COURSE(EN-IDX)
                MOVE RQ-TERM   TO EN-TERM(EN-IDX)
                MOVE SPACE     TO EN-GRADE(EN-IDX)
                MOVE WT-STU-ID(WT-IDX) TO CFL-STU-ID
                MOVE "WAITLIST" TO CFL-ACTION
                MOVE "PROMOTED" TO CFL-RESULT
                MOVE "Seat freed by a drop" TO CFL-REASON
                WRITE CONFIRM-RECORD FROM CFL-DETAIL
                DISPLAY "Promoted " WT-STU-ID(WT-IDX) " into "
                    RQ-COURSE " " RQ-TERM " from the waitlist."
                PERFORM REMOVE-WAITLIST-PLACE
                ADD 1 TO PROMOTED-COUNT
                ADD 1 TO SEATS-TAKEN
            END-IF.
       WRITE-CONFIRM-TOTALS.
            WRITE CONFIRM-RECORD FROM CFL-RULE.
            MOVE "Requests read                " TO CFL-COUNT-TEXT.
            MOVE REQUEST-COUNT TO CFL-COUNT.
            WRITE CONFIRM-RECORD FROM CFL-COUNT-LINE.
            MOVE "Confirmed into a seat        " TO CFL-COUNT-TEXT.
            MOVE CONFIRMED-COUNT TO CFL-COUNT.
            WRITE CONFIRM-RECORD FROM CFL-COUNT-LINE.
            MOVE "Waitlisted                   " TO CFL-COUNT-TEXT.
            MOVE WAITLISTED-COUNT TO CFL-COUNT.
            WRITE CONFIRM-RECORD FROM CFL-COUNT-LINE.
            MOVE "Dropped                      " TO CFL-COUNT-TEXT.
            MOVE DROPPED-COUNT TO CFL-COUNT.
            WRITE CONFIRM-RECORD FROM CFL-COUNT-LINE.
            MOVE "Promoted from the waitlist   " TO CFL-COUNT-TEXT.
            MOVE PROMOTED-COUNT TO CFL-COUNT.
            WRITE CONFIRM-RECORD FROM CFL-COUNT-LINE.
            MOVE "Rejected                     " TO CFL-COUNT-TEXT.
            MOVE REJECTED-COUNT TO CFL-COUNT.
            WRITE CONFIRM-RECORD FROM CFL-COUNT-LINE.
       SAVE-ENROLLMENTS.
            OPEN OUTPUT COURSE-GRADE-FILE.
            IF COURSE-FILE-STATUS = "00"
                PERFORM VARYING EN-IDX FROM 1 BY 1
                        UNTIL EN-IDX > ENROLL-COUNT
                    MOVE EN-STU-ID(EN-IDX) TO CG-STU-ID
                    MOVE EN-COURSE(EN-IDX) TO CG-COURSE
                    MOVE EN-TERM(EN-IDX)   TO CG-TERM
                    MOVE EN-GRADE(EN-IDX)  TO CG-GRADE
                    WRITE COURSE-GRADE-RECORD
                END-PERFORM
                CLOSE COURSE-GRADE-FILE
            ELSE
                DISPLAY "Unable to rewrite coursegrades.txt - "
                    "status " COURSE-FILE-STATUS
                SET SAVE-HAS-FAILED TO TRUE
            END-IF.
       SAVE-WAITLIST.
            OPEN OUTPUT WAITLIST-FILE.
            IF WAITLIST-FILE-STATUS = "00"
                PERFORM VARYING WT-IDX FROM 1 BY 1
                        UNTIL WT-IDX > WAIT-COUNT
                    MOVE WT-STU-ID(WT-IDX) TO WL-STU-ID
                    MOVE WT-COURSE(WT-IDX) TO WL-COURSE
                    MOVE WT-TERM(WT-IDX)   TO WL-TERM
                    MOVE WT-DATE(WT-IDX)   TO WL-DATE
                    WRITE WAITLIST-RECORD
                END-PERFORM
                CLOSE WAITLIST-FILE
            ELSE
                DISPLAY "Unable to rewrite waitlist.txt - status "
                    WAITLIST-FILE-STATUS
                SET SAVE-HAS-FAILED TO TRUE
            END-IF.
       CONSUME-REQUESTS.
      * the consumed requests come off the file so the batch cannot
      * apply twice - same discipline as the grade corrections.
            OPEN OUTPUT REQUEST-FILE.
            IF REQUEST-FILE-STATUS = "00"
                CLOSE REQUEST-FILE
                DISPLAY "regreq.txt cleared - the batch is consumed."
            ELSE
                DISPLAY "Unable to clear regreq.txt - status "
                    REQUEST-FILE-STATUS
                    " - REMOVE IT BY HAND or it will apply again."
            END-IF.
       END PROGRAM COURSE-REGISTER.
