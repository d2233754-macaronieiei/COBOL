      ******************************************************************
      * Author:
      * Date:
      * Purpose: Advisor caseload and action lists, run after every
      *          academic standing run so the students the standing
      *          report flags go to the advisor who owns them instead
      *          of to everybody. Each student's advisor comes from
      *          the advisor code on students.txt (maintained by
      *          stumaint) and the advisor master (advisors.txt); the
      *          standing, and whether it DROPPED from the prior
      *          term, from the standing extract (standext.txt) the
      *          standing run just wrote. For every advisor on file
      *          the report shows the caseload - students assigned,
      *          and the dean's list, good standing, probation and
      *          dropped counts for the term - then the advisor's
      *          action list: each assigned student whose standing
      *          dropped or who is on probation, with the latest
      *          contact for the term from the outreach log
      *          (outreach.txt, entered through outreach) or NOT
      *          CONTACTED. An inactive advisor's list is marked for
      *          reassignment, and students to call who have no
      *          advisor, or an advisor code not on advisors.txt, are
      *          listed last under UNASSIGNED. Written to
      *          advcase.txt; the run ends with return code 4 while
      *          any student to call is uncontacted or has no active
      *          advisor.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVISOR-CASELOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVISOR-FILE ASSIGN TO "advisors.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADVISOR-FILE-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "students.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT STANDING-EXTRACT-FILE ASSIGN TO "standext.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STANDING-EXTRACT-STATUS.
           SELECT OUTREACH-FILE ASSIGN TO "outreach.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OUTREACH-FILE-STATUS.
           SELECT CASELOAD-FILE ASSIGN TO "advcase.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CASELOAD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ADVISOR-FILE.
       COPY ADVISOR.
       FD STUDENT-FILE.
       01 STUDENT-FILE-RECORD.
           05 STU-ID    PIC 9(10).
           05 STU-FNAME PIC X(50).
           05 STU-LNAME PIC X(50).
           05 STU-GPA   PIC 9(1)V9(2).
           05 STU-PROGRAM PIC X(6).
           05 STU-ADVISOR PIC X(6).
       FD STANDING-EXTRACT-FILE.
       COPY STANDEXT.
       FD OUTREACH-FILE.
       COPY OUTREACH.
       FD CASELOAD-FILE.
       01 CASELOAD-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 ADVISOR-FILE-STATUS     PIC X(2).
       01 STUDENT-FILE-STATUS     PIC X(2).
       01 STANDING-EXTRACT-STATUS PIC X(2).
       01 OUTREACH-FILE-STATUS    PIC X(2).
       01 CASELOAD-FILE-STATUS    PIC X(2).
       01 EOF-FLAG                PIC X(1) VALUE 'N'.
           88 END-OF-FILE                  VALUE 'Y'.
       01 REPORT-TERM             PIC X(6) VALUE SPACES.
       01 ADVISOR-COUNT           PIC 9(3) VALUE ZERO.
       01 ADVISOR-TABLE.
           05 ADVISOR-ENTRY OCCURS 100 TIMES INDEXED BY AD-IDX.
               10 AD-ADVISOR-ID  PIC X(6).
               10 AD-NAME        PIC X(30).
               10 AD-DEPT        PIC X(10).
               10 AD-STATUS      PIC X(1).
               10 AD-ASSIGNED    PIC 9(3).
               10 AD-DEANS       PIC 9(3).
               10 AD-GOOD        PIC 9(3).
               10 AD-PROBATION   PIC 9(3).
               10 AD-DROPPED     PIC 9(3).
               10 AD-TO-CALL     PIC 9(3).
               10 AD-UNCONTACTED PIC 9(3).
       01 STUDENT-COUNT           PIC 9(3) VALUE ZERO.
       01 STUDENT-TABLE.
           05 STUDENT-ENTRY OCCURS 300 TIMES INDEXED BY ST-IDX.
               10 ST-ID          PIC 9(10).
               10 ST-ADVISOR     PIC X(6).
       01 EXTRACT-COUNT           PIC 9(3) VALUE ZERO.
       01 EXTRACT-TABLE.
           05 EXTRACT-ENTRY OCCURS 300 TIMES INDEXED BY XT-IDX.
               10 XT-STU-ID      PIC 9(10).
               10 XT-NAME        PIC X(20).
               10 XT-STANDING    PIC X(1).
               10 XT-DROPPED     PIC X(1).
               10 XT-TO-CALL     PIC X(1).
               10 XT-ADVISOR     PIC X(6).
               10 XT-AD-SLOT     PIC 9(3).
               10 XT-CONTACT-DATE PIC X(8).
               10 XT-OUTCOME     PIC X(1).
       01 WORK-FIELDS.
           05 LOOKUP-ID          PIC 9(10).
           05 LOOKUP-ADVISOR     PIC X(6).
           05 LOOKUP-SLOT        PIC 9(3).
           05 FOUND-FLAG         PIC X(1).
               88 SLOT-FOUND             VALUE 'Y'.
           05 WORK-NAME          PIC X(20).
       01 RUN-COUNTS.
           05 TO-CALL-COUNT      PIC 9(3) VALUE ZERO.
           05 CONTACTED-COUNT    PIC 9(3) VALUE ZERO.
           05 UNCONTACTED-COUNT  PIC 9(3) VALUE ZERO.
           05 UNASSIGNED-COUNT   PIC 9(3) VALUE ZERO.
           05 REASSIGN-COUNT     PIC 9(3) VALUE ZERO.
       01 TODAY-X                 PIC X(8).
       01 RUN-DATE-RAW.
           05 RUN-YY PIC 99.
           05 RUN-MM PIC 99.
           05 RUN-DD PIC 99.
       01 CASELOAD-LINES.
           05 ACR-RULE.
               10 FILLER PIC X(78) VALUE ALL "=".
           05 ACR-DASH.
               10 FILLER PIC X(78) VALUE ALL "-".
           05 ACR-TITLE.
               10 FILLER       PIC X(40) VALUE
                   "ADVISOR CASELOAD AND ACTION LIST - TERM ".
               10 ACR-TERM     PIC X(6).
               10 FILLER       PIC X(6)  VALUE "  run ".
               10 ACR-RUN-DATE PIC X(8).
           05 ACR-ADVISOR-LINE.
               10 FILLER       PIC X(8)  VALUE "ADVISOR ".
               10 ACR-ADVISOR-ID PIC X(6).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ACR-ADVISOR-NAME PIC X(30).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ACR-DEPT     PIC X(10).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ACR-INACTIVE PIC X(19).
           05 ACR-CASELOAD-LINE.
               10 FILLER       PIC X(9)  VALUE "Caseload ".
               10 ACR-ASSIGNED PIC ZZ9.
               10 FILLER       PIC X(15) VALUE " - dean's list ".
               10 ACR-DEANS    PIC ZZ9.
               10 FILLER       PIC X(7)  VALUE ", good ".
               10 ACR-GOOD     PIC ZZ9.
               10 FILLER       PIC X(12) VALUE ", probation ".
               10 ACR-PROBATION PIC ZZ9.
               10 FILLER       PIC X(10) VALUE ", dropped ".
               10 ACR-DROPPED  PIC ZZ9.
           05 ACR-CALL-LINE.
               10 FILLER       PIC X(17) VALUE "Students to call ".
               10 ACR-TO-CALL  PIC ZZ9.
               10 FILLER       PIC X(16) VALUE ", not contacted ".
               10 ACR-UNCONTACTED PIC ZZ9.
           05 ACR-COLUMNS.
               10 FILLER PIC X(12) VALUE "STUDENT ID".
               10 FILLER PIC X(21) VALUE "NAME".
               10 FILLER PIC X(11) VALUE "STANDING".
               10 FILLER PIC X(10) VALUE "DROPPED".
               10 FILLER PIC X(24) VALUE "CONTACT".
           05 ACR-DETAIL.
               10 ACR-STU-ID   PIC 9(10).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 ACR-NAME     PIC X(20).
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 ACR-STANDING PIC X(10).
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 ACR-DROPPED-MARK PIC X(9).
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 ACR-CONTACT  PIC X(24).
           05 ACR-NONE-LINE.
               10 FILLER       PIC X(30) VALUE
                   "No student to call this term.".
           05 ACR-UNASSIGNED-LINE.
               10 FILLER       PIC X(39) VALUE
                   "UNASSIGNED - no advisor, or an advisor ".
               10 FILLER       PIC X(24) VALUE
                   "code not on advisors.txt".
           05 ACR-COUNT-LINE.
               10 ACR-COUNT-TEXT PIC X(36).
               10 ACR-COUNT      PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT RUN-DATE-RAW FROM DATE.
            MOVE "20"   TO TODAY-X(1:2).
            MOVE RUN-YY TO TODAY-X(3:2).
            MOVE RUN-MM TO TODAY-X(5:2).
            MOVE RUN-DD TO TODAY-X(7:2).
            PERFORM LOAD-ADVISORS.
            PERFORM LOAD-STUDENT-ADVISORS.
            PERFORM LOAD-STANDING-EXTRACT.
            IF EXTRACT-COUNT = ZERO
                DISPLAY "standext.txt holds no students - nothing "
                    "to assign."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM ASSIGN-EXTRACT-ADVISORS.
            PERFORM APPLY-OUTREACH-LOG.
            PERFORM COUNT-CASELOADS.
            PERFORM WRITE-CASELOAD-REPORT.
            DISPLAY "Advisor caseload - term " REPORT-TERM ": "
                TO-CALL-COUNT " student(s) to call, "
                UNCONTACTED-COUNT " not contacted, "
                UNASSIGNED-COUNT " unassigned - see advcase.txt.".
            IF UNCONTACTED-COUNT > ZERO
                    OR UNASSIGNED-COUNT > ZERO
                    OR REASSIGN-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF.
            STOP RUN.
       LOAD-ADVISORS.
            OPEN INPUT ADVISOR-FILE.
            IF ADVISOR-FILE-STATUS NOT = "00"
                DISPLAY "advisors.txt not found - no caseloads "
                    "without the advisor master."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ ADVISOR-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF ADVISOR-COUNT < 100
                            ADD 1 TO ADVISOR-COUNT
                            SET AD-IDX TO ADVISOR-COUNT
                            MOVE AV-ADVISOR-ID TO AD-ADVISOR-ID(AD-IDX)
                            MOVE AV-NAME   TO AD-NAME(AD-IDX)
                            MOVE AV-DEPT   TO AD-DEPT(AD-IDX)
                            MOVE AV-STATUS TO AD-STATUS(AD-IDX)
                            MOVE ZERO TO AD-ASSIGNED(AD-IDX)
                            MOVE ZERO TO AD-DEANS(AD-IDX)
                            MOVE ZERO TO AD-GOOD(AD-IDX)
                            MOVE ZERO TO AD-PROBATION(AD-IDX)
                            MOVE ZERO TO AD-DROPPED(AD-IDX)
                            MOVE ZERO TO AD-TO-CALL(AD-IDX)
                            MOVE ZERO TO AD-UNCONTACTED(AD-IDX)
                        ELSE
                            DISPLAY "Advisor table full - advisor "
                                "left off: " AV-ADVISOR-ID
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ADVISOR-FILE.
            MOVE 'N' TO EOF-FLAG.
       LOAD-STUDENT-ADVISORS.
            OPEN INPUT STUDENT-FILE.
            IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "students.txt not found - no caseloads "
                    "without the student master."
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
                            SET ST-IDX TO STUDENT-COUNT
                            MOVE STU-ID      TO ST-ID(ST-IDX)
                            MOVE STU-ADVISOR TO ST-ADVISOR(ST-IDX)
                        ELSE
                            DISPLAY "Student table full - student "
                                "left off: " STU-ID
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE STUDENT-FILE.
            MOVE 'N' TO EOF-FLAG.
       LOAD-STANDING-EXTRACT.
      * the extract is what the last standing run reported; its
      * term is the term the action lists are for.
            OPEN INPUT STANDING-EXTRACT-FILE.
            IF STANDING-EXTRACT-STATUS NOT = "00"
                DISPLAY "standext.txt not found - run the standing "
                    "report (standing) first."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ STANDING-EXTRACT-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM ADD-EXTRACT-STUDENT
                END-READ
            END-PERFORM.
            CLOSE STANDING-EXTRACT-FILE.
            MOVE 'N' TO EOF-FLAG.
       ADD-EXTRACT-STUDENT.
            IF EXTRACT-COUNT < 300
                ADD 1 TO EXTRACT-COUNT
                SET XT-IDX TO EXTRACT-COUNT
                MOVE SX-TERM TO REPORT-TERM
                MOVE SPACES TO WORK-NAME
                STRING SX-LNAME DELIMITED BY "  "
                    ", " DELIMITED BY SIZE
                    SX-FNAME DELIMITED BY "  "
                    INTO WORK-NAME
                END-STRING
                MOVE SX-STU-ID   TO XT-STU-ID(XT-IDX)
                MOVE WORK-NAME   TO XT-NAME(XT-IDX)
                MOVE SX-STANDING TO XT-STANDING(XT-IDX)
                MOVE 'N'         TO XT-DROPPED(XT-IDX)
                IF SX-STANDING-DROPPED
                    MOVE 'Y'     TO XT-DROPPED(XT-IDX)
                END-IF
                MOVE 'N'         TO XT-TO-CALL(XT-IDX)
                IF SX-STANDING-DROPPED OR SX-PROBATION
                    MOVE 'Y'     TO XT-TO-CALL(XT-IDX)
                END-IF
                MOVE SPACES      TO XT-ADVISOR(XT-IDX)
                MOVE ZERO        TO XT-AD-SLOT(XT-IDX)
                MOVE SPACES      TO XT-CONTACT-DATE(XT-IDX)
                MOVE SPACES      TO XT-OUTCOME(XT-IDX)
            ELSE
                DISPLAY "Extract table full - student left off: "
                    SX-STU-ID
            END-IF.
       ASSIGN-EXTRACT-ADVISORS.
      * student -> advisor code on students.txt -> advisor slot; a
      * slot of zero means no advisor on file for the student.
            PERFORM VARYING XT-IDX FROM 1 BY 1
                    UNTIL XT-IDX > EXTRACT-COUNT
                MOVE XT-STU-ID(XT-IDX) TO LOOKUP-ID
                MOVE SPACES TO LOOKUP-ADVISOR
                MOVE 'N' TO FOUND-FLAG
                PERFORM VARYING ST-IDX FROM 1 BY 1
                        UNTIL ST-IDX > STUDENT-COUNT
                            OR SLOT-FOUND
                    IF ST-ID(ST-IDX) = LOOKUP-ID
                        SET SLOT-FOUND TO TRUE
                        MOVE ST-ADVISOR(ST-IDX) TO LOOKUP-ADVISOR
                    END-IF
                END-PERFORM
                MOVE LOOKUP-ADVISOR TO XT-ADVISOR(XT-IDX)
                IF LOOKUP-ADVISOR NOT = SPACES
                    PERFORM FIND-ADVISOR-SLOT
                    MOVE LOOKUP-SLOT TO XT-AD-SLOT(XT-IDX)
                END-IF
            END-PERFORM.
       FIND-ADVISOR-SLOT.
            MOVE ZERO TO LOOKUP-SLOT.
            MOVE 'N' TO FOUND-FLAG.
            PERFORM VARYING AD-IDX FROM 1 BY 1
                    UNTIL AD-IDX > ADVISOR-COUNT
                        OR SLOT-FOUND
                IF AD-ADVISOR-ID(AD-IDX) = LOOKUP-ADVISOR
                    SET SLOT-FOUND TO TRUE
                    SET LOOKUP-SLOT TO AD-IDX
                END-IF
            END-PERFORM.
       APPLY-OUTREACH-LOG.
      * only contacts logged against the report term count; the
      * latest contact date wins, and of two on the same date the
      * one logged last.
            OPEN INPUT OUTREACH-FILE.
            IF OUTREACH-FILE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ OUTREACH-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF OR-TERM = REPORT-TERM
                                PERFORM APPLY-ONE-CONTACT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OUTREACH-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
       APPLY-ONE-CONTACT.
            MOVE 'N' TO FOUND-FLAG.
            PERFORM VARYING XT-IDX FROM 1 BY 1
                    UNTIL XT-IDX > EXTRACT-COUNT
                        OR SLOT-FOUND
                IF XT-STU-ID(XT-IDX) = OR-STU-ID
                    SET SLOT-FOUND TO TRUE
                    IF XT-CONTACT-DATE(XT-IDX) = SPACES
                            OR OR-DATE NOT < XT-CONTACT-DATE(XT-IDX)
                        MOVE OR-DATE    TO XT-CONTACT-DATE(XT-IDX)
                        MOVE OR-OUTCOME TO XT-OUTCOME(XT-IDX)
                    END-IF
                END-IF
            END-PERFORM.
       COUNT-CASELOADS.
            PERFORM VARYING ST-IDX FROM 1 BY 1
                    UNTIL ST-IDX > STUDENT-COUNT
                IF ST-ADVISOR(ST-IDX) NOT = SPACES
                    MOVE ST-ADVISOR(ST-IDX) TO LOOKUP-ADVISOR
                    PERFORM FIND-ADVISOR-SLOT
                    IF LOOKUP-SLOT > ZERO
                        SET AD-IDX TO LOOKUP-SLOT
                        ADD 1 TO AD-ASSIGNED(AD-IDX)
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM VARYING XT-IDX FROM 1 BY 1
                    UNTIL XT-IDX > EXTRACT-COUNT
                IF XT-TO-CALL(XT-IDX) = 'Y'
                    ADD 1 TO TO-CALL-COUNT
                    IF XT-CONTACT-DATE(XT-IDX) = SPACES
                        ADD 1 TO UNCONTACTED-COUNT
                    ELSE
                        ADD 1 TO CONTACTED-COUNT
                    END-IF
                    IF XT-AD-SLOT(XT-IDX) = ZERO
                        ADD 1 TO UNASSIGNED-COUNT
                    END-IF
                END-IF
                IF XT-AD-SLOT(XT-IDX) > ZERO
                    SET AD-IDX TO XT-AD-SLOT(XT-IDX)
                    EVALUATE XT-STANDING(XT-IDX)
                        WHEN 'D'
                            ADD 1 TO AD-DEANS(AD-IDX)
                        WHEN 'G'
                            ADD 1 TO AD-GOOD(AD-IDX)
                        WHEN 'P'
                            ADD 1 TO AD-PROBATION(AD-IDX)
                    END-EVALUATE
                    IF XT-DROPPED(XT-IDX) = 'Y'
                        ADD 1 TO AD-DROPPED(AD-IDX)
                    END-IF
                    IF XT-TO-CALL(XT-IDX) = 'Y'
                        ADD 1 TO AD-TO-CALL(AD-IDX)
                        IF XT-CONTACT-DATE(XT-IDX) = SPACES
                            ADD 1 TO AD-UNCONTACTED(AD-IDX)
                        END-IF
                        IF AD-STATUS(AD-IDX) NOT = 'A'
                            ADD 1 TO REASSIGN-COUNT
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
       WRITE-CASELOAD-REPORT.
            OPEN OUTPUT CASELOAD-FILE.
            IF CASELOAD-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open advcase.txt - status "
                    CASELOAD-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE REPORT-TERM TO ACR-TERM.
            MOVE TODAY-X     TO ACR-RUN-DATE.
            WRITE CASELOAD-RECORD FROM ACR-RULE.
            WRITE CASELOAD-RECORD FROM ACR-TITLE.
            WRITE CASELOAD-RECORD FROM ACR-RULE.
            PERFORM VARYING AD-IDX FROM 1 BY 1
                    UNTIL AD-IDX > ADVISOR-COUNT
                PERFORM WRITE-ADVISOR-SECTION
            END-PERFORM.
            IF UNASSIGNED-COUNT > ZERO
                MOVE SPACES TO CASELOAD-RECORD
                WRITE CASELOAD-RECORD
                WRITE CASELOAD-RECORD FROM ACR-UNASSIGNED-LINE
                WRITE CASELOAD-RECORD FROM ACR-COLUMNS
                WRITE CASELOAD-RECORD FROM ACR-DASH
                MOVE ZERO TO LOOKUP-SLOT
                PERFORM WRITE-ACTION-LINES
            END-IF.
            WRITE CASELOAD-RECORD FROM ACR-RULE.
            MOVE "Students to call" TO ACR-COUNT-TEXT.
            MOVE TO-CALL-COUNT TO ACR-COUNT.
            WRITE CASELOAD-RECORD FROM ACR-COUNT-LINE.
            MOVE "  contacted this term" TO ACR-COUNT-TEXT.
            MOVE CONTACTED-COUNT TO ACR-COUNT.
            WRITE CASELOAD-RECORD FROM ACR-COUNT-LINE.
            MOVE "  not contacted" TO ACR-COUNT-TEXT.
            MOVE UNCONTACTED-COUNT TO ACR-COUNT.
            WRITE CASELOAD-RECORD FROM ACR-COUNT-LINE.
            MOVE "  with no advisor on file" TO ACR-COUNT-TEXT.
            MOVE UNASSIGNED-COUNT TO ACR-COUNT.
            WRITE CASELOAD-RECORD FROM ACR-COUNT-LINE.
            MOVE "  with an inactive advisor" TO ACR-COUNT-TEXT.
            MOVE REASSIGN-COUNT TO ACR-COUNT.
            WRITE CASELOAD-RECORD FROM ACR-COUNT-LINE.
            CLOSE CASELOAD-FILE.
       WRITE-ADVISOR-SECTION.
            MOVE SPACES TO CASELOAD-RECORD.
            WRITE CASELOAD-RECORD.
            MOVE AD-ADVISOR-ID(AD-IDX) TO ACR-ADVISOR-ID.
            MOVE AD-NAME(AD-IDX)       TO ACR-ADVISOR-NAME.
            MOVE AD-DEPT(AD-IDX)       TO ACR-DEPT.
            IF AD-STATUS(AD-IDX) = 'A'
                MOVE SPACES TO ACR-INACTIVE
            ELSE
                MOVE "INACTIVE - REASSIGN" TO ACR-INACTIVE
            END-IF.
            WRITE CASELOAD-RECORD FROM ACR-ADVISOR-LINE.
            MOVE AD-ASSIGNED(AD-IDX)   TO ACR-ASSIGNED.
            MOVE AD-DEANS(AD-IDX)      TO ACR-DEANS.
            MOVE AD-GOOD(AD-IDX)       TO ACR-GOOD.
            MOVE AD-PROBATION(AD-IDX)  TO ACR-PROBATION.
            MOVE AD-DROPPED(AD-IDX)    TO ACR-DROPPED.
            WRITE CASELOAD-RECORD FROM ACR-CASELOAD-LINE.
            MOVE AD-TO-CALL(AD-IDX)     TO ACR-TO-CALL.
            MOVE AD-UNCONTACTED(AD-IDX) TO ACR-UNCONTACTED.
            WRITE CASELOAD-RECORD FROM ACR-CALL-LINE.
            IF AD-TO-CALL(AD-IDX) = ZERO
                WRITE CASELOAD-RECORD FROM ACR-NONE-LINE
            ELSE
                WRITE CASELOAD-RECORD FROM ACR-COLUMNS
                WRITE CASELOAD-RECORD FROM ACR-DASH
                SET LOOKUP-SLOT TO AD-IDX
                PERFORM WRITE-ACTION-LINES
            END-IF.
       WRITE-ACTION-LINES.
      * the students to call whose advisor slot is LOOKUP-SLOT -
      * zero lists the unassigned ones.
            PERFORM VARYING XT-IDX FROM 1 BY 1
                    UNTIL XT-IDX > EXTRACT-COUNT
                IF XT-TO-CALL(XT-IDX) = 'Y'
                        AND XT-AD-SLOT(XT-IDX) = LOOKUP-SLOT
                    PERFORM WRITE-ACTION-LINE
                END-IF
            END-PERFORM.
       WRITE-ACTION-LINE.
            MOVE XT-STU-ID(XT-IDX) TO ACR-STU-ID.
            MOVE XT-NAME(XT-IDX)   TO ACR-NAME.
            EVALUATE XT-STANDING(XT-IDX)
                WHEN 'D'
                    MOVE "DEAN'S"    TO ACR-STANDING
                WHEN 'G'
                    MOVE "GOOD"      TO ACR-STANDING
                WHEN 'P'
                    MOVE "PROBATION" TO ACR-STANDING
                WHEN OTHER
                    MOVE SPACES      TO ACR-STANDING
            END-EVALUATE.
            IF XT-DROPPED(XT-IDX) = 'Y'
                MOVE "*DROPPED*" TO ACR-DROPPED-MARK
            ELSE
                MOVE SPACES TO ACR-DROPPED-MARK
            END-IF.
            MOVE SPACES TO ACR-CONTACT.
            IF XT-CONTACT-DATE(XT-IDX) = SPACES
                IF LOOKUP-SLOT = ZERO
                        AND XT-ADVISOR(XT-IDX) NOT = SPACES
                    STRING "NOT CONTACTED - ADV "
                        DELIMITED BY SIZE
                        XT-ADVISOR(XT-IDX) DELIMITED BY SIZE
                        INTO ACR-CONTACT
                    END-STRING
                ELSE
                    MOVE "NOT CONTACTED" TO ACR-CONTACT
                END-IF
            ELSE
                MOVE XT-CONTACT-DATE(XT-IDX) TO ACR-CONTACT(1:8)
                EVALUATE XT-OUTCOME(XT-IDX)
                    WHEN 'M'
                        MOVE "MET"          TO ACR-CONTACT(10:15)
                    WHEN 'L'
                        MOVE "LEFT MESSAGE" TO ACR-CONTACT(10:15)
                    WHEN 'N'
                        MOVE "NO RESPONSE"  TO ACR-CONTACT(10:15)
                    WHEN 'R'
                        MOVE "REFERRED"     TO ACR-CONTACT(10:15)
                END-EVALUATE
            END-IF.
            WRITE CASELOAD-RECORD FROM ACR-DETAIL.
       END PROGRAM ADVISOR-CASELOAD.
