      ******************************************************************
      * Author:
      * Date:
      * Purpose: Advisor outreach log entry, so a call to a student
      *          the standing run flagged is written down instead of
      *          remembered. One run records one contact: the advisor
      *          making it (an active advisor on advisors.txt), the
      *          student (on students.txt - a student assigned to
      *          another advisor is accepted, for cover, with a
      *          warning), the standing term the contact follows up
      *          (blank takes the term of the last standing run from
      *          standext.txt), the contact date (blank for today; a
      *          good date, not in the future), the outcome - (M)et
      *          or spoke with the student, (L)eft a message, (N)o
      *          response, (R)eferred to student support - and a
      *          short note. Once confirmed the contact is appended
      *          to outreach.txt, where the advisor caseload run
      *          (advcase) picks it up.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVISOR-OUTREACH.
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
       WORKING-STORAGE SECTION.
       COPY DATEREQ.
       01 ADVISOR-FILE-STATUS     PIC X(2).
       01 STUDENT-FILE-STATUS     PIC X(2).
       01 STANDING-EXTRACT-STATUS PIC X(2).
       01 OUTREACH-FILE-STATUS    PIC X(2).
       01 EOF-FLAG                PIC X(1) VALUE 'N'.
           88 END-OF-FILE                  VALUE 'Y'.
       01 ENTRY-FIELDS.
           05 ENTRY-ADVISOR       PIC X(6).
           05 ENTRY-ID-X          PIC X(10).
           05 ENTRY-ID-N REDEFINES ENTRY-ID-X PIC 9(10).
           05 ENTRY-TERM          PIC X(6).
           05 ENTRY-DATE-X        PIC X(8).
           05 ENTRY-DATE-N REDEFINES ENTRY-DATE-X PIC 9(8).
           05 ENTRY-OUTCOME       PIC X(1).
               88 ENTRY-OUTCOME-VALID      VALUE 'M' 'L' 'N' 'R'.
           05 ENTRY-NOTE          PIC X(40).
       01 CONFIRM-ANSWER          PIC X(1).
       01 LOOKUP-FIELDS.
           05 ADVISOR-FOUND-FLAG  PIC X(1) VALUE 'N'.
               88 ADVISOR-FOUND            VALUE 'Y'.
           05 ADVISOR-NAME        PIC X(30).
           05 ADVISOR-STATUS      PIC X(1).
           05 STUDENT-FOUND-FLAG  PIC X(1) VALUE 'N'.
               88 STUDENT-FOUND            VALUE 'Y'.
           05 STUDENT-NAME        PIC X(40).
           05 STUDENT-ADVISOR     PIC X(6).
           05 LAST-STANDING-TERM  PIC X(6) VALUE SPACES.
       01 DATE-REJECT-REASON      PIC X(30) VALUE SPACES.
       01 TODAY-X                 PIC X(8).
       01 TODAY-N REDEFINES TODAY-X PIC 9(8).
       01 RUN-DATE-RAW.
           05 RUN-YY PIC 99.
           05 RUN-MM PIC 99.
           05 RUN-DD PIC 99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT RUN-DATE-RAW FROM DATE.
            MOVE "20"   TO TODAY-X(1:2).
            MOVE RUN-YY TO TODAY-X(3:2).
            MOVE RUN-MM TO TODAY-X(5:2).
            MOVE RUN-DD TO TODAY-X(7:2).
            DISPLAY "Advisor code: ".
            ACCEPT ENTRY-ADVISOR.
            IF ENTRY-ADVISOR = SPACES
                DISPLAY "An advisor code is required - no contact "
                    "recorded."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM FIND-ADVISOR.
            IF NOT ADVISOR-FOUND
                DISPLAY "Advisor " ENTRY-ADVISOR " is not on "
                    "advisors.txt - no contact recorded."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF ADVISOR-STATUS NOT = 'A'
                DISPLAY "Advisor " ENTRY-ADVISOR " is inactive - "
                    "no contact recorded."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "Student ID (10 digits): ".
            ACCEPT ENTRY-ID-X.
            IF ENTRY-ID-X IS NOT NUMERIC
                DISPLAY "Student ID must be numeric - no contact "
                    "recorded."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM FIND-STUDENT.
            IF NOT STUDENT-FOUND
                DISPLAY "Student " ENTRY-ID-X " is not on "
                    "students.txt - no contact recorded."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "Student: " STUDENT-NAME.
            IF STUDENT-ADVISOR NOT = ENTRY-ADVISOR
                IF STUDENT-ADVISOR = SPACES
                    DISPLAY "Warning - the student has no advisor "
                        "assigned."
                ELSE
                    DISPLAY "Warning - the student is assigned to "
                        "advisor " STUDENT-ADVISOR "."
                END-IF
            END-IF.
            PERFORM LOAD-LAST-STANDING-TERM.
            IF LAST-STANDING-TERM = SPACES
                DISPLAY "Standing term: "
            ELSE
                DISPLAY "Standing term (blank for "
                    LAST-STANDING-TERM "): "
            END-IF.
            ACCEPT ENTRY-TERM.
            IF ENTRY-TERM = SPACES
                MOVE LAST-STANDING-TERM TO ENTRY-TERM
            END-IF.
            IF ENTRY-TERM = SPACES
                DISPLAY "No standing term entered and no standing "
                    "run on file - no contact recorded."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "Contact date (YYYYMMDD, blank for today): ".
            ACCEPT ENTRY-DATE-X.
            IF ENTRY-DATE-X = SPACES
                MOVE TODAY-X TO ENTRY-DATE-X
            END-IF.
            PERFORM VALIDATE-CONTACT-DATE.
            IF DATE-REJECT-REASON NOT = SPACES
                DISPLAY "No contact recorded - contact date "
                    ENTRY-DATE-X " " DATE-REJECT-REASON
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "Outcome - (M)et, (L)eft message, (N)o "
                "response, (R)eferred: ".
            ACCEPT ENTRY-OUTCOME.
            INSPECT ENTRY-OUTCOME CONVERTING "mlnr" TO "MLNR".
            IF NOT ENTRY-OUTCOME-VALID
                DISPLAY "Outcome must be M, L, N or R - no contact "
                    "recorded."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "Note: ".
            ACCEPT ENTRY-NOTE.
            DISPLAY "Record contact with " ENTRY-ID-X " on "
                ENTRY-DATE-X " for term " ENTRY-TERM
                ", outcome " ENTRY-OUTCOME "? (Y/N): ".
            ACCEPT CONFIRM-ANSWER.
            IF CONFIRM-ANSWER NOT = 'Y'
                    AND CONFIRM-ANSWER NOT = 'y'
                DISPLAY "Contact abandoned - nothing changed."
                MOVE ZERO TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM WRITE-OUTREACH-RECORD.
            DISPLAY "Contact recorded on outreach.txt for "
                ENTRY-ID-X " by " ADVISOR-NAME.
            MOVE ZERO TO RETURN-CODE.
            STOP RUN.
       FIND-ADVISOR.
            OPEN INPUT ADVISOR-FILE.
            IF ADVISOR-FILE-STATUS NOT = "00"
                DISPLAY "advisors.txt not found - no contact "
                    "recorded."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-FILE OR ADVISOR-FOUND
                READ ADVISOR-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF AV-ADVISOR-ID = ENTRY-ADVISOR
                            SET ADVISOR-FOUND TO TRUE
                            MOVE AV-NAME   TO ADVISOR-NAME
                            MOVE AV-STATUS TO ADVISOR-STATUS
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ADVISOR-FILE.
            MOVE 'N' TO EOF-FLAG.
       FIND-STUDENT.
            OPEN INPUT STUDENT-FILE.
            IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "students.txt not found - no contact "
                    "recorded."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-FILE OR STUDENT-FOUND
                READ STUDENT-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF STU-ID = ENTRY-ID-N
                            SET STUDENT-FOUND TO TRUE
                            MOVE SPACES TO STUDENT-NAME
                            STRING STU-FNAME DELIMITED BY "  "
                                " " DELIMITED BY SIZE
                                STU-LNAME DELIMITED BY "  "
                                INTO STUDENT-NAME
                            END-STRING
                            MOVE STU-ADVISOR TO STUDENT-ADVISOR
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE STUDENT-FILE.
            MOVE 'N' TO EOF-FLAG.
       LOAD-LAST-STANDING-TERM.
      * every record of the extract carries the term the standing
      * run reported, so the first one is enough.
            OPEN INPUT STANDING-EXTRACT-FILE.
            IF STANDING-EXTRACT-STATUS = "00"
                READ STANDING-EXTRACT-FILE
                    NOT AT END
                        MOVE SX-TERM TO LAST-STANDING-TERM
                END-READ
                CLOSE STANDING-EXTRACT-FILE
            END-IF.
       VALIDATE-CONTACT-DATE.
            MOVE SPACES TO DATE-REJECT-REASON.
            MOVE "VAL " TO DS-FUNCTION.
            MOVE ENTRY-DATE-X TO DS-DATE-1-X.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS NOT = 'Y'
                MOVE "is not a valid date" TO DATE-REJECT-REASON
            ELSE
                IF ENTRY-DATE-N > TODAY-N
                    MOVE "is in the future" TO DATE-REJECT-REASON
                END-IF
            END-IF.
       WRITE-OUTREACH-RECORD.
            OPEN EXTEND OUTREACH-FILE.
            IF OUTREACH-FILE-STATUS = "05"
                    OR OUTREACH-FILE-STATUS = "35"
                OPEN OUTPUT OUTREACH-FILE
            END-IF.
            IF OUTREACH-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open outreach.txt - status "
                    OUTREACH-FILE-STATUS " - contact not recorded."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES        TO OUTREACH-RECORD.
            MOVE ENTRY-ID-N    TO OR-STU-ID.
            MOVE ENTRY-ADVISOR TO OR-ADVISOR.
            MOVE ENTRY-TERM    TO OR-TERM.
            MOVE ENTRY-DATE-X  TO OR-DATE.
            MOVE ENTRY-OUTCOME TO OR-OUTCOME.
            MOVE ENTRY-NOTE    TO OR-NOTE.
            WRITE OUTREACH-RECORD.
            CLOSE OUTREACH-FILE.
       END PROGRAM ADVISOR-OUTREACH.
