      ******************************************************************
      * Author:
      * Date:
      * Purpose: Class attendance, so exam eligibility stops being
      *          settled from an instructor's paper register. One run
      *          takes one class session: the course code and term
      *          entered must match the class roster list the roster
      *          run (roster) last produced (scoreskel.txt - the
      *          course header and one row per verified student), and
      *          the session date must be a good date, not in the
      *          future, and a business day on the date services
      *          calendar (DATESRV - weekends and holidays.txt dates
      *          are refused). The absent students are keyed by ID
      *          against that roster; every roster student is then
      *          appended to attendance.txt as (P)resent or (A)bsent
      *          for the session, and a session already on file for
      *          the course, term and date is refused. After the
      *          session is saved the absences for the course and
      *          term are recounted against the limits on
      *          attparm.txt (barred at, warned from - default 6 and
      *          4 absences): students approaching the limit, and
      *          those at or over it, are listed on the warning
      *          report (attwarn.txt), and the course's rows on the
      *          exam bar list (attbarred.txt) are rebuilt so the
      *          grader rejects a barred student's scores.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS-ATTENDANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-LIST-FILE ASSIGN TO "scoreskel.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROSTER-LIST-STATUS.
           SELECT ATT-PARM-FILE ASSIGN TO "attparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ATT-PARM-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO "attendance.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ATTENDANCE-STATUS.
           SELECT WARNING-FILE ASSIGN TO "attwarn.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WARNING-FILE-STATUS.
           SELECT BAR-LIST-FILE ASSIGN TO "attbarred.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BAR-LIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ROSTER-LIST-FILE.
       01 ROSTER-LIST-RECORD.
           05 RL-STU-ID    PIC 9(10).
           05 RL-NAME      PIC X(10).
           05 RL-SCORE-1   PIC 99.
           05 RL-SCORE-2   PIC 99.
       01 ROSTER-HEADER-RECORD REDEFINES ROSTER-LIST-RECORD.
           05 RLH-TYPE      PIC X(1).
           05 RLH-COURSE    PIC X(8).
           05 RLH-TERM      PIC X(6).
           05 RLH-WEIGHT-1  PIC 9V99.
           05 RLH-WEIGHT-2  PIC 9V99.
           05 RLH-SCALE-SET PIC X(1).
       FD ATT-PARM-FILE.
       01 ATT-PARM-RECORD.
           05 AP-BAR-AT     PIC 9(2).
           05 AP-WARN-AT    PIC 9(2).
       FD ATTENDANCE-FILE.
       COPY ATTEND.
       FD WARNING-FILE.
       01 WARNING-RECORD PIC X(80).
       FD BAR-LIST-FILE.
       COPY ATTBAR.
       WORKING-STORAGE SECTION.
       COPY DATEREQ.
       01 ROSTER-LIST-STATUS     PIC X(2).
       01 ATT-PARM-STATUS        PIC X(2).
       01 ATTENDANCE-STATUS      PIC X(2).
       01 WARNING-FILE-STATUS    PIC X(2).
       01 BAR-LIST-STATUS        PIC X(2).
       01 EOF-FLAG               PIC X(1) VALUE 'N'.
           88 END-OF-FILE                 VALUE 'Y'.
       01 SESSION-COURSE         PIC X(8).
       01 SESSION-TERM           PIC X(6).
       01 SESSION-DATE-X         PIC X(8).
       01 SESSION-DATE-N REDEFINES SESSION-DATE-X PIC 9(8).
       01 DATE-REJECT-REASON     PIC X(45) VALUE SPACES.
       01 BAR-AT                 PIC 9(2) VALUE 6.
       01 WARN-AT                PIC 9(2) VALUE 4.
       01 CONFIRM-ANSWER         PIC X(1).
       01 ROSTER-HEADER-FLAG     PIC X(1) VALUE 'N'.
           88 ROSTER-HEADER-READ          VALUE 'Y'.
       01 ROSTER-COUNT           PIC 9(3) VALUE ZERO.
       01 ROSTER-TABLE.
           05 ROSTER-ENTRY OCCURS 300 TIMES INDEXED BY RO-IDX.
               10 RO-STU-ID    PIC 9(10).
               10 RO-NAME      PIC X(10).
               10 RO-ABSENT    PIC X(1).
               10 RO-SESSIONS  PIC 9(3).
               10 RO-ABSENCES  PIC 9(3).
       01 KEPT-BAR-COUNT         PIC 9(3) VALUE ZERO.
       01 KEPT-BAR-TABLE.
           05 KEPT-BAR-ENTRY OCCURS 500 TIMES INDEXED BY KB-IDX.
               10 KB-RECORD    PIC X(35).
       01 WORK-FIELDS.
           05 ABSENT-ID-IN      PIC X(10).
           05 ABSENT-ID-N REDEFINES ABSENT-ID-IN PIC 9(10).
           05 ENTRY-DONE-FLAG   PIC X(1).
               88 ENTRY-IS-DONE          VALUE 'Y'.
           05 RO-FOUND-FLAG     PIC X(1).
               88 RO-SLOT-FOUND          VALUE 'Y'.
           05 SESSION-FOUND-FLAG PIC X(1) VALUE 'N'.
               88 SESSION-ON-FILE        VALUE 'Y'.
       01 RUN-COUNTS.
           05 ABSENT-COUNT      PIC 9(3) VALUE ZERO.
           05 WARNED-COUNT      PIC 9(3) VALUE ZERO.
           05 BARRED-COUNT      PIC 9(3) VALUE ZERO.
           05 SESSION-COUNT     PIC 9(3) VALUE ZERO.
       01 TODAY-X                PIC X(8).
       01 TODAY-N REDEFINES TODAY-X PIC 9(8).
       01 RUN-DATE-RAW.
           05 RUN-YY PIC 99.
           05 RUN-MM PIC 99.
           05 RUN-DD PIC 99.
       01 WARNING-LINES.
           05 AWR-RULE.
               10 FILLER PIC X(70) VALUE ALL "=".
           05 AWR-TITLE.
               10 FILLER       PIC X(21) VALUE
                   "ATTENDANCE WARNINGS  ".
               10 AWR-COURSE   PIC X(8).
               10 FILLER       PIC X(7)  VALUE "  term ".
               10 AWR-TERM     PIC X(6).
               10 FILLER       PIC X(16) VALUE "  after session ".
               10 AWR-DATE     PIC X(8).
           05 AWR-LIMITS.
               10 FILLER       PIC X(10) VALUE "Barred at ".
               10 AWR-BAR-AT   PIC Z9.
               10 FILLER       PIC X(25) VALUE
                   " absence(s), warned from ".
               10 AWR-WARN-AT  PIC Z9.
               10 FILLER       PIC X(1)  VALUE ".".
           05 AWR-COLUMNS.
               10 FILLER PIC X(12) VALUE "STUDENT ID".
               10 FILLER PIC X(12) VALUE "NAME".
               10 FILLER PIC X(10) VALUE "SESSIONS".
               10 FILLER PIC X(10) VALUE "ABSENCES".
               10 FILLER PIC X(26) VALUE "STATUS".
           05 AWR-DETAIL.
               10 AWR-STU-ID   PIC 9(10).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 AWR-NAME     PIC X(10).
               10 FILLER       PIC X(5)  VALUE SPACE.
               10 AWR-SESSIONS PIC ZZ9.
               10 FILLER       PIC X(7)  VALUE SPACE.
               10 AWR-ABSENCES PIC ZZ9.
               10 FILLER       PIC X(4)  VALUE SPACE.
               10 AWR-STATUS   PIC X(30).
           05 AWR-NONE-LINE.
               10 FILLER       PIC X(45) VALUE
                   "No student is approaching the absence limit.".
           05 AWR-COUNT-LINE.
               10 AWR-COUNT-TEXT PIC X(36).
               10 AWR-COUNT      PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT RUN-DATE-RAW FROM DATE.
            MOVE "20"   TO TODAY-X(1:2).
            MOVE RUN-YY TO TODAY-X(3:2).
            MOVE RUN-MM TO TODAY-X(5:2).
            MOVE RUN-DD TO TODAY-X(7:2).
            DISPLAY "Course code: ".
            ACCEPT SESSION-COURSE.
            DISPLAY "Term: ".
            ACCEPT SESSION-TERM.
            IF SESSION-COURSE = SPACES
                DISPLAY "No course entered - no session taken."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-CLASS-ROSTER.
            IF ROSTER-COUNT = ZERO
                DISPLAY "The class roster for " SESSION-COURSE
                    " term " SESSION-TERM " lists no students - "
                    "no session taken."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "Session date (YYYYMMDD): ".
            ACCEPT SESSION-DATE-X.
            PERFORM VALIDATE-SESSION-DATE.
            IF DATE-REJECT-REASON NOT = SPACES
                DISPLAY "No session taken - session date "
                    SESSION-DATE-X " " DATE-REJECT-REASON
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CHECK-SESSION-ON-FILE.
            IF SESSION-ON-FILE
                DISPLAY "Attendance for " SESSION-COURSE " term "
                    SESSION-TERM " on " SESSION-DATE-X
                    " is already on attendance.txt - not taken "
                    "twice."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-ATTENDANCE-PARMS.
            PERFORM ENTER-ABSENCES.
            DISPLAY "Record the " SESSION-DATE-X " session for "
                ROSTER-COUNT " student(s), " ABSENT-COUNT
                " absent? (Y/N): ".
            ACCEPT CONFIRM-ANSWER.
            IF CONFIRM-ANSWER NOT = 'Y'
                    AND CONFIRM-ANSWER NOT = 'y'
                DISPLAY "Session abandoned - nothing changed."
                MOVE ZERO TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM WRITE-SESSION.
            PERFORM TALLY-ATTENDANCE.
            PERFORM WRITE-WARNING-REPORT.
            PERFORM REBUILD-BAR-LIST.
            DISPLAY "Attendance taken - " ROSTER-COUNT
                " student(s), " ABSENT-COUNT " absent; "
                SESSION-COUNT " session(s) on file for the course.".
            DISPLAY "Approaching the limit " WARNED-COUNT
                ", barred from exams " BARRED-COUNT
                " - see attwarn.txt.".
            IF WARNED-COUNT > ZERO OR BARRED-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF.
            STOP RUN.
       LOAD-CLASS-ROSTER.
      * the roster run's skeleton is the class list - its course
      * header has to be the course and term being taken, or the
      * list is some other class's.
            OPEN INPUT ROSTER-LIST-FILE.
            IF ROSTER-LIST-STATUS NOT = "00"
                DISPLAY "scoreskel.txt not found - run the class "
                    "roster (roster) for " SESSION-COURSE " first."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ ROSTER-LIST-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF NOT ROSTER-HEADER-READ
                            PERFORM CHECK-ROSTER-HEADER
                        ELSE
                            PERFORM ADD-ROSTER-STUDENT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ROSTER-LIST-FILE.
            MOVE 'N' TO EOF-FLAG.
       CHECK-ROSTER-HEADER.
            SET ROSTER-HEADER-READ TO TRUE.
            IF RLH-TYPE NOT = 'C'
                    OR RLH-COURSE NOT = SESSION-COURSE
                    OR RLH-TERM NOT = SESSION-TERM
                DISPLAY "scoreskel.txt is not the roster for "
                    SESSION-COURSE " term " SESSION-TERM
                    " - run the class roster (roster) for it first."
                CLOSE ROSTER-LIST-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
       ADD-ROSTER-STUDENT.
            IF ROSTER-COUNT < 300
                ADD 1 TO ROSTER-COUNT
                SET RO-IDX TO ROSTER-COUNT
                MOVE RL-STU-ID TO RO-STU-ID(RO-IDX)
                MOVE RL-NAME   TO RO-NAME(RO-IDX)
                MOVE 'N'       TO RO-ABSENT(RO-IDX)
                MOVE ZERO      TO RO-SESSIONS(RO-IDX)
                MOVE ZERO      TO RO-ABSENCES(RO-IDX)
            ELSE
                DISPLAY "Roster table full - student left off: "
                    RL-STU-ID
            END-IF.
       VALIDATE-SESSION-DATE.
      * a good date, not ahead of today, and a day the school is
      * open - the date services calendar knows the weekends and
      * the holidays.txt dates.
            MOVE SPACES TO DATE-REJECT-REASON.
            MOVE "VAL " TO DS-FUNCTION.
            MOVE SESSION-DATE-X TO DS-DATE-1-X.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS NOT = 'Y'
                MOVE "is not a valid date" TO DATE-REJECT-REASON
            ELSE
                IF SESSION-DATE-N > TODAY-N
                    MOVE "is in the future" TO DATE-REJECT-REASON
                ELSE
                    MOVE "BDAY" TO DS-FUNCTION
                    MOVE SESSION-DATE-X TO DS-DATE-1-X
                    CALL "DATESRV" USING DS-REQUEST
                    IF DS-STATUS NOT = 'Y' OR DS-RESULT = ZERO
                        MOVE "falls on a weekend or a holiday"
                            TO DATE-REJECT-REASON
                    END-IF
                END-IF
            END-IF.
       CHECK-SESSION-ON-FILE.
            OPEN INPUT ATTENDANCE-FILE.
            IF ATTENDANCE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE OR SESSION-ON-FILE
                    READ ATTENDANCE-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF AT-COURSE = SESSION-COURSE
                                    AND AT-TERM = SESSION-TERM
                                    AND AT-DATE = SESSION-DATE-X
                                SET SESSION-ON-FILE TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ATTENDANCE-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
       LOAD-ATTENDANCE-PARMS.
      * a limit pair that does not make sense (nothing to bar at, or
      * warning from at or past the bar) leaves the defaults.
            OPEN INPUT ATT-PARM-FILE.
            IF ATT-PARM-STATUS = "00"
                READ ATT-PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF AP-BAR-AT IS NUMERIC
                                AND AP-WARN-AT IS NUMERIC
                                AND AP-BAR-AT > ZERO
                                AND AP-WARN-AT < AP-BAR-AT
                            MOVE AP-BAR-AT  TO BAR-AT
                            MOVE AP-WARN-AT TO WARN-AT
                        ELSE
                            DISPLAY "attparm.txt limits not usable "
                                "- barred at " BAR-AT
                                ", warned from " WARN-AT "."
                        END-IF
                END-READ
                CLOSE ATT-PARM-FILE
            END-IF.
       ENTER-ABSENCES.
            DISPLAY "Absent student IDs, one per line (blank "
                "to finish): ".
            MOVE 'N' TO ENTRY-DONE-FLAG.
            PERFORM UNTIL ENTRY-IS-DONE
                MOVE SPACES TO ABSENT-ID-IN
                ACCEPT ABSENT-ID-IN
                IF ABSENT-ID-IN = SPACES
                    SET ENTRY-IS-DONE TO TRUE
                ELSE
                    PERFORM MARK-ONE-ABSENT
                END-IF
            END-PERFORM.
       MARK-ONE-ABSENT.
            MOVE 'N' TO RO-FOUND-FLAG.
            IF ABSENT-ID-IN IS NUMERIC
                PERFORM VARYING RO-IDX FROM 1 BY 1
                        UNTIL RO-IDX > ROSTER-COUNT
                            OR RO-SLOT-FOUND
                    IF RO-STU-ID(RO-IDX) = ABSENT-ID-N
                        SET RO-SLOT-FOUND TO TRUE
                    END-IF
                END-PERFORM
            END-IF.
            IF NOT RO-SLOT-FOUND
                DISPLAY "  " ABSENT-ID-IN " is not on the class "
                    "roster - re-enter."
            ELSE
                SET RO-IDX DOWN BY 1
                IF RO-ABSENT(RO-IDX) = 'Y'
                    DISPLAY "  " ABSENT-ID-IN " already marked "
                        "absent."
                ELSE
                    MOVE 'Y' TO RO-ABSENT(RO-IDX)
                    ADD 1 TO ABSENT-COUNT
                END-IF
            END-IF.
       WRITE-SESSION.
            OPEN EXTEND ATTENDANCE-FILE.
            IF ATTENDANCE-STATUS = "05" OR ATTENDANCE-STATUS = "35"
                OPEN OUTPUT ATTENDANCE-FILE
            END-IF.
            IF ATTENDANCE-STATUS NOT = "00"
                DISPLAY "Unable to open attendance.txt - status "
                    ATTENDANCE-STATUS " - session not recorded."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM VARYING RO-IDX FROM 1 BY 1
                    UNTIL RO-IDX > ROSTER-COUNT
                MOVE SPACES            TO ATTENDANCE-RECORD
                MOVE SESSION-COURSE    TO AT-COURSE
                MOVE SESSION-TERM      TO AT-TERM
                MOVE SESSION-DATE-X    TO AT-DATE
                MOVE RO-STU-ID(RO-IDX) TO AT-STU-ID
                IF RO-ABSENT(RO-IDX) = 'Y'
                    SET AT-ABSENT TO TRUE
                ELSE
                    SET AT-PRESENT TO TRUE
                END-IF
                WRITE ATTENDANCE-RECORD
            END-PERFORM.
            CLOSE ATTENDANCE-FILE.
       TALLY-ATTENDANCE.
      * every session on file for the course and term counts, the
      * one just taken included; rows for students no longer on the
      * roster are passed over.
            OPEN INPUT ATTENDANCE-FILE.
            IF ATTENDANCE-STATUS NOT = "00"
                DISPLAY "attendance.txt not readable - status "
                    ATTENDANCE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ ATTENDANCE-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF AT-COURSE = SESSION-COURSE
                                AND AT-TERM = SESSION-TERM
                            PERFORM COUNT-ONE-ATTENDANCE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ATTENDANCE-FILE.
            MOVE 'N' TO EOF-FLAG.
            PERFORM VARYING RO-IDX FROM 1 BY 1
                    UNTIL RO-IDX > ROSTER-COUNT
                IF RO-SESSIONS(RO-IDX) > SESSION-COUNT
                    MOVE RO-SESSIONS(RO-IDX) TO SESSION-COUNT
                END-IF
            END-PERFORM.
       COUNT-ONE-ATTENDANCE.
            MOVE 'N' TO RO-FOUND-FLAG.
            PERFORM VARYING RO-IDX FROM 1 BY 1
                    UNTIL RO-IDX > ROSTER-COUNT
                        OR RO-SLOT-FOUND
                IF RO-STU-ID(RO-IDX) = AT-STU-ID
                    SET RO-SLOT-FOUND TO TRUE
                    ADD 1 TO RO-SESSIONS(RO-IDX)
                    IF AT-ABSENT
                        ADD 1 TO RO-ABSENCES(RO-IDX)
                    END-IF
                END-IF
            END-PERFORM.
       WRITE-WARNING-REPORT.
            OPEN OUTPUT WARNING-FILE.
            IF WARNING-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open attwarn.txt - status "
                    WARNING-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            WRITE WARNING-RECORD FROM AWR-RULE.
            MOVE SESSION-COURSE TO AWR-COURSE.
            MOVE SESSION-TERM   TO AWR-TERM.
            MOVE SESSION-DATE-X TO AWR-DATE.
            WRITE WARNING-RECORD FROM AWR-TITLE.
            MOVE BAR-AT  TO AWR-BAR-AT.
            MOVE WARN-AT TO AWR-WARN-AT.
            WRITE WARNING-RECORD FROM AWR-LIMITS.
            WRITE WARNING-RECORD FROM AWR-RULE.
            WRITE WARNING-RECORD FROM AWR-COLUMNS.
            PERFORM VARYING RO-IDX FROM 1 BY 1
                    UNTIL RO-IDX > ROSTER-COUNT
                IF RO-ABSENCES(RO-IDX) NOT < WARN-AT
                    MOVE RO-STU-ID(RO-IDX)   TO AWR-STU-ID
                    MOVE RO-NAME(RO-IDX)     TO AWR-NAME
                    MOVE RO-SESSIONS(RO-IDX) TO AWR-SESSIONS
                    MOVE RO-ABSENCES(RO-IDX) TO AWR-ABSENCES
                    IF RO-ABSENCES(RO-IDX) NOT < BAR-AT
                        MOVE "BARRED - NO EXAMS" TO AWR-STATUS
                        ADD 1 TO BARRED-COUNT
                    ELSE
                        MOVE "APPROACHING THE LIMIT" TO AWR-STATUS
                        ADD 1 TO WARNED-COUNT
                    END-IF
                    WRITE WARNING-RECORD FROM AWR-DETAIL
                END-IF
            END-PERFORM.
            IF WARNED-COUNT = ZERO AND BARRED-COUNT = ZERO
                WRITE WARNING-RECORD FROM AWR-NONE-LINE
            END-IF.
            WRITE WARNING-RECORD FROM AWR-RULE.
            MOVE "Approaching the limit" TO AWR-COUNT-TEXT.
            MOVE WARNED-COUNT TO AWR-COUNT.
            WRITE WARNING-RECORD FROM AWR-COUNT-LINE.
            MOVE "Barred from exams" TO AWR-COUNT-TEXT.
            MOVE BARRED-COUNT TO AWR-COUNT.
            WRITE WARNING-RECORD FROM AWR-COUNT-LINE.
            CLOSE WARNING-FILE.
       REBUILD-BAR-LIST.
      * other courses' bars are carried over untouched; this
      * course's are replaced by the recount, so a bar follows the
      * attendance file rather than piling up.
            OPEN INPUT BAR-LIST-FILE.
            IF BAR-LIST-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ BAR-LIST-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF AB-COURSE NOT = SESSION-COURSE
                                    OR AB-TERM NOT = SESSION-TERM
                                PERFORM KEEP-ONE-BAR
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BAR-LIST-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
            OPEN OUTPUT BAR-LIST-FILE.
            IF BAR-LIST-STATUS NOT = "00"
                DISPLAY "Unable to open attbarred.txt - status "
                    BAR-LIST-STATUS " - exam bars not updated."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM VARYING KB-IDX FROM 1 BY 1
                    UNTIL KB-IDX > KEPT-BAR-COUNT
                MOVE KB-RECORD(KB-IDX) TO ATTENDANCE-BAR-RECORD
                WRITE ATTENDANCE-BAR-RECORD
            END-PERFORM.
            PERFORM VARYING RO-IDX FROM 1 BY 1
                    UNTIL RO-IDX > ROSTER-COUNT
                IF RO-ABSENCES(RO-IDX) NOT < BAR-AT
                    MOVE SPACES              TO ATTENDANCE-BAR-RECORD
                    MOVE RO-STU-ID(RO-IDX)   TO AB-STU-ID
                    MOVE SESSION-COURSE      TO AB-COURSE
                    MOVE SESSION-TERM        TO AB-TERM
                    MOVE RO-ABSENCES(RO-IDX) TO AB-ABSENCES
                    MOVE TODAY-X             TO AB-BAR-DATE
                    WRITE ATTENDANCE-BAR-RECORD
                END-IF
            END-PERFORM.
            CLOSE BAR-LIST-FILE.
       KEEP-ONE-BAR.
            IF KEPT-BAR-COUNT < 500
                ADD 1 TO KEPT-BAR-COUNT
                SET KB-IDX TO KEPT-BAR-COUNT
                MOVE ATTENDANCE-BAR-RECORD TO KB-RECORD(KB-IDX)
            ELSE
                DISPLAY "Bar list table full - bar dropped: "
                    AB-STU-ID " " AB-COURSE " " AB-TERM
            END-IF.
       END PROGRAM CLASS-ATTENDANCE.
