      *          student IDs are reported, not skipped silently.
      * Tectonics: cobc
      * Modifications:
      *   - Transcripts now carry credit-weighted GPA: each course
      *     line shows the credit hours the course catalog
      *     (coursecat.txt) gives it, and after the courses come a
      *     line per term and a cumulative line with credits
      *     attempted, credits earned (every graded course but an F)
      *     and GPA. The GPA line moves below them and shows the
      *     credit-weighted GPA, falling back to the stored STU-GPA
      *     only when no graded course is on file. A course missing
      *     from the catalog counts as 1.0 credit and is flagged on
      *     its line.
      *   - The students.txt record layout carries the student's
      *     program code at the end of the record.
      *   - A request for a student whose receivables account (linked
      *     on stuacct.txt by the tuition billing run) has an open
      *     item past its due date on aropen.txt is refused and
      *     logged to translog.txt with serial zero and the reason;
      *     the hold clears once the past-due items are paid.
      *   - The students.txt record layout carries the student's
      *     advisor code at the end of the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT-REQ.
           SELECT FULFILL-LOG-FILE ASSIGN TO "translog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FULFILL-LOG-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "coursecat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT STU-ACCT-FILE ASSIGN TO "stuacct.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STU-ACCT-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "aropen.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPEN-ITEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
           05 STU-FNAME PIC X(50).
           05 STU-LNAME PIC X(50).
           05 STU-GPA   PIC 9(1)V9(2).
           05 STU-PROGRAM PIC X(6).
           05 STU-ADVISOR PIC X(6).
       FD COURSE-GRADE-FILE.
       01 COURSE-GRADE-RECORD.
           05 CG-STU-ID  PIC 9(10).
           05 FL-STU-ID     PIC 9(10).
           05 FILLER        PIC X(1).
           05 FL-REQUESTOR  PIC X(20).
           05 FILLER        PIC X(1).
           05 FL-REMARK     PIC X(40).
       FD CATALOG-FILE.
       COPY COURSE.
       FD STU-ACCT-FILE.
       COPY STUACCT.
       FD OPEN-ITEM-FILE.
       COPY OPENITEM.
       WORKING-STORAGE SECTION.
       01 REQUEST-FILE-STATUS    PIC X(2).
       01 STUDENT-FILE-STATUS    PIC X(2).
       01 TRANSCRIPT-OUT-STATUS  PIC X(2).
       01 SERIAL-CTL-STATUS      PIC X(2).
       01 FULFILL-LOG-STATUS     PIC X(2).
       01 CATALOG-FILE-STATUS    PIC X(2).
       01 STU-ACCT-STATUS        PIC X(2).
       01 OPEN-ITEM-STATUS       PIC X(2).
       01 OUT-FILE-NAME          PIC X(20).
       01 EOF-FLAG               PIC X(1) VALUE 'N'.
           88 END-OF-FILE                 VALUE 'Y'.
           05 REQUEST-COUNT      PIC 9(4) VALUE ZERO.
           05 COPIES-ISSUED      PIC 9(4) VALUE ZERO.
           05 UNKNOWN-COUNT      PIC 9(4) VALUE ZERO.
           05 HELD-COUNT         PIC 9(4) VALUE ZERO.
       01 LOOKUP-FIELDS.
           05 LOOKUP-ID          PIC 9(10).
           05 STUDENT-FOUND-FLAG PIC X(1).
           05 FOUND-LNAME        PIC X(50).
           05 FOUND-GPA          PIC 9(1)V9(2).
           05 COPY-N             PIC 9(2).
       01 HOLD-FIELDS.
           05 HOLD-ACCT-NO       PIC 9(6).
           05 HOLD-FLAG          PIC X(1).
               88 ACCOUNT-ON-HOLD        VALUE 'Y'.
           05 PAST-DUE-AMOUNT    PIC 9(7)V9(2).
           05 PAST-DUE-SHOWN     PIC Z,ZZZ,ZZ9.99.
       01 CATALOG-LOADED-FLAG    PIC X(1) VALUE 'N'.
           88 CATALOG-IS-LOADED          VALUE 'Y'.
       01 CATALOG-COUNT          PIC 9(3) VALUE ZERO.
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 200 TIMES INDEXED BY CAT-IDX.
               10 CAT-COURSE  PIC X(8).
               10 CAT-CREDITS PIC 9(1)V9(1).
       01 CATALOG-LOOKUP-FIELDS.
           05 CAT-FOUND-FLAG     PIC X(1).
               88 COURSE-IN-CATALOG      VALUE 'Y'.
           05 ONE-COURSE-CREDITS PIC 9(1)V9(1).
       01 GPA-CALC-FIELDS.
           05 GPA-POINTS         PIC 9(4)V9(1).
           05 GPA-ATTEMPTED      PIC 9(3)V9(1).
           05 GPA-EARNED         PIC 9(3)V9(1).
           05 COMPUTED-GPA       PIC 9(1)V9(2).
           05 ONE-GRADE-POINTS   PIC 9(1).
           05 ONE-QUALITY-PTS    PIC 9(2)V9(1).
           05 GRADE-KNOWN-FLAG   PIC X(1).
               88 GRADE-IS-KNOWN         VALUE 'Y'.
       01 TERM-TOTAL-COUNT       PIC 9(2) VALUE ZERO.
       01 TERM-TOTAL-TABLE.
           05 TERM-TOTAL OCCURS 20 TIMES INDEXED BY TERM-IDX.
               10 TT-TERM       PIC X(6).
               10 TT-POINTS     PIC 9(4)V9(1).
               10 TT-ATTEMPTED  PIC 9(3)V9(1).
               10 TT-EARNED     PIC 9(3)V9(1).
       01 TERM-SLOT-FIELDS.
           05 TT-FOUND-FLAG      PIC X(1).
               88 TT-SLOT-FOUND          VALUE 'Y'.
           05 TT-SLOT            PIC 9(2).
       01 TODAY-X                PIC X(8).
       01 TODAY-N REDEFINES TODAY-X PIC 9(8).
       01 RUN-DATE-RAW.
           05 RUN-YY PIC 99.
           05 RUN-MM PIC 99.
               10 TRL-TERM     PIC X(6).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 TRL-GRADE    PIC X(1).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 TRL-CREDITS  PIC 9.9.
               10 TRL-NOTE     PIC X(20) VALUE SPACE.
           05 TRL-CREDIT-LINE.
               10 FILLER       PIC X(4)  VALUE SPACE.
               10 TRL-CR-LABEL.
                   15 TRL-CR-LABEL-TEXT PIC X(5).
                   15 TRL-CR-TERM       PIC X(6).
               10 FILLER       PIC X(12) VALUE "  ATTEMPTED ".
               10 TRL-ATTEMPTED PIC ZZ9.9.
               10 FILLER       PIC X(9)  VALUE "  EARNED ".
               10 TRL-EARNED   PIC ZZ9.9.
               10 FILLER       PIC X(6)  VALUE "  GPA ".
               10 TRL-TERM-GPA PIC 9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT RUN-DATE-RAW FROM DATE.
            MOVE RUN-MM TO TODAY-X(5:2).
            MOVE RUN-DD TO TODAY-X(7:2).
            PERFORM LOAD-SERIAL-CONTROL.
            PERFORM LOAD-COURSE-CATALOG.
            OPEN INPUT REQUEST-FILE.
            IF REQUEST-FILE-STATUS NOT = "00"
                DISPLAY "transreq.txt not found - no transcript "
            PERFORM SAVE-SERIAL-CONTROL.
            DISPLAY "Transcript run complete - requests "
                REQUEST-COUNT " copies issued " COPIES-ISSUED
                " unknown IDs " UNKNOWN-COUNT
                " held " HELD-COUNT ".".
            IF UNKNOWN-COUNT > ZERO OR HELD-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
                    " (for " TR-REQUESTOR ") is not on "
                    "students.txt."
            ELSE
                PERFORM CHECK-ACCOUNT-HOLD
            END-IF.
            IF STUDENT-IS-KNOWN AND ACCOUNT-ON-HOLD
                ADD 1 TO HELD-COUNT
                MOVE PAST-DUE-AMOUNT TO PAST-DUE-SHOWN
                DISPLAY "REQUEST REFUSED - student " TR-STU-ID
                    " (for " TR-REQUESTOR ") - account "
                    HOLD-ACCT-NO " has " PAST-DUE-SHOWN
                    " past due; transcript held."
                PERFORM LOG-REFUSED-REQUEST
            END-IF.
            IF STUDENT-IS-KNOWN AND NOT ACCOUNT-ON-HOLD
                IF TR-COPIES IS NOT NUMERIC OR TR-COPIES = ZERO
                    MOVE 1 TO COPY-N
                    PERFORM ISSUE-ONE-COPY
                        UNTIL COPY-N > TR-COPIES
                END-IF
            END-IF.
       CHECK-ACCOUNT-HOLD.
      * a student linked to a receivables account is held while any
      * open item on it is past its due date; paying the item (or
      * crediting it) clears the hold.
            MOVE 'N'  TO HOLD-FLAG.
            MOVE ZERO TO HOLD-ACCT-NO.
            MOVE ZERO TO PAST-DUE-AMOUNT.
            OPEN INPUT STU-ACCT-FILE.
            IF STU-ACCT-STATUS = "00"
                MOVE 'N' TO EOF-FLAG
                PERFORM UNTIL END-OF-FILE
                    READ STU-ACCT-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF SA-STU-ID = LOOKUP-ID
                                MOVE SA-ACCT-NO TO HOLD-ACCT-NO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STU-ACCT-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
            IF HOLD-ACCT-NO NOT = ZERO
                OPEN INPUT OPEN-ITEM-FILE
                IF OPEN-ITEM-STATUS = "00"
                    PERFORM UNTIL END-OF-FILE
                        READ OPEN-ITEM-FILE
                            AT END
                                SET END-OF-FILE TO TRUE
                            NOT AT END
                                IF OI-ACCT-NO = HOLD-ACCT-NO
                                        AND OI-IS-OPEN
                                        AND OI-OPEN-AMOUNT > ZERO
                                        AND OI-DUE-DATE < TODAY-N
                                    SET ACCOUNT-ON-HOLD TO TRUE
                                    ADD OI-OPEN-AMOUNT
                                        TO PAST-DUE-AMOUNT
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE OPEN-ITEM-FILE
                    MOVE 'N' TO EOF-FLAG
                END-IF
            END-IF.
       FIND-STUDENT.
            MOVE 'N' TO STUDENT-FOUND-FLAG.
            OPEN INPUT STUDENT-FILE.
                MOVE FOUND-FNAME(1:15) TO TRL-FNAME
                MOVE FOUND-LNAME(1:15) TO TRL-LNAME
                WRITE TRANSCRIPT-OUT-RECORD FROM TRL-STUDENT-LINE
                MOVE ZERO TO GPA-POINTS
                MOVE ZERO TO GPA-ATTEMPTED
                MOVE ZERO TO GPA-EARNED
                MOVE ZERO TO TERM-TOTAL-COUNT
                PERFORM WRITE-HISTORY-COURSES
                PERFORM WRITE-LIVE-COURSES
                PERFORM WRITE-CREDIT-TOTALS
                WRITE TRANSCRIPT-OUT-RECORD FROM TRL-RULE
                CLOSE TRANSCRIPT-OUT-FILE
                PERFORM LOG-ONE-SERIAL
                                MOVE GH-COURSE TO TRL-COURSE
                                MOVE GH-TERM   TO TRL-TERM
                                MOVE GH-GRADE  TO TRL-GRADE
                                PERFORM WRITE-ONE-COURSE-LINE
                            END-IF
                    END-READ
                END-PERFORM
                                MOVE CG-COURSE TO TRL-COURSE
                                MOVE CG-TERM   TO TRL-TERM
                                MOVE CG-GRADE  TO TRL-GRADE
                                PERFORM WRITE-ONE-COURSE-LINE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COURSE-GRADE-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
       LOAD-COURSE-CATALOG.
            OPEN INPUT CATALOG-FILE.
            IF CATALOG-FILE-STATUS = "00"
                SET CATALOG-IS-LOADED TO TRUE
                MOVE 'N' TO EOF-FLAG
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
       WRITE-ONE-COURSE-LINE.
      * the course's credit hours come from the catalog; one
      * missing from it counts as 1.0 credit and is flagged.
            MOVE 'N' TO CAT-FOUND-FLAG.
            MOVE 1.0 TO ONE-COURSE-CREDITS.
            PERFORM VARYING CAT-IDX FROM 1 BY 1
                    UNTIL CAT-IDX > CATALOG-COUNT
                        OR COURSE-IN-CATALOG
                IF CAT-COURSE(CAT-IDX) = TRL-COURSE
                    SET COURSE-IN-CATALOG TO TRUE
                    MOVE CAT-CREDITS(CAT-IDX) TO ONE-COURSE-CREDITS
                END-IF
            END-PERFORM.
            MOVE ONE-COURSE-CREDITS TO TRL-CREDITS.
            IF CATALOG-IS-LOADED AND NOT COURSE-IN-CATALOG
                MOVE "  * NOT IN CATALOG" TO TRL-NOTE
            ELSE
                MOVE SPACES TO TRL-NOTE
            END-IF.
            WRITE TRANSCRIPT-OUT-RECORD FROM TRL-COURSE-LINE.
            PERFORM TALLY-CREDITS.
       TALLY-CREDITS.
      * points are weighted by the course's credit hours; every
      * graded course is attempted, all but an F are earned.
            MOVE 'Y' TO GRADE-KNOWN-FLAG.
            EVALUATE TRL-GRADE
                WHEN 'A' MOVE 4 TO ONE-GRADE-POINTS
                WHEN 'B' MOVE 3 TO ONE-GRADE-POINTS
                WHEN 'C' MOVE 2 TO ONE-GRADE-POINTS
                WHEN 'D' MOVE 1 TO ONE-GRADE-POINTS
                WHEN 'F' MOVE 0 TO ONE-GRADE-POINTS
                WHEN OTHER
                    MOVE 'N' TO GRADE-KNOWN-FLAG
            END-EVALUATE.
            IF GRADE-IS-KNOWN
                MULTIPLY ONE-GRADE-POINTS BY ONE-COURSE-CREDITS
                    GIVING ONE-QUALITY-PTS
                ADD ONE-QUALITY-PTS    TO GPA-POINTS
                ADD ONE-COURSE-CREDITS TO GPA-ATTEMPTED
                IF TRL-GRADE NOT = 'F'
                    ADD ONE-COURSE-CREDITS TO GPA-EARNED
                END-IF
                PERFORM FIND-TERM-SLOT
                IF TT-SLOT-FOUND
                    ADD ONE-QUALITY-PTS    TO TT-POINTS(TERM-IDX)
                    ADD ONE-COURSE-CREDITS TO TT-ATTEMPTED(TERM-IDX)
                    IF TRL-GRADE NOT = 'F'
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
                IF TT-TERM(TERM-IDX) = TRL-TERM
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
                    MOVE TRL-TERM TO TT-TERM(TERM-IDX)
                    MOVE ZERO TO TT-POINTS(TERM-IDX)
                    MOVE ZERO TO TT-ATTEMPTED(TERM-IDX)
                    MOVE ZERO TO TT-EARNED(TERM-IDX)
                    SET TT-SLOT-FOUND TO TRUE
                END-IF
            END-IF.
       WRITE-CREDIT-TOTALS.
      * a line per term, the cumulative line, then the GPA - the
      * credit-weighted one from the courses above, or the stored
      * STU-GPA when no graded course is on file.
            PERFORM VARYING TERM-IDX FROM 1 BY 1
                    UNTIL TERM-IDX > TERM-TOTAL-COUNT
                MOVE "TERM "                TO TRL-CR-LABEL-TEXT
                MOVE TT-TERM(TERM-IDX)      TO TRL-CR-TERM
                MOVE TT-ATTEMPTED(TERM-IDX) TO TRL-ATTEMPTED
                MOVE TT-EARNED(TERM-IDX)    TO TRL-EARNED
                IF TT-ATTEMPTED(TERM-IDX) > ZERO
                    COMPUTE COMPUTED-GPA ROUNDED =
                        TT-POINTS(TERM-IDX) / TT-ATTEMPTED(TERM-IDX)
                ELSE
                    MOVE ZERO TO COMPUTED-GPA
                END-IF
                MOVE COMPUTED-GPA TO TRL-TERM-GPA
                WRITE TRANSCRIPT-OUT-RECORD FROM TRL-CREDIT-LINE
            END-PERFORM.
            IF GPA-ATTEMPTED > ZERO
                COMPUTE COMPUTED-GPA ROUNDED =
                    GPA-POINTS / GPA-ATTEMPTED
                MOVE "CUMULATIVE"  TO TRL-CR-LABEL
                MOVE GPA-ATTEMPTED TO TRL-ATTEMPTED
                MOVE GPA-EARNED    TO TRL-EARNED
                MOVE COMPUTED-GPA  TO TRL-TERM-GPA
                WRITE TRANSCRIPT-OUT-RECORD FROM TRL-CREDIT-LINE
                MOVE COMPUTED-GPA  TO TRL-GPA
            ELSE
                MOVE FOUND-GPA TO TRL-GPA
            END-IF.
            WRITE TRANSCRIPT-OUT-RECORD FROM TRL-GPA-LINE.
       LOG-ONE-SERIAL.
            OPEN EXTEND FULFILL-LOG-FILE.
            IF FULFILL-LOG-STATUS = "05"
                DISPLAY "Unable to open translog.txt - status "
                    FULFILL-LOG-STATUS " - serial not logged."
            END-IF.
       LOG-REFUSED-REQUEST.
      * a held request is logged with serial zero - no copy exists -
      * and the reason, so the registrar can answer the requestor.
            OPEN EXTEND FULFILL-LOG-FILE.
            IF FULFILL-LOG-STATUS = "05"
                    OR FULFILL-LOG-STATUS = "35"
                OPEN OUTPUT FULFILL-LOG-FILE
            END-IF.
            IF FULFILL-LOG-STATUS = "00"
                MOVE SPACES TO FULFILL-LOG-RECORD
                MOVE ZERO         TO FL-SERIAL
                MOVE TODAY-X      TO FL-DATE
                MOVE LOOKUP-ID    TO FL-STU-ID
                MOVE TR-REQUESTOR TO FL-REQUESTOR
                STRING "REFUSED - HOLD, ACCT " HOLD-ACCT-NO
                    " PAST DUE" DELIMITED BY SIZE
                    INTO FL-REMARK
                END-STRING
                WRITE FULFILL-LOG-RECORD
                CLOSE FULFILL-LOG-FILE
            ELSE
                DISPLAY "Unable to open translog.txt - status "
                    FULFILL-LOG-STATUS " - refusal not logged."
            END-IF.
       END PROGRAM TRANSCRIPT-REQ.
