      ******************************************************************
      * Author:
      * Date:
      * Purpose: Scholarship eligibility, run after the academic
      *          standing run so standing-based scholarships stop
      *          being decided by hand from standing.txt. Every active
      *          scholarship on the master (scholars.txt) is applied
      *          to every student on the standing extract
      *          (standext.txt): minimum term and cumulative score
      *          average, the standing required, and the minimum
      *          credits earned in the term. A student meeting every
      *          rule QUALIFIES; the holder of a renewable scholarship
      *          - approved for it in the last term it was awarded
      *          (schaward.txt) - either KEPT it or LOST it, with the
      *          first rule failed as the reason. A one-time
      *          scholarship already received is not awarded again.
      *          The listing goes to schelig.txt, and the term's
      *          qualifying and kept awards are written to
      *          schaward.txt as pending for the posting run
      *          (schpost) to approve - a re-run replaces the term's
      *          pending awards, never an approved one.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLARSHIP-ELIGIBILITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHOLARSHIP-FILE ASSIGN TO "scholars.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCHOLARSHIP-STATUS.
           SELECT STANDING-EXTRACT-FILE ASSIGN TO "standext.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STANDING-EXTRACT-STATUS.
           SELECT AWARD-FILE ASSIGN TO "schaward.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AWARD-FILE-STATUS.
           SELECT ELIGIBILITY-FILE ASSIGN TO "schelig.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ELIGIBILITY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SCHOLARSHIP-FILE.
       COPY SCHOLAR.
       FD STANDING-EXTRACT-FILE.
       COPY STANDEXT.
       FD AWARD-FILE.
       COPY SCHAWARD.
       FD ELIGIBILITY-FILE.
       01 ELIGIBILITY-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 SCHOLARSHIP-STATUS      PIC X(2).
       01 STANDING-EXTRACT-STATUS PIC X(2).
       01 AWARD-FILE-STATUS       PIC X(2).
       01 ELIGIBILITY-STATUS      PIC X(2).
       01 EOF-FLAG                PIC X(1) VALUE 'N'.
           88 END-OF-FILE                  VALUE 'Y'.
       01 ELIG-TERM               PIC X(6) VALUE SPACES.
       01 SCHOLARSHIP-COUNT       PIC 9(3) VALUE ZERO.
       01 SCHOLARSHIP-TABLE.
           05 SCHOLARSHIP-ENTRY OCCURS 50 TIMES INDEXED BY SCH-IDX.
               10 SC-CODE          PIC X(6).
               10 SC-NAME          PIC X(30).
               10 SC-MIN-TERM-AVG  PIC 9(3)V9(2).
               10 SC-MIN-CUM-AVG   PIC 9(3)V9(2).
               10 SC-STANDING      PIC X(1).
               10 SC-MIN-CREDITS   PIC 9(2)V9(1).
               10 SC-AMOUNT        PIC 9(5)V9(2).
               10 SC-RENEWABLE     PIC X(1).
               10 SC-PRIOR-TERM    PIC X(6).
       01 STUDENT-COUNT           PIC 9(3) VALUE ZERO.
       01 STUDENT-TABLE.
           05 STUDENT-ENTRY OCCURS 300 TIMES INDEXED BY STU-IDX.
               10 ST-ID            PIC 9(10).
               10 ST-FNAME         PIC X(15).
               10 ST-LNAME         PIC X(15).
               10 ST-TERM-AVG      PIC 9(3)V9(2).
               10 ST-CUM-AVG       PIC 9(3)V9(2).
               10 ST-STANDING      PIC X(1).
               10 ST-TERM-ERN      PIC 9(3)V9(1).
       01 AWARD-COUNT             PIC 9(4) VALUE ZERO.
       01 AWARD-TABLE.
           05 AWARD-ENTRY OCCURS 2000 TIMES INDEXED BY AWD-IDX.
               10 AT-STU-ID        PIC 9(10).
               10 AT-CODE          PIC X(6).
               10 AT-TERM          PIC X(6).
               10 AT-STATUS        PIC X(1).
               10 AT-RECORD        PIC X(52).
       01 NEW-AWARD-COUNT         PIC 9(4) VALUE ZERO.
       01 NEW-AWARD-TABLE.
           05 NEW-AWARD-ENTRY OCCURS 1000 TIMES INDEXED BY NEW-IDX.
               10 NA-STU-ID        PIC 9(10).
               10 NA-CODE          PIC X(6).
               10 NA-AMOUNT        PIC 9(5)V9(2).
       01 WORK-FIELDS.
           05 RULE-REASON       PIC X(34).
           05 ELIG-RESULT       PIC X(14).
           05 ELIG-REASON       PIC X(34).
           05 HELD-FLAG         PIC X(1).
               88 AWARD-WAS-HELD         VALUE 'Y'.
           05 POSTED-FLAG       PIC X(1).
               88 AWARD-IS-POSTED        VALUE 'Y'.
           05 RECEIVED-FLAG     PIC X(1).
               88 AWARD-WAS-RECEIVED     VALUE 'Y'.
           05 LISTED-FOR-SCH    PIC 9(3).
       01 RUN-COUNTS.
           05 QUALIFIED-COUNT   PIC 9(4) VALUE ZERO.
           05 KEPT-COUNT        PIC 9(4) VALUE ZERO.
           05 LOST-COUNT        PIC 9(4) VALUE ZERO.
           05 PENDING-TOTAL     PIC 9(7)V9(2) VALUE ZERO.
       01 TODAY-X                 PIC X(8).
       01 RUN-DATE-RAW.
           05 RUN-YY PIC 99.
           05 RUN-MM PIC 99.
           05 RUN-DD PIC 99.
       01 ELIGIBILITY-LINES.
           05 SEL-RULE.
               10 FILLER PIC X(96) VALUE ALL "=".
           05 SEL-DASH.
               10 FILLER PIC X(96) VALUE ALL "-".
           05 SEL-TITLE.
               10 FILLER       PIC X(30) VALUE
                   "SCHOLARSHIP ELIGIBILITY - TERM".
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 SEL-TERM     PIC X(6).
               10 FILLER       PIC X(6)  VALUE "  run ".
               10 SEL-RUN-DATE PIC X(8).
           05 SEL-SCHOLARSHIP.
               10 SEL-CODE     PIC X(6).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 SEL-NAME     PIC X(30).
               10 FILLER       PIC X(8)  VALUE "  award ".
               10 SEL-AMOUNT   PIC $ZZ,ZZ9.99.
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 SEL-RENEW    PIC X(10).
           05 SEL-RULES.
               10 FILLER       PIC X(20) VALUE
                   "  Rules: term avg >=".
               10 SEL-MIN-TERM PIC ZZ9.99.
               10 FILLER       PIC X(12) VALUE "  cum avg >=".
               10 SEL-MIN-CUM  PIC ZZ9.99.
               10 FILLER       PIC X(11) VALUE "  standing ".
               10 SEL-STANDING PIC X(14).
               10 FILLER       PIC X(13) VALUE "  credits >= ".
               10 SEL-MIN-CRS  PIC Z9.9.
           05 SEL-COLUMNS.
               10 FILLER PIC X(12) VALUE "STUDENT ID".
               10 FILLER PIC X(17) VALUE "NAME".
               10 FILLER PIC X(8)  VALUE "TERM".
               10 FILLER PIC X(8)  VALUE "CUM".
               10 FILLER PIC X(3)  VALUE "ST".
               10 FILLER PIC X(6)  VALUE "CRS".
               10 FILLER PIC X(15) VALUE "RESULT".
               10 FILLER PIC X(27) VALUE "REASON".
           05 SEL-DETAIL.
               10 SEL-STU-ID   PIC 9(10).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 SEL-LNAME    PIC X(15).
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 SEL-TERM-AVG PIC ZZ9.99.
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 SEL-CUM-AVG  PIC ZZ9.99.
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 SEL-ST       PIC X(1).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 SEL-CREDITS  PIC ZZ9.9.
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 SEL-RESULT   PIC X(14).
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 SEL-REASON   PIC X(34).
           05 SEL-NONE-LINE.
               10 FILLER       PIC X(40) VALUE
                   "  No student qualifies, keeps or loses.".
           05 SEL-COUNT-LINE.
               10 SEL-COUNT-TEXT PIC X(36).
               10 SEL-COUNT      PIC ZZZ9.
           05 SEL-TOTAL-LINE.
               10 FILLER         PIC X(36) VALUE
                   "Pending awards total".
               10 SEL-TOTAL      PIC $Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT RUN-DATE-RAW FROM DATE.
            MOVE "20"   TO TODAY-X(1:2).
            MOVE RUN-YY TO TODAY-X(3:2).
            MOVE RUN-MM TO TODAY-X(5:2).
            MOVE RUN-DD TO TODAY-X(7:2).
            PERFORM LOAD-SCHOLARSHIPS.
            IF SCHOLARSHIP-COUNT = ZERO
                DISPLAY "No active scholarship on scholars.txt - "
                    "nothing to decide."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-STANDING-EXTRACT.
            IF STUDENT-COUNT = ZERO
                DISPLAY "standext.txt holds no students - run the "
                    "standing report (standing) first."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-AWARDS.
            PERFORM FIND-PRIOR-AWARD-TERMS.
            OPEN OUTPUT ELIGIBILITY-FILE.
            IF ELIGIBILITY-STATUS NOT = "00"
                DISPLAY "Unable to open schelig.txt - status "
                    ELIGIBILITY-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            WRITE ELIGIBILITY-RECORD FROM SEL-RULE.
            MOVE ELIG-TERM TO SEL-TERM.
            MOVE TODAY-X   TO SEL-RUN-DATE.
            WRITE ELIGIBILITY-RECORD FROM SEL-TITLE.
            WRITE ELIGIBILITY-RECORD FROM SEL-RULE.
            PERFORM VARYING SCH-IDX FROM 1 BY 1
                    UNTIL SCH-IDX > SCHOLARSHIP-COUNT
                PERFORM EVALUATE-ONE-SCHOLARSHIP
            END-PERFORM.
            WRITE ELIGIBILITY-RECORD FROM SEL-RULE.
            MOVE "Qualified" TO SEL-COUNT-TEXT.
            MOVE QUALIFIED-COUNT TO SEL-COUNT.
            WRITE ELIGIBILITY-RECORD FROM SEL-COUNT-LINE.
            MOVE "Kept a renewable award" TO SEL-COUNT-TEXT.
            MOVE KEPT-COUNT TO SEL-COUNT.
            WRITE ELIGIBILITY-RECORD FROM SEL-COUNT-LINE.
            MOVE "Lost a renewable award" TO SEL-COUNT-TEXT.
            MOVE LOST-COUNT TO SEL-COUNT.
            WRITE ELIGIBILITY-RECORD FROM SEL-COUNT-LINE.
            MOVE PENDING-TOTAL TO SEL-TOTAL.
            WRITE ELIGIBILITY-RECORD FROM SEL-TOTAL-LINE.
            CLOSE ELIGIBILITY-FILE.
            PERFORM REWRITE-AWARDS.
            DISPLAY "Scholarship eligibility - term " ELIG-TERM ": "
                "qualified " QUALIFIED-COUNT " kept " KEPT-COUNT
                " lost " LOST-COUNT " - see schelig.txt.".
            DISPLAY "Run the scholarship posting (schpost) to "
                "approve and post the " NEW-AWARD-COUNT
                " pending award(s).".
            MOVE ZERO TO RETURN-CODE.
            STOP RUN.
       LOAD-SCHOLARSHIPS.
            OPEN INPUT SCHOLARSHIP-FILE.
            IF SCHOLARSHIP-STATUS NOT = "00"
                DISPLAY "scholars.txt not found - status "
                    SCHOLARSHIP-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ SCHOLARSHIP-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF SM-ACTIVE
                            PERFORM STORE-ONE-SCHOLARSHIP
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCHOLARSHIP-FILE.
            MOVE 'N' TO EOF-FLAG.
       STORE-ONE-SCHOLARSHIP.
            IF SM-MIN-TERM-AVG IS NOT NUMERIC
                    OR SM-MIN-CUM-AVG IS NOT NUMERIC
                    OR SM-MIN-CREDITS IS NOT NUMERIC
                    OR SM-AMOUNT IS NOT NUMERIC
                DISPLAY "scholars.txt: " SM-CODE " has a bad rule "
                    "or amount - skipped."
            ELSE
                IF SCHOLARSHIP-COUNT < 50
                    ADD 1 TO SCHOLARSHIP-COUNT
                    SET SCH-IDX TO SCHOLARSHIP-COUNT
                    MOVE SM-CODE         TO SC-CODE(SCH-IDX)
                    MOVE SM-NAME         TO SC-NAME(SCH-IDX)
                    MOVE SM-MIN-TERM-AVG TO SC-MIN-TERM-AVG(SCH-IDX)
                    MOVE SM-MIN-CUM-AVG  TO SC-MIN-CUM-AVG(SCH-IDX)
                    MOVE SM-STANDING     TO SC-STANDING(SCH-IDX)
                    MOVE SM-MIN-CREDITS  TO SC-MIN-CREDITS(SCH-IDX)
                    MOVE SM-AMOUNT       TO SC-AMOUNT(SCH-IDX)
                    MOVE SM-RENEWABLE    TO SC-RENEWABLE(SCH-IDX)
                    MOVE SPACES          TO SC-PRIOR-TERM(SCH-IDX)
                ELSE
                    DISPLAY "Scholarship table full - " SM-CODE
                        " not decided."
                END-IF
            END-IF.
       LOAD-STANDING-EXTRACT.
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
                        IF STUDENT-COUNT < 300
                            ADD 1 TO STUDENT-COUNT
                            SET STU-IDX TO STUDENT-COUNT
                            MOVE SX-STU-ID   TO ST-ID(STU-IDX)
                            MOVE SX-FNAME    TO ST-FNAME(STU-IDX)
                            MOVE SX-LNAME    TO ST-LNAME(STU-IDX)
                            MOVE SX-TERM-AVG TO ST-TERM-AVG(STU-IDX)
                            MOVE SX-CUM-AVG  TO ST-CUM-AVG(STU-IDX)
                            MOVE SX-STANDING TO ST-STANDING(STU-IDX)
                            MOVE SX-TERM-ERN TO ST-TERM-ERN(STU-IDX)
                            MOVE SX-TERM     TO ELIG-TERM
                        ELSE
                            DISPLAY "Student table full - not "
                                "decided: " SX-STU-ID
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE STANDING-EXTRACT-FILE.
            MOVE 'N' TO EOF-FLAG.
       LOAD-AWARDS.
            OPEN INPUT AWARD-FILE.
            IF AWARD-FILE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ AWARD-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM STORE-ONE-AWARD
                    END-READ
                END-PERFORM
                CLOSE AWARD-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
       STORE-ONE-AWARD.
            IF AWARD-COUNT < 2000
                ADD 1 TO AWARD-COUNT
                SET AWD-IDX TO AWARD-COUNT
                MOVE AW-STU-ID TO AT-STU-ID(AWD-IDX)
                MOVE AW-CODE   TO AT-CODE(AWD-IDX)
                MOVE AW-TERM   TO AT-TERM(AWD-IDX)
                MOVE AW-STATUS TO AT-STATUS(AWD-IDX)
                MOVE SCHOLARSHIP-AWARD-RECORD TO AT-RECORD(AWD-IDX)
            ELSE
                DISPLAY "schaward.txt has more than 2000 awards - "
                    "nothing decided."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
       FIND-PRIOR-AWARD-TERMS.
      * a renewable scholarship is held by whoever was approved for
      * it in the last term before this one that it was awarded.
            PERFORM VARYING AWD-IDX FROM 1 BY 1
                    UNTIL AWD-IDX > AWARD-COUNT
                IF AT-STATUS(AWD-IDX) = 'A'
                        AND AT-TERM(AWD-IDX) < ELIG-TERM
                    PERFORM VARYING SCH-IDX FROM 1 BY 1
                            UNTIL SCH-IDX > SCHOLARSHIP-COUNT
                        IF SC-CODE(SCH-IDX) = AT-CODE(AWD-IDX)
                                AND AT-TERM(AWD-IDX)
                                    > SC-PRIOR-TERM(SCH-IDX)
                            MOVE AT-TERM(AWD-IDX)
                                TO SC-PRIOR-TERM(SCH-IDX)
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.
       EVALUATE-ONE-SCHOLARSHIP.
            WRITE ELIGIBILITY-RECORD FROM SEL-DASH.
            MOVE SC-CODE(SCH-IDX)   TO SEL-CODE.
            MOVE SC-NAME(SCH-IDX)   TO SEL-NAME.
            MOVE SC-AMOUNT(SCH-IDX) TO SEL-AMOUNT.
            IF SC-RENEWABLE(SCH-IDX) = 'R'
                MOVE "RENEWABLE" TO SEL-RENEW
            ELSE
                MOVE "ONE-TIME"  TO SEL-RENEW
            END-IF.
            WRITE ELIGIBILITY-RECORD FROM SEL-SCHOLARSHIP.
            MOVE SC-MIN-TERM-AVG(SCH-IDX) TO SEL-MIN-TERM.
            MOVE SC-MIN-CUM-AVG(SCH-IDX)  TO SEL-MIN-CUM.
            MOVE SC-MIN-CREDITS(SCH-IDX)  TO SEL-MIN-CRS.
            EVALUATE SC-STANDING(SCH-IDX)
                WHEN 'D'
                    MOVE "dean's list" TO SEL-STANDING
                WHEN 'G'
                    MOVE "good or better" TO SEL-STANDING
                WHEN OTHER
                    MOVE "any" TO SEL-STANDING
            END-EVALUATE.
            WRITE ELIGIBILITY-RECORD FROM SEL-RULES.
            WRITE ELIGIBILITY-RECORD FROM SEL-COLUMNS.
            MOVE ZERO TO LISTED-FOR-SCH.
            PERFORM VARYING STU-IDX FROM 1 BY 1
                    UNTIL STU-IDX > STUDENT-COUNT
                PERFORM DECIDE-ONE-STUDENT
            END-PERFORM.
            IF LISTED-FOR-SCH = ZERO
                WRITE ELIGIBILITY-RECORD FROM SEL-NONE-LINE
            END-IF.
       DECIDE-ONE-STUDENT.
            PERFORM CHECK-RULES.
            PERFORM CHECK-AWARD-HISTORY.
            MOVE SPACES TO ELIG-RESULT.
            MOVE SPACES TO ELIG-REASON.
            IF RULE-REASON = SPACES
                IF AWARD-IS-POSTED
                    MOVE "POSTED" TO ELIG-RESULT
                    MOVE "Award already approved for term"
                        TO ELIG-REASON
                ELSE
                    IF AWARD-WAS-HELD
                        MOVE "KEPT" TO ELIG-RESULT
                        MOVE "Renewed - meets every rule"
                            TO ELIG-REASON
                        ADD 1 TO KEPT-COUNT
                        PERFORM ADD-PENDING-AWARD
                    ELSE
                        IF AWARD-WAS-RECEIVED
                                AND SC-RENEWABLE(SCH-IDX) NOT = 'R'
                            MOVE "NOT RENEWABLE" TO ELIG-RESULT
                            MOVE "One-time award already received"
                                TO ELIG-REASON
                        ELSE
                            MOVE "QUALIFIES" TO ELIG-RESULT
                            MOVE "Meets every rule" TO ELIG-REASON
                            ADD 1 TO QUALIFIED-COUNT
                            PERFORM ADD-PENDING-AWARD
                        END-IF
                    END-IF
                END-IF
            ELSE
                IF AWARD-WAS-HELD
                    MOVE "LOST" TO ELIG-RESULT
                    MOVE RULE-REASON TO ELIG-REASON
                    ADD 1 TO LOST-COUNT
                END-IF
            END-IF.
            IF ELIG-RESULT NOT = SPACES
                ADD 1 TO LISTED-FOR-SCH
                MOVE ST-ID(STU-IDX)       TO SEL-STU-ID
                MOVE ST-LNAME(STU-IDX)    TO SEL-LNAME
                MOVE ST-TERM-AVG(STU-IDX) TO SEL-TERM-AVG
                MOVE ST-CUM-AVG(STU-IDX)  TO SEL-CUM-AVG
                MOVE ST-STANDING(STU-IDX) TO SEL-ST
                MOVE ST-TERM-ERN(STU-IDX) TO SEL-CREDITS
                MOVE ELIG-RESULT          TO SEL-RESULT
                MOVE ELIG-REASON          TO SEL-REASON
                WRITE ELIGIBILITY-RECORD FROM SEL-DETAIL
            END-IF.
       CHECK-RULES.
      * RULE-REASON comes back blank when every rule is met, or
      * naming the first rule the student fails.
            MOVE SPACES TO RULE-REASON.
            IF ST-TERM-AVG(STU-IDX) < SC-MIN-TERM-AVG(SCH-IDX)
                MOVE "Term average below the minimum"
                    TO RULE-REASON
            ELSE
                IF ST-CUM-AVG(STU-IDX) < SC-MIN-CUM-AVG(SCH-IDX)
                    MOVE "Cumulative average below the minimum"
                        TO RULE-REASON
                ELSE
                    IF SC-STANDING(SCH-IDX) = 'D'
                            AND ST-STANDING(STU-IDX) NOT = 'D'
                        MOVE "Standing not dean's list"
                            TO RULE-REASON
                    ELSE
                        IF SC-STANDING(SCH-IDX) = 'G'
                                AND ST-STANDING(STU-IDX) = 'P'
                            MOVE "On academic probation"
                                TO RULE-REASON
                        ELSE
                            IF ST-TERM-ERN(STU-IDX)
                                    < SC-MIN-CREDITS(SCH-IDX)
                                MOVE "Term credits below the minimum"
                                    TO RULE-REASON
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.
       CHECK-AWARD-HISTORY.
      * held - approved in the scholarship's last award term, and
      * renewable; posted - already approved for this term;
      * received - approved for it in any earlier term.
            MOVE 'N' TO HELD-FLAG.
            MOVE 'N' TO POSTED-FLAG.
            MOVE 'N' TO RECEIVED-FLAG.
            PERFORM VARYING AWD-IDX FROM 1 BY 1
                    UNTIL AWD-IDX > AWARD-COUNT
                IF AT-STU-ID(AWD-IDX) = ST-ID(STU-IDX)
                        AND AT-CODE(AWD-IDX) = SC-CODE(SCH-IDX)
                        AND AT-STATUS(AWD-IDX) = 'A'
                    IF AT-TERM(AWD-IDX) = ELIG-TERM
                        SET AWARD-IS-POSTED TO TRUE
                    END-IF
                    IF AT-TERM(AWD-IDX) < ELIG-TERM
                        SET AWARD-WAS-RECEIVED TO TRUE
                    END-IF
                    IF AT-TERM(AWD-IDX) = SC-PRIOR-TERM(SCH-IDX)
                            AND SC-RENEWABLE(SCH-IDX) = 'R'
                        SET AWARD-WAS-HELD TO TRUE
                    END-IF
                END-IF
            END-PERFORM.
       ADD-PENDING-AWARD.
            IF NEW-AWARD-COUNT < 1000
                ADD 1 TO NEW-AWARD-COUNT
                SET NEW-IDX TO NEW-AWARD-COUNT
                MOVE ST-ID(STU-IDX)     TO NA-STU-ID(NEW-IDX)
                MOVE SC-CODE(SCH-IDX)   TO NA-CODE(NEW-IDX)
                MOVE SC-AMOUNT(SCH-IDX) TO NA-AMOUNT(NEW-IDX)
                ADD SC-AMOUNT(SCH-IDX)  TO PENDING-TOTAL
            ELSE
                DISPLAY "Pending award table full - award for "
                    ST-ID(STU-IDX) " " SC-CODE(SCH-IDX) " dropped."
            END-IF.
       REWRITE-AWARDS.
      * every award on file is carried over except the term's
      * pending ones, which this run's decisions replace.
            OPEN OUTPUT AWARD-FILE.
            IF AWARD-FILE-STATUS NOT = "00"
                DISPLAY "Unable to rewrite schaward.txt - status "
                    AWARD-FILE-STATUS " - pending awards not saved."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM VARYING AWD-IDX FROM 1 BY 1
                    UNTIL AWD-IDX > AWARD-COUNT
                IF AT-STATUS(AWD-IDX) NOT = 'P'
                        OR AT-TERM(AWD-IDX) NOT = ELIG-TERM
                    MOVE AT-RECORD(AWD-IDX)
                        TO SCHOLARSHIP-AWARD-RECORD
                    WRITE SCHOLARSHIP-AWARD-RECORD
                END-IF
            END-PERFORM.
            PERFORM VARYING NEW-IDX FROM 1 BY 1
                    UNTIL NEW-IDX > NEW-AWARD-COUNT
                MOVE SPACES              TO SCHOLARSHIP-AWARD-RECORD
                MOVE NA-STU-ID(NEW-IDX)  TO AW-STU-ID
                MOVE NA-CODE(NEW-IDX)    TO AW-CODE
                MOVE ELIG-TERM           TO AW-TERM
                MOVE NA-AMOUNT(NEW-IDX)  TO AW-AMOUNT
                SET AW-PENDING           TO TRUE
                MOVE ZERO                TO AW-ACCT-NO
                WRITE SCHOLARSHIP-AWARD-RECORD
            END-PERFORM.
            CLOSE AWARD-FILE.
       END PROGRAM SCHOLARSHIP-ELIGIBILITY.
