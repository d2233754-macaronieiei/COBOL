      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fiscal calendar maintenance. Keeps fiscalcal.txt
      *          (layout FISCAL), the calendar DATESRV function "FPER"
      *          uses to turn a date into its fiscal year and period
      *          for the GL consolidation (lab06-33), the accrual
      *          journal (lab06-34) and the GL posting (lab06-73).
      *            (G)enerate builds a fiscal year of twelve calendar
      *                month periods starting in the month entered
      *                (October unless told otherwise); the year is
      *                named for the calendar year it ends in. A year
      *                already on file, or one that would overlap
      *                periods on file, is refused.
      *            (L)ist shows the periods of one fiscal year, or of
      *                every year, with a warning where a period does
      *                not start the day after the one before it.
      *            (C)hange moves the last date of a period and the
      *                first date of the period after it with it, so
      *                a period can close on a week end rather than a
      *                month end. A period the GL has closed
      *                (glperiod.txt) cannot be changed.
      *          The calendar is rewritten in date order when the
      *          operator finishes and something was changed. Like
      *          the GL period close it needs an operator at the
      *          console and will not run from the job plan.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCAL-CALENDAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-CAL-FILE ASSIGN TO "fiscalcal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FISCAL-STATUS.
           SELECT GL-PERIOD-FILE ASSIGN TO "glperiod.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-PERIOD-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "auditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OP-SESSION-FILE ASSIGN TO "opsession.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPSESSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FISCAL-CAL-FILE.
       COPY FISCAL.
       FD GL-PERIOD-FILE.
       01 GL-PERIOD-RECORD.
           05 GLP-PERIOD       PIC X(6).
           05 FILLER           PIC X(1).
           05 GLP-CLOSED-DATE  PIC 9(8).
           05 FILLER           PIC X(1).
           05 GLP-OPERATOR     PIC X(8).
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 AUD-DATE      PIC X(8).
           05 FILLER        PIC X(1).
           05 AUD-PROGRAM   PIC X(10).
           05 FILLER        PIC X(1).
           05 AUD-RECORDS   PIC 9(5).
           05 FILLER        PIC X(1).
           05 AUD-REJECTS   PIC 9(5).
           05 FILLER        PIC X(1).
           05 AUD-OUTCOME   PIC X(10).
           05 FILLER        PIC X(1).
           05 AUD-OPERATOR  PIC X(8).
       FD OP-SESSION-FILE.
       01 OP-SESSION-RECORD.
           05 OPS-OPERATOR PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-FISCAL-STATUS        PIC X(2).
       01 WS-GL-PERIOD-STATUS     PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-LAST-CLOSED          PIC X(6)  VALUE SPACES.
       01 WS-CAL-COUNT            PIC 9(3)  VALUE ZERO.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 240 TIMES
                   INDEXED BY WS-CAL-IDX WS-CAL-IDX-2.
               10 WS-CE-YEAR      PIC 9(4).
               10 WS-CE-PERIOD    PIC 9(2).
               10 WS-CE-START     PIC 9(8).
               10 WS-CE-END       PIC 9(8).
       01 WS-CAL-SWAP.
           05 WS-CS-YEAR          PIC 9(4).
           05 WS-CS-PERIOD        PIC 9(2).
           05 WS-CS-START         PIC 9(8).
           05 WS-CS-END           PIC 9(8).
       01 WS-FCM-FIELDS.
           05 WS-FCM-ACTION       PIC X(1).
           05 WS-FCM-DONE-FLAG    PIC X(1)  VALUE 'N'.
               88 WS-FCM-DONE              VALUE 'Y'.
           05 WS-FCM-CHANGED-FLAG PIC X(1)  VALUE 'N'.
               88 WS-FCM-CHANGED           VALUE 'Y'.
           05 WS-FCM-SORTED-FLAG  PIC X(1).
               88 WS-FCM-SORTED            VALUE 'Y'.
           05 WS-FCM-CHANGES      PIC 9(5)  VALUE ZERO.
           05 WS-FCM-REFUSALS     PIC 9(5)  VALUE ZERO.
       01 WS-ENTRY-FIELDS.
           05 WS-YEAR-ENTRY       PIC X(4).
           05 WS-YEAR-ENTRY-N REDEFINES WS-YEAR-ENTRY PIC 9(4).
           05 WS-MONTH-ENTRY      PIC X(2).
           05 WS-MONTH-ENTRY-N REDEFINES WS-MONTH-ENTRY PIC 9(2).
           05 WS-PERIOD-ENTRY     PIC X(2).
           05 WS-PERIOD-ENTRY-N REDEFINES WS-PERIOD-ENTRY PIC 9(2).
           05 WS-DATE-ENTRY       PIC X(8).
           05 WS-DATE-ENTRY-N REDEFINES WS-DATE-ENTRY PIC 9(8).
       01 WS-GEN-FIELDS.
           05 WS-GEN-YEAR         PIC 9(4).
           05 WS-GEN-FIRST-MONTH  PIC 9(2).
           05 WS-GEN-CAL-YEAR     PIC 9(4).
           05 WS-GEN-CAL-MONTH    PIC 9(2).
           05 WS-GEN-PERIOD       PIC 9(2).
           05 WS-GEN-START        PIC 9(8).
           05 WS-GEN-BASE         PIC 9(3).
           05 WS-GEN-FIRST-SLOT   PIC 9(3).
       01 WS-DAY-FIELDS.
           05 WS-DAY-DATE         PIC 9(8).
           05 WS-DAY-DATE-R REDEFINES WS-DAY-DATE.
               10 WS-DAY-YEAR     PIC 9(4).
               10 WS-DAY-MONTH    PIC 9(2).
               10 WS-DAY-DAY      PIC 9(2).
       01 WS-CHANGE-FIELDS.
           05 WS-CHG-SLOT         PIC 9(3).
           05 WS-CHG-NEXT-SLOT    PIC 9(3).
           05 WS-CHG-KEY          PIC 9(6).
           05 WS-CHG-KEY-X REDEFINES WS-CHG-KEY PIC X(6).
       01 WS-LIST-FIELDS.
           05 WS-LIST-SHOWN       PIC 9(3).
           05 WS-LIST-EXPECT      PIC 9(8).
           05 WS-LIST-NOTE        PIC X(30).
       COPY DATEREQ.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            ACCEPT WS-TODAY-RAW FROM DATE.
            MOVE "FISCALCAL" TO WS-AUDIT-PROGRAM.
            MOVE ZERO        TO WS-AUDIT-COUNT WS-AUDIT-REJECTS.
            IF WS-SESSION-OPERATOR = "SCHEDULE"
                DISPLAY "Fiscal calendar maintenance needs an "
                    "operator at the console - not run from the "
                    "job plan."
                MOVE 1 TO WS-AUDIT-REJECTS
                MOVE "REFUSED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-FISCAL-CALENDAR.
            PERFORM LOAD-CLOSED-PERIODS.
            PERFORM UNTIL WS-FCM-DONE
                DISPLAY "Fiscal calendar - (G)enerate a year, "
                    "(L)ist, (C)hange a period end, (X) done: "
                ACCEPT WS-FCM-ACTION
                EVALUATE WS-FCM-ACTION
                    WHEN 'G'
                        PERFORM FCM-GENERATE THRU FCM-GENERATE-EXIT
                    WHEN 'g'
                        PERFORM FCM-GENERATE THRU FCM-GENERATE-EXIT
                    WHEN 'L'
                        PERFORM FCM-LIST
                    WHEN 'l'
                        PERFORM FCM-LIST
                    WHEN 'C'
                        PERFORM FCM-CHANGE THRU FCM-CHANGE-EXIT
                    WHEN 'c'
                        PERFORM FCM-CHANGE THRU FCM-CHANGE-EXIT
                    WHEN 'X' SET WS-FCM-DONE TO TRUE
                    WHEN 'x' SET WS-FCM-DONE TO TRUE
                    WHEN OTHER
                        DISPLAY "Invalid action."
                END-EVALUATE
            END-PERFORM.
            IF WS-FCM-CHANGED
                PERFORM SAVE-FISCAL-CALENDAR
                MOVE "SAVED" TO WS-AUDIT-OUTCOME
            ELSE
                DISPLAY "No changes - fiscalcal.txt left as it was."
                MOVE "NO CHANGE" TO WS-AUDIT-OUTCOME
            END-IF.
            MOVE WS-FCM-CHANGES  TO WS-AUDIT-COUNT.
            MOVE WS-FCM-REFUSALS TO WS-AUDIT-REJECTS.
            PERFORM WRITE-AUDIT-LOG.
            MOVE ZERO TO RETURN-CODE.
            STOP RUN.
       LOAD-FISCAL-CALENDAR.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT FISCAL-CAL-FILE.
            IF WS-FISCAL-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ FISCAL-CAL-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM LOAD-ONE-PERIOD
                    END-READ
                END-PERFORM
                CLOSE FISCAL-CAL-FILE
                DISPLAY WS-CAL-COUNT " fiscal period(s) on file."
            ELSE
                DISPLAY "fiscalcal.txt not found - starting an "
                    "empty fiscal calendar."
            END-IF.
       LOAD-ONE-PERIOD.
            IF FP-FISCAL-YEAR IS NUMERIC AND FP-PERIOD-NO IS NUMERIC
                    AND FP-START-DATE IS NUMERIC
                    AND FP-END-DATE IS NUMERIC
                IF WS-CAL-COUNT < 240
                    ADD 1 TO WS-CAL-COUNT
                    SET WS-CAL-IDX TO WS-CAL-COUNT
                    MOVE FP-FISCAL-YEAR TO WS-CE-YEAR(WS-CAL-IDX)
                    MOVE FP-PERIOD-NO   TO WS-CE-PERIOD(WS-CAL-IDX)
                    MOVE FP-START-DATE  TO WS-CE-START(WS-CAL-IDX)
                    MOVE FP-END-DATE    TO WS-CE-END(WS-CAL-IDX)
                ELSE
                    DISPLAY "More than 240 fiscal periods - table "
                        "full; maintenance abandoned."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            ELSE
                DISPLAY "fiscalcal.txt: bad period dropped: "
                    FISCAL-PERIOD-RECORD
                SET WS-FCM-CHANGED TO TRUE
            END-IF.
       LOAD-CLOSED-PERIODS.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT GL-PERIOD-FILE.
            IF WS-GL-PERIOD-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ GL-PERIOD-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF GLP-PERIOD > WS-LAST-CLOSED
                                MOVE GLP-PERIOD TO WS-LAST-CLOSED
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GL-PERIOD-FILE
            END-IF.
       FCM-GENERATE.
            DISPLAY "Fiscal year to generate (YYYY, the year it "
                "ends in): ".
            ACCEPT WS-YEAR-ENTRY.
            IF WS-YEAR-ENTRY IS NOT NUMERIC
                    OR WS-YEAR-ENTRY-N < 1901
                DISPLAY "Not a YYYY year."
                GO TO FCM-GENERATE-EXIT
            END-IF.
            MOVE WS-YEAR-ENTRY-N TO WS-GEN-YEAR.
            PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                    UNTIL WS-CAL-IDX > WS-CAL-COUNT
                IF WS-CE-YEAR(WS-CAL-IDX) = WS-GEN-YEAR
                    DISPLAY "Fiscal year " WS-GEN-YEAR
                        " is already on file - use (C)hange."
                    ADD 1 TO WS-FCM-REFUSALS
                    GO TO FCM-GENERATE-EXIT
                END-IF
            END-PERFORM.
            IF WS-CAL-COUNT > 228
                DISPLAY "Fiscal calendar is full - not generated."
                ADD 1 TO WS-FCM-REFUSALS
                GO TO FCM-GENERATE-EXIT
            END-IF.
            DISPLAY "First month of the fiscal year (MM, blank = "
                "10): ".
            ACCEPT WS-MONTH-ENTRY.
            IF WS-MONTH-ENTRY = SPACES
                MOVE 10 TO WS-GEN-FIRST-MONTH
            ELSE
                IF WS-MONTH-ENTRY(2:1) = SPACE
                    MOVE WS-MONTH-ENTRY(1:1) TO WS-MONTH-ENTRY(2:1)
                    MOVE "0" TO WS-MONTH-ENTRY(1:1)
                END-IF
                IF WS-MONTH-ENTRY IS NOT NUMERIC
                        OR WS-MONTH-ENTRY-N < 1
                        OR WS-MONTH-ENTRY-N > 12
                    DISPLAY "Not a month 01-12."
                    GO TO FCM-GENERATE-EXIT
                END-IF
                MOVE WS-MONTH-ENTRY-N TO WS-GEN-FIRST-MONTH
            END-IF.
      * a year starting in January is the calendar year; any later
      * first month starts in the calendar year before.
            IF WS-GEN-FIRST-MONTH = 1
                MOVE WS-GEN-YEAR TO WS-GEN-CAL-YEAR
            ELSE
                COMPUTE WS-GEN-CAL-YEAR = WS-GEN-YEAR - 1
            END-IF.
            MOVE WS-GEN-FIRST-MONTH TO WS-GEN-CAL-MONTH.
            MOVE WS-CAL-COUNT TO WS-GEN-BASE.
            PERFORM GENERATE-ONE-PERIOD
                VARYING WS-GEN-PERIOD FROM 1 BY 1
                UNTIL WS-GEN-PERIOD > 12.
      * the new periods must not overlap any period already on file.
            COMPUTE WS-GEN-FIRST-SLOT = WS-GEN-BASE + 1.
            PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                    UNTIL WS-CAL-IDX > WS-GEN-BASE
                PERFORM VARYING WS-CAL-IDX-2 FROM WS-GEN-FIRST-SLOT
                        BY 1 UNTIL WS-CAL-IDX-2 > WS-CAL-COUNT
                    IF WS-CE-START(WS-CAL-IDX-2)
                            <= WS-CE-END(WS-CAL-IDX)
                            AND WS-CE-END(WS-CAL-IDX-2)
                                >= WS-CE-START(WS-CAL-IDX)
                        DISPLAY "Fiscal year " WS-GEN-YEAR
                            " would overlap fiscal "
                            WS-CE-YEAR(WS-CAL-IDX) " period "
                            WS-CE-PERIOD(WS-CAL-IDX)
                            " - not generated."
                        MOVE WS-GEN-BASE TO WS-CAL-COUNT
                        ADD 1 TO WS-FCM-REFUSALS
                        GO TO FCM-GENERATE-EXIT
                    END-IF
                END-PERFORM
            END-PERFORM.
            SET WS-FCM-CHANGED TO TRUE.
            ADD 12 TO WS-FCM-CHANGES.
            SET WS-CAL-IDX TO WS-GEN-FIRST-SLOT.
            DISPLAY "Fiscal year " WS-GEN-YEAR " generated - "
                WS-CE-START(WS-CAL-IDX) " to "
                WS-CE-END(WS-CAL-COUNT) ", 12 periods.".
       FCM-GENERATE-EXIT.
            EXIT.
       GENERATE-ONE-PERIOD.
            COMPUTE WS-GEN-START =
                WS-GEN-CAL-YEAR * 10000 + WS-GEN-CAL-MONTH * 100 + 1.
            COMPUTE WS-DAY-DATE =
                WS-GEN-CAL-YEAR * 10000 + WS-GEN-CAL-MONTH * 100 + 31.
            PERFORM SET-LAST-DAY-OF-MONTH.
            ADD 1 TO WS-CAL-COUNT.
            SET WS-CAL-IDX TO WS-CAL-COUNT.
            MOVE WS-GEN-YEAR   TO WS-CE-YEAR(WS-CAL-IDX).
            MOVE WS-GEN-PERIOD TO WS-CE-PERIOD(WS-CAL-IDX).
            MOVE WS-GEN-START  TO WS-CE-START(WS-CAL-IDX).
            MOVE WS-DAY-DATE   TO WS-CE-END(WS-CAL-IDX).
            IF WS-GEN-CAL-MONTH = 12
                MOVE 1 TO WS-GEN-CAL-MONTH
                ADD 1 TO WS-GEN-CAL-YEAR
            ELSE
                ADD 1 TO WS-GEN-CAL-MONTH
            END-IF.
       SET-LAST-DAY-OF-MONTH.
      * WS-DAY-DATE holds day 31 of the month; step back to the last
      * day DATESRV accepts.
            MOVE "VAL " TO DS-FUNCTION.
            MOVE WS-DAY-DATE TO DS-DATE-1.
            CALL "DATESRV" USING DS-REQUEST.
            PERFORM UNTIL DS-STATUS = 'Y' OR WS-DAY-DAY < 28
                SUBTRACT 1 FROM WS-DAY-DAY
                MOVE WS-DAY-DATE TO DS-DATE-1
                CALL "DATESRV" USING DS-REQUEST
            END-PERFORM.
       SET-NEXT-DAY.
      * WS-DAY-DATE holds a valid date; move it on one calendar day.
            ADD 1 TO WS-DAY-DAY.
            MOVE "VAL " TO DS-FUNCTION.
            MOVE WS-DAY-DATE TO DS-DATE-1.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS NOT = 'Y'
                MOVE 1 TO WS-DAY-DAY
                IF WS-DAY-MONTH = 12
                    MOVE 1 TO WS-DAY-MONTH
                    ADD 1 TO WS-DAY-YEAR
                ELSE
                    ADD 1 TO WS-DAY-MONTH
                END-IF
            END-IF.
       FCM-LIST.
            DISPLAY "Fiscal year to list (YYYY, blank = all): ".
            ACCEPT WS-YEAR-ENTRY.
            PERFORM SORT-FISCAL-CALENDAR.
            MOVE ZERO TO WS-LIST-SHOWN WS-LIST-EXPECT.
            DISPLAY "FY   PER START    END".
            PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                    UNTIL WS-CAL-IDX > WS-CAL-COUNT
                MOVE SPACES TO WS-LIST-NOTE
                IF WS-LIST-EXPECT NOT = ZERO
                        AND WS-CE-START(WS-CAL-IDX)
                            NOT = WS-LIST-EXPECT
                    MOVE "<-- NOT THE DAY AFTER THE LAST"
                        TO WS-LIST-NOTE
                END-IF
                IF WS-YEAR-ENTRY = SPACES
                        OR WS-YEAR-ENTRY = WS-CE-YEAR(WS-CAL-IDX)
                    DISPLAY WS-CE-YEAR(WS-CAL-IDX) " "
                        WS-CE-PERIOD(WS-CAL-IDX) "  "
                        WS-CE-START(WS-CAL-IDX) " "
                        WS-CE-END(WS-CAL-IDX) " " WS-LIST-NOTE
                    ADD 1 TO WS-LIST-SHOWN
                END-IF
                MOVE WS-CE-END(WS-CAL-IDX) TO WS-DAY-DATE
                PERFORM SET-NEXT-DAY
                MOVE WS-DAY-DATE TO WS-LIST-EXPECT
            END-PERFORM.
            DISPLAY WS-LIST-SHOWN " period(s) listed.".
       FCM-CHANGE.
            DISPLAY "Fiscal year of the period (YYYY): ".
            ACCEPT WS-YEAR-ENTRY.
            DISPLAY "Period number (PP): ".
            ACCEPT WS-PERIOD-ENTRY.
            IF WS-PERIOD-ENTRY(2:1) = SPACE
                MOVE WS-PERIOD-ENTRY(1:1) TO WS-PERIOD-ENTRY(2:1)
                MOVE "0" TO WS-PERIOD-ENTRY(1:1)
            END-IF.
            IF WS-YEAR-ENTRY IS NOT NUMERIC
                    OR WS-PERIOD-ENTRY IS NOT NUMERIC
                DISPLAY "Year must be YYYY and period PP."
                GO TO FCM-CHANGE-EXIT
            END-IF.
            PERFORM SORT-FISCAL-CALENDAR.
            MOVE ZERO TO WS-CHG-SLOT.
            PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                    UNTIL WS-CAL-IDX > WS-CAL-COUNT
                IF WS-CE-YEAR(WS-CAL-IDX) = WS-YEAR-ENTRY-N
                        AND WS-CE-PERIOD(WS-CAL-IDX)
                            = WS-PERIOD-ENTRY-N
                    SET WS-CHG-SLOT TO WS-CAL-IDX
                END-IF
            END-PERFORM.
            IF WS-CHG-SLOT = ZERO
                DISPLAY "Fiscal " WS-YEAR-ENTRY " period "
                    WS-PERIOD-ENTRY " is not on file."
                GO TO FCM-CHANGE-EXIT
            END-IF.
            COMPUTE WS-CHG-KEY =
                WS-CE-YEAR(WS-CHG-SLOT) * 100
                    + WS-CE-PERIOD(WS-CHG-SLOT).
            IF WS-LAST-CLOSED NOT = SPACES
                    AND WS-CHG-KEY-X NOT > WS-LAST-CLOSED
                DISPLAY "Fiscal period " WS-CHG-KEY-X " is closed in "
                    "the GL (closed through " WS-LAST-CLOSED
                    ") - not changed."
                ADD 1 TO WS-FCM-REFUSALS
                GO TO FCM-CHANGE-EXIT
            END-IF.
            DISPLAY "Period " WS-CHG-KEY-X " runs "
                WS-CE-START(WS-CHG-SLOT) " to "
                WS-CE-END(WS-CHG-SLOT) ".".
            DISPLAY "New last date (YYYYMMDD, blank = no change): ".
            ACCEPT WS-DATE-ENTRY.
            IF WS-DATE-ENTRY = SPACES
                GO TO FCM-CHANGE-EXIT
            END-IF.
            MOVE "VAL " TO DS-FUNCTION.
            MOVE WS-DATE-ENTRY TO DS-DATE-1-X.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS NOT = 'Y'
                DISPLAY "Not a valid date - status " DS-STATUS "."
                GO TO FCM-CHANGE-EXIT
            END-IF.
            IF WS-DATE-ENTRY-N < WS-CE-START(WS-CHG-SLOT)
                DISPLAY "The period cannot end before it starts."
                ADD 1 TO WS-FCM-REFUSALS
                GO TO FCM-CHANGE-EXIT
            END-IF.
      * the table is in date order, so the period after is the next
      * slot - when it starts the day after this one ends today.
            MOVE ZERO TO WS-CHG-NEXT-SLOT.
            IF WS-CHG-SLOT < WS-CAL-COUNT
                MOVE WS-CE-END(WS-CHG-SLOT) TO WS-DAY-DATE
                PERFORM SET-NEXT-DAY
                COMPUTE WS-CHG-NEXT-SLOT = WS-CHG-SLOT + 1
                IF WS-CE-START(WS-CHG-NEXT-SLOT) NOT = WS-DAY-DATE
                    MOVE ZERO TO WS-CHG-NEXT-SLOT
                END-IF
            END-IF.
            IF WS-CHG-NEXT-SLOT NOT = ZERO
                IF WS-DATE-ENTRY-N NOT < WS-CE-END(WS-CHG-NEXT-SLOT)
                    DISPLAY "The new date would swallow the whole of "
                        "the next period - not changed."
                    ADD 1 TO WS-FCM-REFUSALS
                    GO TO FCM-CHANGE-EXIT
                END-IF
            ELSE
                IF WS-CHG-SLOT < WS-CAL-COUNT
                    COMPUTE WS-CHG-NEXT-SLOT = WS-CHG-SLOT + 1
                    IF WS-DATE-ENTRY-N
                            NOT < WS-CE-START(WS-CHG-NEXT-SLOT)
                        DISPLAY "The new date would run into fiscal "
                            WS-CE-YEAR(WS-CHG-NEXT-SLOT) " period "
                            WS-CE-PERIOD(WS-CHG-NEXT-SLOT)
                            " - not changed."
                        ADD 1 TO WS-FCM-REFUSALS
                        GO TO FCM-CHANGE-EXIT
                    END-IF
                    MOVE ZERO TO WS-CHG-NEXT-SLOT
                END-IF
            END-IF.
            MOVE WS-DATE-ENTRY-N TO WS-CE-END(WS-CHG-SLOT).
            DISPLAY "Period " WS-CHG-KEY-X " now ends "
                WS-DATE-ENTRY-N ".".
            IF WS-CHG-NEXT-SLOT NOT = ZERO
                MOVE WS-DATE-ENTRY-N TO WS-DAY-DATE
                PERFORM SET-NEXT-DAY
                MOVE WS-DAY-DATE TO WS-CE-START(WS-CHG-NEXT-SLOT)
                DISPLAY "Fiscal " WS-CE-YEAR(WS-CHG-NEXT-SLOT)
                    " period " WS-CE-PERIOD(WS-CHG-NEXT-SLOT)
                    " now starts " WS-DAY-DATE "."
            END-IF.
            SET WS-FCM-CHANGED TO TRUE.
            ADD 1 TO WS-FCM-CHANGES.
       FCM-CHANGE-EXIT.
            EXIT.
       SORT-FISCAL-CALENDAR.
      * a simple exchange sort on the first date - the table is
      * small and nearly always in order already.
            MOVE 'N' TO WS-FCM-SORTED-FLAG.
            PERFORM UNTIL WS-FCM-SORTED
                SET WS-FCM-SORTED TO TRUE
                PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                        UNTIL WS-CAL-IDX >= WS-CAL-COUNT
                    SET WS-CAL-IDX-2 TO WS-CAL-IDX
                    SET WS-CAL-IDX-2 UP BY 1
                    IF WS-CE-START(WS-CAL-IDX)
                            > WS-CE-START(WS-CAL-IDX-2)
                        MOVE WS-CAL-ENTRY(WS-CAL-IDX) TO WS-CAL-SWAP
                        MOVE WS-CAL-ENTRY(WS-CAL-IDX-2)
                            TO WS-CAL-ENTRY(WS-CAL-IDX)
                        MOVE WS-CAL-SWAP TO WS-CAL-ENTRY(WS-CAL-IDX-2)
                        MOVE 'N' TO WS-FCM-SORTED-FLAG
                    END-IF
                END-PERFORM
            END-PERFORM.
       SAVE-FISCAL-CALENDAR.
            PERFORM SORT-FISCAL-CALENDAR.
            OPEN OUTPUT FISCAL-CAL-FILE.
            IF WS-FISCAL-STATUS NOT = "00"
                DISPLAY "Unable to open fiscalcal.txt - status "
                    WS-FISCAL-STATUS " - changes NOT saved."
                MOVE "FAILED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                    UNTIL WS-CAL-IDX > WS-CAL-COUNT
                MOVE SPACES TO FISCAL-PERIOD-RECORD
                MOVE WS-CE-YEAR(WS-CAL-IDX)   TO FP-FISCAL-YEAR
                MOVE WS-CE-PERIOD(WS-CAL-IDX) TO FP-PERIOD-NO
                MOVE WS-CE-START(WS-CAL-IDX)  TO FP-START-DATE
                MOVE WS-CE-END(WS-CAL-IDX)    TO FP-END-DATE
                WRITE FISCAL-PERIOD-RECORD
            END-PERFORM.
            CLOSE FISCAL-CAL-FILE.
            DISPLAY "fiscalcal.txt saved - " WS-CAL-COUNT
                " fiscal period(s).".
       WRITE-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-LOG-FILE
            END-IF.
            IF WS-AUDIT-STATUS = "00"
                MOVE SPACES TO AUDIT-LOG-RECORD
                MOVE WS-TODAY-YY TO AUD-DATE(1:2)
                MOVE WS-TODAY-MM TO AUD-DATE(3:2)
                MOVE WS-TODAY-DD TO AUD-DATE(5:2)
                MOVE SPACES      TO AUD-DATE(7:2)
                MOVE WS-AUDIT-PROGRAM TO AUD-PROGRAM
                MOVE WS-AUDIT-COUNT   TO AUD-RECORDS
                MOVE WS-AUDIT-REJECTS TO AUD-REJECTS
                MOVE WS-AUDIT-OUTCOME TO AUD-OUTCOME
                MOVE WS-SESSION-OPERATOR TO AUD-OPERATOR
                WRITE AUDIT-LOG-RECORD
                CLOSE AUDIT-LOG-FILE
            ELSE
                DISPLAY "Unable to open auditlog.txt - status "
                    WS-AUDIT-STATUS " - " WS-AUDIT-PROGRAM
                    " not logged."
            END-IF.
       LOAD-OP-SESSION.
            OPEN INPUT OP-SESSION-FILE.
            IF WS-OPSESSION-STATUS = "00"
                READ OP-SESSION-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE OPS-OPERATOR TO WS-SESSION-OPERATOR
                END-READ
                CLOSE OP-SESSION-FILE
            END-IF.
       END PROGRAM FISCAL-CALENDAR.
