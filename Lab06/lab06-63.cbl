      ******************************************************************
      * Author:
      * Date:
      * Purpose: Time clock import, so supervisors stop adding up in
      *          and out punches by hand and keying the overtime into
      *          lab06-28. Reads the clock export (clockpunch.txt:
      *          badge or EMP-ID, date, time HHMM, I or O), turns a
      *          badge into its EMP-ID through badges.txt, and sorts
      *          the punches by employee, date and time. Each punch is
      *          rounded to the nearest rounding interval, IN and OUT
      *          punches are paired into shifts (a shift may run past
      *          midnight, up to 16 hours), and the unpaid meal break
      *          is deducted from any shift longer than the meal
      *          threshold. Worked hours are credited to the day the
      *          shift began; hours past the daily threshold are
      *          daily overtime, and the remaining hours past the
      *          weekly threshold in each seven-day week of the
      *          period are weekly overtime. The thresholds, the
      *          rounding interval and the meal break come from
      *          clockparm.txt (15 minutes, 30 minutes after 6 hours,
      *          8 and 40 hours when it is absent). Only punches inside
      *          the current payperiod.txt period are taken. Each
      *          employee's overtime is written to timesheet.txt as an
      *          unapproved sheet for the period, replacing a pending
      *          one from an earlier import or entry, and is approved
      *          in lab06-28 as before. Nothing is guessed: a missing
      *          or doubled punch, a punch for an unknown or
      *          terminated employee, or a malformed punch goes to the
      *          exception listing (clockexc.txt), and an employee
      *          with any exception gets no sheet until the punches
      *          are put right and the import is run again. Return
      *          code 4 when there are exceptions, 16 when a file
      *          cannot be opened or no pay period is set.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOCK-IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME
               WITH DUPLICATES
           FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
           SELECT PUNCH-FILE ASSIGN TO "clockpunch.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PUNCH-STATUS.
           SELECT BADGE-FILE ASSIGN TO "badges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BADGE-STATUS.
           SELECT CLOCK-PARM-FILE ASSIGN TO "clockparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOCK-PARM-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01".
           SELECT SORTED-PUNCH-FILE ASSIGN TO "punchsort.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SORTED-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "timesheet.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIMESHEET-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "payperiod.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.
           SELECT CLOCK-EXCEPTION-FILE ASSIGN TO "clockexc.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOCK-EXC-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "auditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OP-SESSION-FILE ASSIGN TO "opsession.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPSESSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       COPY EMPREC.
       FD PUNCH-FILE.
       01 PUNCH-RECORD.
           05 PU-ID            PIC X(6).
           05 PU-DATE          PIC X(8).
           05 PU-DATE-N REDEFINES PU-DATE PIC 9(8).
           05 PU-TIME          PIC X(4).
           05 PU-TIME-N REDEFINES PU-TIME.
               10 PU-HH        PIC 9(2).
               10 PU-MM        PIC 9(2).
           05 PU-DIRECTION     PIC X(1).
       FD BADGE-FILE.
       01 BADGE-RECORD.
           05 BG-BADGE         PIC X(6).
           05 BG-EMP-ID        PIC X(6).
       FD CLOCK-PARM-FILE.
       01 CLOCK-PARM-RECORD.
           05 CK-ROUND-MINUTES PIC 9(2).
           05 CK-MEAL-MINUTES  PIC 9(3).
           05 CK-MEAL-AFTER    PIC 9(3).
           05 CK-DAILY-OT      PIC 9(2)V99.
           05 CK-WEEKLY-OT     PIC 9(3)V99.
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SR-EMP-ID        PIC X(6).
           05 SR-DATE          PIC 9(8).
           05 SR-MINUTES       PIC 9(4).
           05 SR-SEQ           PIC 9(5).
           05 SR-DIRECTION     PIC X(1).
           05 SR-RAW-ID        PIC X(6).
           05 SR-TIME          PIC X(4).
       FD SORTED-PUNCH-FILE.
       01 SORTED-PUNCH-RECORD.
           05 SP-EMP-ID        PIC X(6).
           05 SP-DATE          PIC 9(8).
           05 SP-MINUTES       PIC 9(4).
           05 SP-SEQ           PIC 9(5).
           05 SP-DIRECTION     PIC X(1).
               88 SP-PUNCH-IN          VALUE 'I'.
               88 SP-PUNCH-OUT         VALUE 'O'.
           05 SP-RAW-ID        PIC X(6).
           05 SP-TIME          PIC X(4).
       FD TIMESHEET-FILE.
       01 TIMESHEET-RECORD.
           05 TS-EMP-ID       PIC X(6).
           05 TS-PERIOD       PIC X(6).
           05 TS-OT-HOURS     PIC 9(3)V99.
           05 TS-APPROVED     PIC X(1).
               88 TS-IS-APPROVED       VALUE 'Y'.
       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-RECORD.
           05 PP-PERIOD-ID     PIC X(6).
           05 PP-START-DATE    PIC 9(8).
           05 PP-END-DATE      PIC 9(8).
       FD CLOCK-EXCEPTION-FILE.
       01 CLOCK-EXCEPTION-RECORD  PIC X(80).
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 AUD-DATE      PIC X(8).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-PROGRAM   PIC X(10).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-RECORDS   PIC 9(5).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-REJECTS   PIC 9(5).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-OUTCOME   PIC X(10).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-OPERATOR  PIC X(8).
       FD OP-SESSION-FILE.
       01 OP-SESSION-RECORD.
           05 OPS-OPERATOR PIC X(8).
       WORKING-STORAGE SECTION.
       COPY DATEREQ.
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-PUNCH-STATUS         PIC X(2).
       01 WS-BADGE-STATUS         PIC X(2).
       01 WS-CLOCK-PARM-STATUS    PIC X(2).
       01 WS-SORTED-STATUS        PIC X(2).
       01 WS-TIMESHEET-STATUS     PIC X(2).
       01 WS-PERIOD-STATUS        PIC X(2).
       01 WS-CLOCK-EXC-STATUS     PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-RUN-RC               PIC 9(2)  VALUE ZERO.
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-PERIOD-ID            PIC X(6)  VALUE SPACES.
       01 WS-PERIOD-START         PIC 9(8)  VALUE ZERO.
       01 WS-PERIOD-END           PIC 9(8)  VALUE ZERO.
       01 WS-PERIOD-DAYS          PIC 9(2)  VALUE ZERO.
       01 WS-CLOCK-RULES.
           05 WS-ROUND-MINUTES    PIC 9(2)    VALUE 15.
           05 WS-MEAL-MINUTES     PIC 9(3)    VALUE 30.
           05 WS-MEAL-AFTER       PIC 9(3)    VALUE 360.
           05 WS-DAILY-OT-MINUTES PIC 9(4)    VALUE 480.
           05 WS-WEEKLY-OT-MINUTES PIC 9(5)   VALUE 2400.
       01 WS-BADGE-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-BADGE-TABLE.
           05 WS-BADGE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-BG-IDX.
               10 WS-BG-BADGE       PIC X(6).
               10 WS-BG-EMP-ID      PIC X(6).
       01 WS-SHEET-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-SHEET-TABLE.
           05 WS-SHEET-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-SHEET-IDX.
               10 WS-TS-EMP-ID   PIC X(6).
               10 WS-TS-PERIOD   PIC X(6).
               10 WS-TS-OT-HOURS PIC 9(3)V99.
               10 WS-TS-APPROVED PIC X(1).
       01 WS-SHEET-SLOT           PIC 9(3).
       01 WS-DAY-TABLE.
           05 WS-DAY-MINUTES OCCURS 62 TIMES PIC 9(5).
       01 WS-DAY-SUB              PIC 9(2).
       01 WS-WEEK-SUB             PIC 9(2).
       01 WS-PUNCH-FIELDS.
           05 WS-PUNCH-SEQ        PIC 9(5)  VALUE ZERO.
           05 WS-PUNCHES-READ     PIC 9(5)  VALUE ZERO.
           05 WS-PUNCH-MINUTES    PIC 9(4).
           05 WS-ROUND-QUOTIENT   PIC 9(4).
           05 WS-HALF-INTERVAL    PIC 9(2).
           05 WS-EXCEPTION-REASON PIC X(30).
       01 WS-EMPLOYEE-FIELDS.
           05 WS-CURRENT-EMP      PIC X(6).
           05 WS-EMP-STATE        PIC X(1).
               88 WS-EMP-USABLE             VALUE 'A'.
               88 WS-EMP-UNKNOWN            VALUE 'U'.
               88 WS-EMP-WAS-TERMINATED     VALUE 'T'.
           05 WS-EMP-EXCEPTIONS   PIC 9(4).
           05 WS-OPEN-IN-FLAG     PIC X(1).
               88 WS-SHIFT-OPEN             VALUE 'Y'.
           05 WS-LAST-DIRECTION   PIC X(1).
           05 WS-IN-DATE          PIC 9(8).
           05 WS-IN-MINUTES       PIC 9(4).
           05 WS-IN-TIME          PIC X(4).
           05 WS-IN-RAW-ID        PIC X(6).
           05 WS-SHIFT-MINUTES    PIC S9(7).
           05 WS-EMP-OT-MINUTES   PIC 9(5).
           05 WS-WEEK-MINUTES     PIC 9(5).
           05 WS-DAY-REGULAR      PIC 9(5).
           05 WS-DAY-REMAINDER    PIC 9(1).
           05 WS-EMP-OT-HOURS     PIC 9(3)V99.
       01 WS-RUN-TOTALS.
           05 WS-SHEETS-WRITTEN   PIC 9(5)  VALUE ZERO.
           05 WS-EMPLOYEES-HELD   PIC 9(5)  VALUE ZERO.
           05 WS-EXCEPTION-COUNT  PIC 9(5)  VALUE ZERO.
           05 WS-NO-OT-COUNT      PIC 9(5)  VALUE ZERO.
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-EXCEPTION-LINES.
           05 WS-EXC-TITLE.
               10 FILLER           PIC X(10) VALUE SPACE.
               10 FILLER           PIC X(38) VALUE
                   "TIME CLOCK IMPORT EXCEPTIONS - PERIOD ".
               10 EXT-PERIOD       PIC X(6).
           05 WS-EXC-RULE.
               10 FILLER PIC X(80) VALUE ALL "-".
           05 WS-EXC-COLUMNS.
               10 FILLER PIC X(7)  VALUE "PUNCH".
               10 FILLER PIC X(7)  VALUE "EMP".
               10 FILLER PIC X(9)  VALUE "DATE".
               10 FILLER PIC X(5)  VALUE "TIME".
               10 FILLER PIC X(4)  VALUE "I/O".
               10 FILLER PIC X(30) VALUE "REASON".
           05 WS-EXC-LINE.
               10 EXL-RAW-ID       PIC X(6).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 EXL-EMP-ID       PIC X(6).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 EXL-DATE         PIC X(8).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 EXL-TIME         PIC X(4).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 EXL-DIRECTION    PIC X(1).
               10 FILLER           PIC X(3)  VALUE SPACE.
               10 EXL-REASON       PIC X(30).
           05 WS-EXC-HELD-LINE.
               10 FILLER           PIC X(7)  VALUE SPACE.
               10 EXH-EMP-ID       PIC X(6).
               10 FILLER           PIC X(21) VALUE
                   " NO SHEET WRITTEN -  ".
               10 EXH-COUNT        PIC ZZZ9.
               10 FILLER           PIC X(20) VALUE
                   " exception(s) above".
           05 WS-EXC-FOOTING.
               10 FILLER           PIC X(20) VALUE
                   "Punches read      : ".
               10 EXF-READ         PIC ZZ,ZZ9.
               10 FILLER           PIC X(4)  VALUE SPACE.
               10 FILLER           PIC X(20) VALUE
                   "Exceptions        : ".
               10 EXF-EXCEPTIONS   PIC ZZ,ZZ9.
           05 WS-EXC-FOOTING-2.
               10 FILLER           PIC X(20) VALUE
                   "Sheets written    : ".
               10 EXF-SHEETS       PIC ZZ,ZZ9.
               10 FILLER           PIC X(4)  VALUE SPACE.
               10 FILLER           PIC X(20) VALUE
                   "Employees held    : ".
               10 EXF-HELD         PIC ZZ,ZZ9.
       01 DISP-OT-HOURS           PIC ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            ACCEPT WS-TODAY-RAW FROM DATE.
            PERFORM LOAD-PAY-PERIOD.
            IF WS-PERIOD-START = ZERO
                DISPLAY "payperiod.txt not found - no pay period to "
                    "import punches into."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-CLOCK-PARM.
            PERFORM LOAD-BADGES.
            PERFORM LOAD-TIMESHEETS.
            IF WS-RUN-RC = 16
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open employees.txt - status "
                    WS-EMPLOYEE-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT PUNCH-FILE.
            IF WS-PUNCH-STATUS NOT = "00"
                DISPLAY "Unable to open clockpunch.txt - status "
                    WS-PUNCH-STATUS
                CLOSE EMPLOYEE-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT CLOCK-EXCEPTION-FILE.
            IF WS-CLOCK-EXC-STATUS NOT = "00"
                DISPLAY "Unable to open clockexc.txt - status "
                    WS-CLOCK-EXC-STATUS
                CLOSE EMPLOYEE-FILE PUNCH-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-PERIOD-ID TO EXT-PERIOD.
            WRITE CLOCK-EXCEPTION-RECORD FROM WS-EXC-TITLE.
            WRITE CLOCK-EXCEPTION-RECORD FROM WS-EXC-RULE.
            WRITE CLOCK-EXCEPTION-RECORD FROM WS-EXC-COLUMNS.
            WRITE CLOCK-EXCEPTION-RECORD FROM WS-EXC-RULE.
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-EMP-ID SR-DATE SR-MINUTES SR-SEQ
                INPUT PROCEDURE IS FEED-SORT-PUNCHES
                GIVING SORTED-PUNCH-FILE.
            CLOSE PUNCH-FILE.
            PERFORM PAIR-SORTED-PUNCHES.
            CLOSE EMPLOYEE-FILE.
            WRITE CLOCK-EXCEPTION-RECORD FROM WS-EXC-RULE.
            MOVE WS-PUNCHES-READ    TO EXF-READ.
            MOVE WS-EXCEPTION-COUNT TO EXF-EXCEPTIONS.
            MOVE WS-SHEETS-WRITTEN  TO EXF-SHEETS.
            MOVE WS-EMPLOYEES-HELD  TO EXF-HELD.
            WRITE CLOCK-EXCEPTION-RECORD FROM WS-EXC-FOOTING.
            WRITE CLOCK-EXCEPTION-RECORD FROM WS-EXC-FOOTING-2.
            CLOSE CLOCK-EXCEPTION-FILE.
            IF WS-SHEETS-WRITTEN > ZERO
                PERFORM SAVE-TIMESHEETS
            END-IF.
            DISPLAY WS-PUNCHES-READ " punch(es) read, "
                WS-SHEETS-WRITTEN " overtime sheet(s) written for "
                "period " WS-PERIOD-ID ".".
            DISPLAY WS-NO-OT-COUNT " employee(s) worked no overtime.".
            IF WS-EXCEPTION-COUNT > ZERO
                DISPLAY WS-EXCEPTION-COUNT " exception(s), "
                    WS-EMPLOYEES-HELD " employee(s) held - see "
                    "clockexc.txt."
                IF WS-RUN-RC < 4
                    MOVE 4 TO WS-RUN-RC
                END-IF
            END-IF.
            MOVE "CLOCKIMP"         TO WS-AUDIT-PROGRAM.
            MOVE WS-SHEETS-WRITTEN  TO WS-AUDIT-COUNT.
            MOVE WS-EXCEPTION-COUNT TO WS-AUDIT-REJECTS.
            MOVE "UPDATED"          TO WS-AUDIT-OUTCOME.
            PERFORM WRITE-AUDIT-LOG.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       LOAD-PAY-PERIOD.
            OPEN INPUT PERIOD-CONTROL-FILE.
            IF WS-PERIOD-STATUS = "00"
                READ PERIOD-CONTROL-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE PP-PERIOD-ID  TO WS-PERIOD-ID
                        MOVE PP-START-DATE TO WS-PERIOD-START
                        MOVE PP-END-DATE   TO WS-PERIOD-END
                END-READ
                CLOSE PERIOD-CONTROL-FILE
            END-IF.
            IF WS-PERIOD-START > ZERO
                MOVE "DIFF" TO DS-FUNCTION
                MOVE WS-PERIOD-END TO DS-DATE-1
                MOVE WS-PERIOD-START TO DS-DATE-2
                CALL "DATESRV" USING DS-REQUEST
                IF DS-STATUS NOT = 'Y' OR DS-RESULT < ZERO
                        OR DS-RESULT > 61
                    DISPLAY "payperiod.txt dates " WS-PERIOD-START
                        " to " WS-PERIOD-END " are not a usable "
                        "period."
                    MOVE ZERO TO WS-PERIOD-START
                ELSE
                    COMPUTE WS-PERIOD-DAYS = DS-RESULT + 1
                END-IF
            END-IF.
       LOAD-CLOCK-PARM.
            OPEN INPUT CLOCK-PARM-FILE.
            IF WS-CLOCK-PARM-STATUS = "00"
                READ CLOCK-PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        PERFORM APPLY-CLOCK-PARM
                END-READ
                CLOSE CLOCK-PARM-FILE
            ELSE
                DISPLAY "clockparm.txt not found - 15 minute "
                    "rounding, 30 minute meal after 6 hours, "
                    "overtime past 8 hours a day or 40 a week."
            END-IF.
       APPLY-CLOCK-PARM.
            IF CK-ROUND-MINUTES IS NUMERIC
                MOVE CK-ROUND-MINUTES TO WS-ROUND-MINUTES
            END-IF.
            IF CK-MEAL-MINUTES IS NUMERIC
                MOVE CK-MEAL-MINUTES TO WS-MEAL-MINUTES
            END-IF.
            IF CK-MEAL-AFTER IS NUMERIC
                MOVE CK-MEAL-AFTER TO WS-MEAL-AFTER
            END-IF.
      * a zero threshold switches that kind of overtime off.
            IF CK-DAILY-OT IS NUMERIC
                IF CK-DAILY-OT = ZERO
                    MOVE 9999 TO WS-DAILY-OT-MINUTES
                ELSE
                    COMPUTE WS-DAILY-OT-MINUTES = CK-DAILY-OT * 60
                END-IF
            END-IF.
            IF CK-WEEKLY-OT IS NUMERIC
                IF CK-WEEKLY-OT = ZERO
                    MOVE 99999 TO WS-WEEKLY-OT-MINUTES
                ELSE
                    COMPUTE WS-WEEKLY-OT-MINUTES = CK-WEEKLY-OT * 60
                END-IF
            END-IF.
       LOAD-BADGES.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT BADGE-FILE.
            IF WS-BADGE-STATUS NOT = "00"
                DISPLAY "badges.txt not found - punches are taken "
                    "to carry the EMP-ID."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ BADGE-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-BADGE-COUNT < 2000
                                ADD 1 TO WS-BADGE-COUNT
                                SET WS-BG-IDX TO WS-BADGE-COUNT
                                MOVE BADGE-RECORD
                                    TO WS-BADGE-ENTRY(WS-BG-IDX)
                            ELSE
                                DISPLAY "badges.txt has more than "
                                    "2000 badges - " BG-BADGE
                                    " ignored."
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BADGE-FILE
            END-IF.
       LOAD-TIMESHEETS.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT TIMESHEET-FILE.
            IF WS-TIMESHEET-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ TIMESHEET-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-SHEET-COUNT < 300
                                ADD 1 TO WS-SHEET-COUNT
                                SET WS-SHEET-IDX TO WS-SHEET-COUNT
                                MOVE TIMESHEET-RECORD
                                    TO WS-SHEET-ENTRY(WS-SHEET-IDX)
                            ELSE
                                DISPLAY "timesheet.txt is over 300 "
                                    "sheets - import refused, the "
                                    "rewrite would lose sheets."
                                MOVE 16 TO WS-RUN-RC
                                SET WS-END-OF-FILE TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TIMESHEET-FILE
            ELSE
                DISPLAY "timesheet.txt not found - starting an "
                    "empty file."
            END-IF.
       SAVE-TIMESHEETS.
            OPEN OUTPUT TIMESHEET-FILE.
            IF WS-TIMESHEET-STATUS = "00"
                PERFORM VARYING WS-SHEET-IDX FROM 1 BY 1
                        UNTIL WS-SHEET-IDX > WS-SHEET-COUNT
                    WRITE TIMESHEET-RECORD
                        FROM WS-SHEET-ENTRY(WS-SHEET-IDX)
                END-PERFORM
                CLOSE TIMESHEET-FILE
            ELSE
                DISPLAY "Unable to rewrite timesheet.txt - status "
                    WS-TIMESHEET-STATUS
                MOVE 16 TO WS-RUN-RC
            END-IF.
       FEED-SORT-PUNCHES.
      * punches outside the period or that cannot be read are
      * listed here and never reach the sort.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL WS-END-OF-FILE
                READ PUNCH-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-PUNCHES-READ
                        PERFORM SCREEN-ONE-PUNCH
                            THRU SCREEN-ONE-PUNCH-EXIT
                END-READ
            END-PERFORM.
       SCREEN-ONE-PUNCH.
            MOVE SPACES TO SORT-RECORD.
            MOVE PU-ID TO SR-RAW-ID.
            MOVE PU-ID TO SR-EMP-ID.
            PERFORM VARYING WS-BG-IDX FROM 1 BY 1
                    UNTIL WS-BG-IDX > WS-BADGE-COUNT
                IF WS-BG-BADGE(WS-BG-IDX) = PU-ID
                    MOVE WS-BG-EMP-ID(WS-BG-IDX) TO SR-EMP-ID
                    SET WS-BG-IDX TO WS-BADGE-COUNT
                END-IF
            END-PERFORM.
            MOVE PU-TIME TO SR-TIME.
            MOVE PU-DIRECTION TO SR-DIRECTION.
            MOVE ZERO TO SR-DATE.
            IF PU-DATE-N IS NOT NUMERIC
                    OR PU-TIME-N IS NOT NUMERIC
                MOVE "DATE OR TIME NOT NUMERIC"
                    TO WS-EXCEPTION-REASON
                GO TO SCREEN-ONE-PUNCH-REJECT
            END-IF.
            MOVE PU-DATE-N TO SR-DATE.
            IF PU-HH > 23 OR PU-MM > 59
                MOVE "TIME NOT A CLOCK TIME" TO WS-EXCEPTION-REASON
                GO TO SCREEN-ONE-PUNCH-REJECT
            END-IF.
            IF PU-DIRECTION NOT = 'I' AND PU-DIRECTION NOT = 'O'
                MOVE "NOT AN IN OR OUT PUNCH" TO WS-EXCEPTION-REASON
                GO TO SCREEN-ONE-PUNCH-REJECT
            END-IF.
            IF PU-DATE-N < WS-PERIOD-START
                    OR PU-DATE-N > WS-PERIOD-END
                MOVE "OUTSIDE THE PAY PERIOD" TO WS-EXCEPTION-REASON
                GO TO SCREEN-ONE-PUNCH-REJECT
            END-IF.
            COMPUTE WS-PUNCH-MINUTES = PU-HH * 60 + PU-MM.
            PERFORM ROUND-PUNCH-TIME.
            MOVE WS-PUNCH-MINUTES TO SR-MINUTES.
            ADD 1 TO WS-PUNCH-SEQ.
            MOVE WS-PUNCH-SEQ TO SR-SEQ.
            RELEASE SORT-RECORD.
            GO TO SCREEN-ONE-PUNCH-EXIT.
       SCREEN-ONE-PUNCH-REJECT.
            MOVE SR-RAW-ID    TO EXL-RAW-ID.
            MOVE SR-EMP-ID    TO EXL-EMP-ID.
            MOVE PU-DATE      TO EXL-DATE.
            MOVE PU-TIME      TO EXL-TIME.
            MOVE PU-DIRECTION TO EXL-DIRECTION.
            MOVE WS-EXCEPTION-REASON TO EXL-REASON.
            WRITE CLOCK-EXCEPTION-RECORD FROM WS-EXC-LINE.
            ADD 1 TO WS-EXCEPTION-COUNT.
       SCREEN-ONE-PUNCH-EXIT.
            EXIT.
       ROUND-PUNCH-TIME.
      * to the nearest interval; a punch rounded up past midnight
      * is held at 23:59 so it stays on its own day.
            IF WS-ROUND-MINUTES > 1
                DIVIDE WS-ROUND-MINUTES BY 2 GIVING WS-HALF-INTERVAL
                COMPUTE WS-ROUND-QUOTIENT =
                    (WS-PUNCH-MINUTES + WS-HALF-INTERVAL)
                        / WS-ROUND-MINUTES
                COMPUTE WS-PUNCH-MINUTES =
                    WS-ROUND-QUOTIENT * WS-ROUND-MINUTES
                IF WS-PUNCH-MINUTES > 1439
                    MOVE 1439 TO WS-PUNCH-MINUTES
                END-IF
            END-IF.
       PAIR-SORTED-PUNCHES.
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE HIGH-VALUES TO WS-CURRENT-EMP.
            OPEN INPUT SORTED-PUNCH-FILE.
            IF WS-SORTED-STATUS NOT = "00"
                DISPLAY "Unable to read punchsort.tmp - status "
                    WS-SORTED-STATUS
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ SORTED-PUNCH-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF SP-EMP-ID NOT = WS-CURRENT-EMP
                                IF WS-CURRENT-EMP NOT = HIGH-VALUES
                                    PERFORM FINISH-EMPLOYEE
                                END-IF
                                PERFORM START-EMPLOYEE
                            END-IF
                            PERFORM PAIR-ONE-PUNCH
                                THRU PAIR-ONE-PUNCH-EXIT
                    END-READ
                END-PERFORM
                IF WS-CURRENT-EMP NOT = HIGH-VALUES
                    PERFORM FINISH-EMPLOYEE
                END-IF
                CLOSE SORTED-PUNCH-FILE
            END-IF.
       START-EMPLOYEE.
            MOVE SP-EMP-ID TO WS-CURRENT-EMP.
            MOVE ZERO TO WS-EMP-EXCEPTIONS.
            MOVE 'N' TO WS-OPEN-IN-FLAG.
            MOVE SPACE TO WS-LAST-DIRECTION.
            INITIALIZE WS-DAY-TABLE.
            MOVE SP-EMP-ID TO EMP-ID.
            READ EMPLOYEE-FILE
                KEY IS EMP-ID
                INVALID KEY
                    SET WS-EMP-UNKNOWN TO TRUE
                NOT INVALID KEY
                    IF EMP-TERMINATED
                        SET WS-EMP-WAS-TERMINATED TO TRUE
                    ELSE
                        SET WS-EMP-USABLE TO TRUE
                    END-IF
            END-READ.
       PAIR-ONE-PUNCH.
            IF WS-EMP-UNKNOWN
                MOVE "EMPLOYEE NOT ON THE MASTER"
                    TO WS-EXCEPTION-REASON
                PERFORM WRITE-PUNCH-EXCEPTION
                GO TO PAIR-ONE-PUNCH-EXIT
            END-IF.
            IF WS-EMP-WAS-TERMINATED
                MOVE "EMPLOYEE IS TERMINATED" TO WS-EXCEPTION-REASON
                PERFORM WRITE-PUNCH-EXCEPTION
                GO TO PAIR-ONE-PUNCH-EXIT
            END-IF.
            IF SP-PUNCH-IN
                IF WS-SHIFT-OPEN
                    PERFORM EXCEPT-OPEN-IN-PUNCH
                    MOVE "DOUBLED IN PUNCH" TO WS-EXCEPTION-REASON
                    PERFORM WRITE-PUNCH-EXCEPTION
                    MOVE 'N' TO WS-OPEN-IN-FLAG
                ELSE
                    SET WS-SHIFT-OPEN TO TRUE
                    MOVE SP-DATE    TO WS-IN-DATE
                    MOVE SP-MINUTES TO WS-IN-MINUTES
                    MOVE SP-TIME    TO WS-IN-TIME
                    MOVE SP-RAW-ID  TO WS-IN-RAW-ID
                END-IF
                MOVE 'I' TO WS-LAST-DIRECTION
                GO TO PAIR-ONE-PUNCH-EXIT
            END-IF.
            IF NOT WS-SHIFT-OPEN
                IF WS-LAST-DIRECTION = 'O'
                    MOVE "DOUBLED OUT PUNCH" TO WS-EXCEPTION-REASON
                ELSE
                    MOVE "OUT WITH NO IN PUNCH"
                        TO WS-EXCEPTION-REASON
                END-IF
                PERFORM WRITE-PUNCH-EXCEPTION
                MOVE 'O' TO WS-LAST-DIRECTION
                GO TO PAIR-ONE-PUNCH-EXIT
            END-IF.
            MOVE 'O' TO WS-LAST-DIRECTION.
            MOVE 'N' TO WS-OPEN-IN-FLAG.
            PERFORM MEASURE-SHIFT.
            IF WS-SHIFT-MINUTES > 960
                PERFORM EXCEPT-OPEN-IN-PUNCH
                MOVE "OUT WITH NO IN PUNCH" TO WS-EXCEPTION-REASON
                PERFORM WRITE-PUNCH-EXCEPTION
                GO TO PAIR-ONE-PUNCH-EXIT
            END-IF.
            IF WS-SHIFT-MINUTES > WS-MEAL-AFTER
                SUBTRACT WS-MEAL-MINUTES FROM WS-SHIFT-MINUTES
            END-IF.
            MOVE "DIFF" TO DS-FUNCTION.
            MOVE WS-IN-DATE TO DS-DATE-1.
            MOVE WS-PERIOD-START TO DS-DATE-2.
            CALL "DATESRV" USING DS-REQUEST.
            COMPUTE WS-DAY-SUB = DS-RESULT + 1.
            ADD WS-SHIFT-MINUTES TO WS-DAY-MINUTES(WS-DAY-SUB).
       PAIR-ONE-PUNCH-EXIT.
            EXIT.
       MEASURE-SHIFT.
      * minutes from the open IN to this OUT, across midnight when
      * the dates differ.
            MOVE ZERO TO WS-SHIFT-MINUTES.
            IF SP-DATE NOT = WS-IN-DATE
                MOVE "DIFF" TO DS-FUNCTION
                MOVE SP-DATE TO DS-DATE-1
                MOVE WS-IN-DATE TO DS-DATE-2
                CALL "DATESRV" USING DS-REQUEST
                COMPUTE WS-SHIFT-MINUTES = DS-RESULT * 1440
            END-IF.
            COMPUTE WS-SHIFT-MINUTES =
                WS-SHIFT-MINUTES + SP-MINUTES - WS-IN-MINUTES.
       EXCEPT-OPEN-IN-PUNCH.
            MOVE WS-IN-RAW-ID   TO EXL-RAW-ID.
            MOVE WS-CURRENT-EMP TO EXL-EMP-ID.
            MOVE WS-IN-DATE     TO EXL-DATE.
            MOVE WS-IN-TIME     TO EXL-TIME.
            MOVE 'I'            TO EXL-DIRECTION.
            IF WS-LAST-DIRECTION = 'I' AND SP-PUNCH-IN
                    AND SP-EMP-ID = WS-CURRENT-EMP
                MOVE "DOUBLED IN PUNCH" TO EXL-REASON
            ELSE
                MOVE "IN WITH NO OUT PUNCH" TO EXL-REASON
            END-IF.
            WRITE CLOCK-EXCEPTION-RECORD FROM WS-EXC-LINE.
            ADD 1 TO WS-EXCEPTION-COUNT.
            ADD 1 TO WS-EMP-EXCEPTIONS.
       WRITE-PUNCH-EXCEPTION.
            MOVE SP-RAW-ID    TO EXL-RAW-ID.
            MOVE SP-EMP-ID    TO EXL-EMP-ID.
            MOVE SP-DATE      TO EXL-DATE.
            MOVE SP-TIME      TO EXL-TIME.
            MOVE SP-DIRECTION TO EXL-DIRECTION.
            MOVE WS-EXCEPTION-REASON TO EXL-REASON.
            WRITE CLOCK-EXCEPTION-RECORD FROM WS-EXC-LINE.
            ADD 1 TO WS-EXCEPTION-COUNT.
            ADD 1 TO WS-EMP-EXCEPTIONS.
       FINISH-EMPLOYEE.
            IF WS-SHIFT-OPEN
                MOVE 'N' TO WS-LAST-DIRECTION
                PERFORM EXCEPT-OPEN-IN-PUNCH
            END-IF.
            IF WS-EMP-EXCEPTIONS > ZERO
                IF WS-EMP-USABLE
                    MOVE WS-CURRENT-EMP    TO EXH-EMP-ID
                    MOVE WS-EMP-EXCEPTIONS TO EXH-COUNT
                    WRITE CLOCK-EXCEPTION-RECORD
                        FROM WS-EXC-HELD-LINE
                END-IF
                ADD 1 TO WS-EMPLOYEES-HELD
            ELSE
                PERFORM COMPUTE-OVERTIME
                IF WS-EMP-OT-MINUTES = ZERO
                    ADD 1 TO WS-NO-OT-COUNT
                ELSE
                    PERFORM POST-OVERTIME-SHEET
                        THRU POST-OVERTIME-SHEET-EXIT
                END-IF
            END-IF.
       COMPUTE-OVERTIME.
      * daily overtime first; what is left of each day counts
      * toward the weekly threshold for its week of the period.
            MOVE ZERO TO WS-EMP-OT-MINUTES.
            MOVE ZERO TO WS-WEEK-MINUTES.
            PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                    UNTIL WS-DAY-SUB > WS-PERIOD-DAYS
                IF WS-DAY-MINUTES(WS-DAY-SUB) > WS-DAILY-OT-MINUTES
                    COMPUTE WS-EMP-OT-MINUTES = WS-EMP-OT-MINUTES
                        + WS-DAY-MINUTES(WS-DAY-SUB)
                        - WS-DAILY-OT-MINUTES
                    MOVE WS-DAILY-OT-MINUTES TO WS-DAY-REGULAR
                ELSE
                    MOVE WS-DAY-MINUTES(WS-DAY-SUB) TO WS-DAY-REGULAR
                END-IF
                ADD WS-DAY-REGULAR TO WS-WEEK-MINUTES
                DIVIDE WS-DAY-SUB BY 7 GIVING WS-WEEK-SUB
                    REMAINDER WS-DAY-REMAINDER
                IF WS-DAY-REMAINDER = ZERO
                        OR WS-DAY-SUB = WS-PERIOD-DAYS
                    PERFORM CLOSE-OVERTIME-WEEK
                END-IF
            END-PERFORM.
            COMPUTE WS-EMP-OT-HOURS ROUNDED = WS-EMP-OT-MINUTES / 60.
       CLOSE-OVERTIME-WEEK.
            IF WS-WEEK-MINUTES > WS-WEEKLY-OT-MINUTES
                COMPUTE WS-EMP-OT-MINUTES = WS-EMP-OT-MINUTES
                    + WS-WEEK-MINUTES - WS-WEEKLY-OT-MINUTES
            END-IF.
            MOVE ZERO TO WS-WEEK-MINUTES.
       POST-OVERTIME-SHEET.
            MOVE ZERO TO WS-SHEET-SLOT.
            PERFORM VARYING WS-SHEET-IDX FROM 1 BY 1
                    UNTIL WS-SHEET-IDX > WS-SHEET-COUNT
                IF WS-TS-EMP-ID(WS-SHEET-IDX) = WS-CURRENT-EMP
                        AND WS-TS-PERIOD(WS-SHEET-IDX) = WS-PERIOD-ID
                    SET WS-SHEET-SLOT TO WS-SHEET-IDX
                END-IF
            END-PERFORM.
            IF WS-SHEET-SLOT > ZERO
                SET WS-SHEET-IDX TO WS-SHEET-SLOT
                IF WS-TS-APPROVED(WS-SHEET-IDX) = 'Y'
                    MOVE WS-CURRENT-EMP TO EXL-EMP-ID
                    MOVE SPACES TO EXL-RAW-ID EXL-DATE EXL-TIME
                        EXL-DIRECTION
                    MOVE "PERIOD SHEET ALREADY APPROVED"
                        TO EXL-REASON
                    WRITE CLOCK-EXCEPTION-RECORD FROM WS-EXC-LINE
                    ADD 1 TO WS-EXCEPTION-COUNT
                    ADD 1 TO WS-EMPLOYEES-HELD
                    GO TO POST-OVERTIME-SHEET-EXIT
                END-IF
            ELSE
                IF WS-SHEET-COUNT >= 300
                    MOVE WS-CURRENT-EMP TO EXL-EMP-ID
                    MOVE SPACES TO EXL-RAW-ID EXL-DATE EXL-TIME
                        EXL-DIRECTION
                    MOVE "TIMESHEET TABLE FULL" TO EXL-REASON
                    WRITE CLOCK-EXCEPTION-RECORD FROM WS-EXC-LINE
                    ADD 1 TO WS-EXCEPTION-COUNT
                    ADD 1 TO WS-EMPLOYEES-HELD
                    GO TO POST-OVERTIME-SHEET-EXIT
                END-IF
                ADD 1 TO WS-SHEET-COUNT
                SET WS-SHEET-IDX TO WS-SHEET-COUNT
            END-IF.
            MOVE WS-CURRENT-EMP  TO WS-TS-EMP-ID(WS-SHEET-IDX).
            MOVE WS-PERIOD-ID    TO WS-TS-PERIOD(WS-SHEET-IDX).
            MOVE WS-EMP-OT-HOURS TO WS-TS-OT-HOURS(WS-SHEET-IDX).
            MOVE 'N'             TO WS-TS-APPROVED(WS-SHEET-IDX).
            ADD 1 TO WS-SHEETS-WRITTEN.
            MOVE WS-EMP-OT-HOURS TO DISP-OT-HOURS.
            DISPLAY "  " WS-CURRENT-EMP "  " DISP-OT-HOURS
                " overtime hour(s) - awaiting approval".
       POST-OVERTIME-SHEET-EXIT.
            EXIT.
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
       END PROGRAM CLOCK-IMPORT.
