      *                               business days; the resulting
      *                               date (YYYYMMDD) comes back in
      *                               DS-RESULT
      *                        "CADD" DS-DATE-1 plus DS-DATE-2
      *                               calendar days; the resulting
      *                               date comes back in DS-RESULT
      *                        "FPER" fiscal year and period of
      *                               DS-DATE-1 from fiscalcal.txt as
      *                               YYYYPP in DS-RESULT; the last
      *                               date of that period comes back
      *                               in DS-DATE-2
      *          DS-STATUS comes back 'Y' when good, or 'N' (not
      *          numeric), 'M' (bad month), 'D' (bad day) naming the
      *          failing edit, or 'F' when a valid date falls outside
      *          the fiscal calendar; DS-RESULT carries the number
      *          asked for.
      * Tectonics: cobc -m
      * Modifications:
      *   - Added the holiday calendar (holidays.txt, one YYYYMMDD
      *     paragraphs - their early-out GO TOs leave the plain
      *     PERFORM range, and a BDIF on two equal dates fell
      *     through into the BADD logic and looped.
      *   - Added the fiscal calendar (fiscalcal.txt, layout FISCAL,
      *     validated on load like holidays.txt) and "FPER": DS-
      *     RESULT comes back as the fiscal year and period (YYYYPP)
      *     holding DS-DATE-1 and DS-DATE-2 as the last date of that
      *     period; status 'F' when the date is outside the calendar.
      *   - Added "CADD": DS-DATE-1 plus DS-DATE-2 calendar days, the
      *     resulting date (YYYYMMDD) back in DS-RESULT the way BADD
      *     returns it - for due dates set by payment terms.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATESRV.
           SELECT HOLIDAY-FILE ASSIGN TO "holidays.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT FISCAL-CAL-FILE ASSIGN TO "fiscalcal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FISCAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           05 HOL-DATE       PIC 9(8).
       FD FISCAL-CAL-FILE.
       COPY FISCAL.
       WORKING-STORAGE SECTION.
       01 WS-DATE-WORK       PIC 9(8).
       01 WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY OCCURS 100 TIMES
                   INDEXED BY WS-HOL-IDX PIC 9(8).
       01 WS-FISCAL-STATUS   PIC X(2).
       01 WS-FISCAL-LOADED   PIC X(1)  VALUE 'N'.
           88 WS-FISCAL-TABLE-READY   VALUE 'Y'.
       01 WS-FISCAL-EOF-FLAG PIC X(1).
           88 WS-FISCAL-EOF           VALUE 'Y'.
       01 WS-FISCAL-COUNT    PIC 9(3)  VALUE ZERO.
       01 WS-FISCAL-TABLE.
           05 WS-FISCAL-ENTRY OCCURS 240 TIMES
                   INDEXED BY WS-FIS-IDX.
               10 WS-FIS-YEAR    PIC 9(4).
               10 WS-FIS-PERIOD  PIC 9(2).
               10 WS-FIS-START   PIC 9(8).
               10 WS-FIS-END     PIC 9(8).
       01 WS-FISCAL-BAD-FLAG PIC X(1).
           88 WS-FISCAL-RECORD-BAD    VALUE 'Y'.
       01 WS-BUS-FIELDS.
           05 WS-BUS-DOW         PIC 9(1).
           05 WS-BUS-REM-WORK    PIC 9(9).
                    PERFORM ENSURE-HOLIDAYS-LOADED
                    PERFORM ADD-BUSINESS-DAYS
                        THRU ADD-BUSINESS-DAYS-EXIT
                WHEN "CADD"
                    PERFORM ADD-CALENDAR-DAYS
                        THRU ADD-CALENDAR-DAYS-EXIT
                WHEN "BDAY"
                    PERFORM ENSURE-HOLIDAYS-LOADED
                    PERFORM BUSINESS-DAY-TEST
                        THRU BUSINESS-DAY-TEST-EXIT
                WHEN "FPER"
                    PERFORM ENSURE-FISCAL-LOADED
                    PERFORM FISCAL-PERIOD-LOOKUP
                        THRU FISCAL-PERIOD-LOOKUP-EXIT
                WHEN OTHER
                    MOVE 'N' TO DS-STATUS
            END-EVALUATE.
                    HOLIDAY-RECORD
            END-IF.
            MOVE 'Y' TO DS-STATUS.
       ENSURE-FISCAL-LOADED.
            IF NOT WS-FISCAL-TABLE-READY
                SET WS-FISCAL-TABLE-READY TO TRUE
                OPEN INPUT FISCAL-CAL-FILE
                IF WS-FISCAL-STATUS = "00"
                    MOVE 'N' TO WS-FISCAL-EOF-FLAG
                    PERFORM UNTIL WS-FISCAL-EOF
                        READ FISCAL-CAL-FILE
                            AT END
                                SET WS-FISCAL-EOF TO TRUE
                            NOT AT END
                                PERFORM LOAD-ONE-FISCAL-PERIOD
                        END-READ
                    END-PERFORM
                    CLOSE FISCAL-CAL-FILE
                END-IF
            END-IF.
       LOAD-ONE-FISCAL-PERIOD.
            MOVE 'N' TO WS-FISCAL-BAD-FLAG.
            IF FP-FISCAL-YEAR IS NOT NUMERIC
                    OR FP-PERIOD-NO IS NOT NUMERIC
                SET WS-FISCAL-RECORD-BAD TO TRUE
            ELSE
                MOVE FP-START-DATE TO WS-DATE-WORK
                PERFORM VALIDATE-ONE-DATE
                IF DS-STATUS = 'Y'
                    MOVE FP-END-DATE TO WS-DATE-WORK
                    PERFORM VALIDATE-ONE-DATE
                END-IF
                IF DS-STATUS NOT = 'Y'
                        OR FP-END-DATE < FP-START-DATE
                    SET WS-FISCAL-RECORD-BAD TO TRUE
                END-IF
            END-IF.
            IF WS-FISCAL-RECORD-BAD
                DISPLAY "fiscalcal.txt: bad period skipped: "
                    FISCAL-PERIOD-RECORD
            ELSE
                IF WS-FISCAL-COUNT < 240
                    ADD 1 TO WS-FISCAL-COUNT
                    SET WS-FIS-IDX TO WS-FISCAL-COUNT
                    MOVE FP-FISCAL-YEAR TO WS-FIS-YEAR(WS-FIS-IDX)
                    MOVE FP-PERIOD-NO   TO WS-FIS-PERIOD(WS-FIS-IDX)
                    MOVE FP-START-DATE  TO WS-FIS-START(WS-FIS-IDX)
                    MOVE FP-END-DATE    TO WS-FIS-END(WS-FIS-IDX)
                END-IF
            END-IF.
            MOVE 'Y' TO DS-STATUS.
       FISCAL-PERIOD-LOOKUP.
            MOVE DS-DATE-1 TO WS-DATE-WORK.
            PERFORM VALIDATE-ONE-DATE.
            IF DS-STATUS NOT = 'Y'
                GO TO FISCAL-PERIOD-LOOKUP-EXIT
            END-IF.
            MOVE 'F' TO DS-STATUS.
            PERFORM VARYING WS-FIS-IDX FROM 1 BY 1
                    UNTIL WS-FIS-IDX > WS-FISCAL-COUNT
                        OR DS-STATUS = 'Y'
                IF DS-DATE-1 >= WS-FIS-START(WS-FIS-IDX)
                        AND DS-DATE-1 <= WS-FIS-END(WS-FIS-IDX)
                    COMPUTE DS-RESULT =
                        WS-FIS-YEAR(WS-FIS-IDX) * 100
                            + WS-FIS-PERIOD(WS-FIS-IDX)
                    MOVE WS-FIS-END(WS-FIS-IDX) TO DS-DATE-2
                    MOVE 'Y' TO DS-STATUS
                END-IF
            END-PERFORM.
       FISCAL-PERIOD-LOOKUP-EXIT.
            EXIT.
       CHECK-BUSINESS-DAY.
      * WS-CUR-YMD must hold a valid date; sets WS-BUS-DAY-FLAG.
            MOVE 'Y' TO WS-BUS-DAY-FLAG.
            MOVE WS-CUR-YMD TO DS-RESULT.
       ADD-BUSINESS-DAYS-EXIT.
            EXIT.
       ADD-CALENDAR-DAYS.
            MOVE DS-DATE-1 TO WS-DATE-WORK.
            PERFORM VALIDATE-ONE-DATE.
            IF DS-STATUS NOT = 'Y'
                GO TO ADD-CALENDAR-DAYS-EXIT
            END-IF.
            MOVE DS-DATE-1 TO WS-CUR-YMD.
            MOVE DS-DATE-2 TO WS-BUS-TARGET.
            MOVE ZERO TO WS-BUS-STEPS.
            PERFORM UNTIL WS-BUS-STEPS >= WS-BUS-TARGET
                PERFORM ADVANCE-ONE-DAY
                ADD 1 TO WS-BUS-STEPS
            END-PERFORM.
            MOVE WS-CUR-YMD TO DS-RESULT.
       ADD-CALENDAR-DAYS-EXIT.
            EXIT.
       BUSINESS-DAY-TEST.
            MOVE DS-DATE-1 TO WS-DATE-WORK.
            PERFORM VALIDATE-ONE-DATE.
