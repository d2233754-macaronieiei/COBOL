      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch step SLA trend report. Reads the permanent
      *          step history the driver keeps (stephist.txt) and,
      *          for each job plan step, lists its last N runs (N
      *          asked for, default 10, at most 30) with start and
      *          end, elapsed seconds, return code, records processed
      *          and operator, then the average and worst elapsed
      *          time over those runs against the step's average over
      *          its whole history - so a step creeping toward the
      *          end of the batch window shows before it overruns.
      *          A run longer than the step's threshold on
      *          stepsla.txt is marked OVER and counted; a step with
      *          no threshold row is never over. The report is
      *          steptrend.txt; return code 4 when any listed run
      *          was over its threshold. The overrun alerts
      *          themselves are raised by the driver as each step
      *          ends, not here.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEP-TREND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-HISTORY-FILE ASSIGN TO "stephist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEP-HIST-STATUS.
           SELECT STEP-SLA-FILE ASSIGN TO "stepsla.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEP-SLA-STATUS.
           SELECT TREND-REPORT-FILE ASSIGN TO "steptrend.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TREND-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "auditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OP-SESSION-FILE ASSIGN TO "opsession.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPSESSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STEP-HISTORY-FILE.
       COPY STEPHIST.
       FD STEP-SLA-FILE.
       01 STEP-SLA-RECORD.
           05 SLA-STEP         PIC X(10).
           05 SLA-SECONDS      PIC 9(7).
       FD TREND-REPORT-FILE.
       01 TREND-REPORT-RECORD  PIC X(132).
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
       01 WS-STEP-HIST-STATUS     PIC X(2).
       01 WS-STEP-SLA-STATUS      PIC X(2).
       01 WS-TREND-STATUS         PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-UNATTENDED-FLAG      PIC A(1)  VALUE 'N'.
           88 WS-UNATTENDED                 VALUE 'Y'.
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-RUN-RC               PIC 9(2)  VALUE ZERO.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-LAST-N               PIC 9(2)  VALUE 10.
       01 WS-LAST-N-X             PIC X(2)  VALUE SPACES.
       01 WS-STEP-COUNT           PIC 9(3)  VALUE ZERO.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-ST-IDX.
               10 WS-ST-STEP       PIC X(10).
               10 WS-ST-LIMIT      PIC 9(7).
               10 WS-ST-RUNS       PIC 9(7).
               10 WS-ST-ALL-TOTAL  PIC 9(11).
               10 WS-ST-SEEN       PIC 9(7).
               10 WS-ST-LIST-TOTAL PIC 9(11).
               10 WS-ST-LISTED     PIC 9(3).
               10 WS-ST-WORST      PIC 9(7).
               10 WS-ST-OVER       PIC 9(3).
       01 WS-STEP-FULL-FLAG       PIC X(1)  VALUE 'N'.
           88 WS-STEP-TABLE-FULL            VALUE 'Y'.
       01 WS-RUN-COUNT            PIC 9(4)  VALUE ZERO.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 1500 TIMES
                   INDEXED BY WS-RN-IDX.
               10 WS-RN-SLOT       PIC 9(3).
               10 WS-RN-RECORD     PIC X(78).
       01 WS-WORK-FIELDS.
           05 WS-FOUND-FLAG       PIC X(1).
               88 WS-FOUND                  VALUE 'Y'.
           05 WS-SLOT             PIC 9(3).
           05 WS-FIRST-LISTED     PIC 9(7).
           05 WS-AVERAGE          PIC 9(7).
           05 WS-ALL-AVERAGE      PIC 9(7).
           05 WS-OVER-TOTAL       PIC 9(5)  VALUE ZERO.
           05 WS-HISTORY-ROWS     PIC 9(5)  VALUE ZERO.
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-TREND-LINES.
           05 WS-TR-TITLE.
               10 FILLER           PIC X(28) VALUE
                   "BATCH STEP SLA TREND - LAST ".
               10 TRT-LAST-N       PIC Z9.
               10 FILLER           PIC X(20) VALUE
                   " RUNS PER STEP - RUN".
               10 FILLER           PIC X(4)  VALUE " ON ".
               10 TRT-RUN-DATE     PIC 9(8).
           05 WS-TR-RULE.
               10 FILLER PIC X(132) VALUE ALL "-".
           05 WS-TR-STEP-HEAD.
               10 FILLER           PIC X(5)  VALUE "STEP ".
               10 TRS-STEP         PIC X(10).
               10 FILLER           PIC X(13) VALUE " THRESHOLD ".
               10 TRS-LIMIT        PIC X(16).
               10 FILLER           PIC X(16) VALUE " RUNS ON FILE ".
               10 TRS-RUNS         PIC ZZZZZZ9.
           05 WS-TR-COLUMN-HEAD.
               10 FILLER           PIC X(4)  VALUE SPACES.
               10 FILLER           PIC X(17) VALUE "STARTED".
               10 FILLER           PIC X(17) VALUE "ENDED".
               10 FILLER           PIC X(9)  VALUE "  ELAPSED".
               10 FILLER           PIC X(6)  VALUE "    RC".
               10 FILLER           PIC X(2)  VALUE SPACES.
               10 FILLER           PIC X(13) VALUE "OUTCOME".
               10 FILLER           PIC X(8)  VALUE " RECORDS".
               10 FILLER           PIC X(2)  VALUE SPACES.
               10 FILLER           PIC X(9)  VALUE "OPERATOR".
           05 WS-TR-RUN-LINE.
               10 FILLER           PIC X(4)  VALUE SPACES.
               10 TRR-START-DATE   PIC 9(8).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 TRR-START-TIME   PIC 99B99B99.
               10 FILLER           PIC X(2)  VALUE SPACES.
               10 TRR-END-DATE     PIC 9(8).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 TRR-END-TIME     PIC 99B99B99.
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 TRR-ELAPSED      PIC ZZZZZZ9.
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 TRR-RC           PIC ZZZZ9.
               10 FILLER           PIC X(3)  VALUE SPACES.
               10 TRR-OUTCOME      PIC X(12).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 TRR-RECORDS      PIC X(7).
               10 FILLER           PIC X(3)  VALUE SPACES.
               10 TRR-OPERATOR     PIC X(8).
               10 FILLER           PIC X(2)  VALUE SPACES.
               10 TRR-OVER         PIC X(4).
           05 WS-TR-STAT-LINE.
               10 FILLER           PIC X(4)  VALUE SPACES.
               10 FILLER           PIC X(17) VALUE "AVERAGE ELAPSED ".
               10 TRA-AVERAGE      PIC ZZZZZZ9.
               10 FILLER           PIC X(9)  VALUE "  WORST ".
               10 TRA-WORST        PIC ZZZZZZ9.
               10 FILLER           PIC X(22) VALUE
                   "  ALL-TIME AVERAGE ".
               10 TRA-ALL-AVERAGE  PIC ZZZZZZ9.
               10 FILLER           PIC X(8)  VALUE "  OVER ".
               10 TRA-OVER         PIC ZZ9.
       01 WS-RECORDS-SHOW         PIC ZZZZZZ9.
       01 WS-LIMIT-SHOW           PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            IF WS-SESSION-OPERATOR = "SCHEDULE"
                SET WS-UNATTENDED TO TRUE
            END-IF.
            ACCEPT WS-TODAY-RAW FROM DATE.
            COMPUTE WS-TODAY =
                20000000 + (WS-TODAY-YY * 10000)
                    + (WS-TODAY-MM * 100) + WS-TODAY-DD.
            MOVE "STEPTRND" TO WS-AUDIT-PROGRAM.
            MOVE ZERO       TO WS-AUDIT-COUNT WS-AUDIT-REJECTS.
            IF NOT WS-UNATTENDED
                DISPLAY "Runs to show per step (blank = 10, "
                    "at most 30): "
                ACCEPT WS-LAST-N-X
                IF WS-LAST-N-X NOT = SPACES
                    IF WS-LAST-N-X IS NUMERIC
                        MOVE WS-LAST-N-X TO WS-LAST-N
                    ELSE
                        IF WS-LAST-N-X(2:1) = SPACE
                                AND WS-LAST-N-X(1:1) IS NUMERIC
                            MOVE WS-LAST-N-X(1:1) TO WS-LAST-N
                        ELSE
                            DISPLAY "Not a number - 10 runs shown."
                        END-IF
                    END-IF
                END-IF
            END-IF.
            IF WS-LAST-N = ZERO OR WS-LAST-N > 30
                MOVE 10 TO WS-LAST-N
            END-IF.
            PERFORM COUNT-STEP-RUNS.
            IF WS-STEP-COUNT = ZERO
                DISPLAY "No step history on stephist.txt - run a "
                    "job plan first."
                MOVE "FAILED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-STEP-SLA.
            PERFORM COLLECT-LAST-RUNS.
            OPEN OUTPUT TREND-REPORT-FILE.
            IF WS-TREND-STATUS NOT = "00"
                DISPLAY "Unable to open steptrend.txt - status "
                    WS-TREND-STATUS
                MOVE "FAILED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-LAST-N TO TRT-LAST-N.
            MOVE WS-TODAY  TO TRT-RUN-DATE.
            WRITE TREND-REPORT-RECORD FROM WS-TR-TITLE.
            WRITE TREND-REPORT-RECORD FROM WS-TR-RULE.
            PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                    UNTIL WS-ST-IDX > WS-STEP-COUNT
                PERFORM WRITE-ONE-STEP
            END-PERFORM.
            CLOSE TREND-REPORT-FILE.
            DISPLAY WS-STEP-COUNT " step(s) reported, "
                WS-OVER-TOTAL " run(s) over threshold - see "
                "steptrend.txt.".
            IF WS-OVER-TOTAL > ZERO AND WS-RUN-RC < 4
                MOVE 4 TO WS-RUN-RC
            END-IF.
            MOVE WS-HISTORY-ROWS TO WS-AUDIT-COUNT.
            MOVE WS-OVER-TOTAL   TO WS-AUDIT-REJECTS.
            MOVE "LISTED"        TO WS-AUDIT-OUTCOME.
            PERFORM WRITE-AUDIT-LOG.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       COUNT-STEP-RUNS.
      * first pass: the steps in order of first appearance, with how
      * often each has run and its total elapsed time.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT STEP-HISTORY-FILE.
            IF WS-STEP-HIST-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ STEP-HISTORY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            ADD 1 TO WS-HISTORY-ROWS
                            PERFORM FIND-STEP-SLOT
                            IF WS-FOUND
                                ADD 1 TO WS-ST-RUNS(WS-ST-IDX)
                                ADD SH-ELAPSED
                                    TO WS-ST-ALL-TOTAL(WS-ST-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STEP-HISTORY-FILE
            END-IF.
            IF WS-STEP-TABLE-FULL
                DISPLAY "More than 50 steps on stephist.txt - the "
                    "later ones are not reported."
                MOVE 4 TO WS-RUN-RC
            END-IF.
       FIND-STEP-SLOT.
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                    UNTIL WS-ST-IDX > WS-STEP-COUNT OR WS-FOUND
                IF WS-ST-STEP(WS-ST-IDX) = SH-STEP
                    SET WS-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF WS-FOUND
                SET WS-ST-IDX DOWN BY 1
            ELSE
                IF WS-STEP-COUNT < 50
                    ADD 1 TO WS-STEP-COUNT
                    SET WS-ST-IDX TO WS-STEP-COUNT
                    MOVE SH-STEP TO WS-ST-STEP(WS-ST-IDX)
                    MOVE ZERO TO WS-ST-LIMIT(WS-ST-IDX)
                    MOVE ZERO TO WS-ST-RUNS(WS-ST-IDX)
                    MOVE ZERO TO WS-ST-ALL-TOTAL(WS-ST-IDX)
                    MOVE ZERO TO WS-ST-SEEN(WS-ST-IDX)
                    MOVE ZERO TO WS-ST-LIST-TOTAL(WS-ST-IDX)
                    MOVE ZERO TO WS-ST-LISTED(WS-ST-IDX)
                    MOVE ZERO TO WS-ST-WORST(WS-ST-IDX)
                    MOVE ZERO TO WS-ST-OVER(WS-ST-IDX)
                    SET WS-FOUND TO TRUE
                ELSE
                    SET WS-STEP-TABLE-FULL TO TRUE
                END-IF
            END-IF.
       LOAD-STEP-SLA.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT STEP-SLA-FILE.
            IF WS-STEP-SLA-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ STEP-SLA-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF SLA-SECONDS IS NUMERIC
                                PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                                        UNTIL WS-ST-IDX > WS-STEP-COUNT
                                    IF WS-ST-STEP(WS-ST-IDX) = SLA-STEP
                                        MOVE SLA-SECONDS
                                            TO WS-ST-LIMIT(WS-ST-IDX)
                                    END-IF
                                END-PERFORM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STEP-SLA-FILE
            ELSE
                DISPLAY "stepsla.txt not found - no run is over a "
                    "threshold."
            END-IF.
       COLLECT-LAST-RUNS.
      * second pass: only each step's last N runs are kept.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT STEP-HISTORY-FILE.
            IF WS-STEP-HIST-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ STEP-HISTORY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM CONSIDER-ONE-RUN
                    END-READ
                END-PERFORM
                CLOSE STEP-HISTORY-FILE
            END-IF.
       CONSIDER-ONE-RUN.
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                    UNTIL WS-ST-IDX > WS-STEP-COUNT OR WS-FOUND
                IF WS-ST-STEP(WS-ST-IDX) = SH-STEP
                    SET WS-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF WS-FOUND
                SET WS-ST-IDX DOWN BY 1
                ADD 1 TO WS-ST-SEEN(WS-ST-IDX)
                IF WS-ST-RUNS(WS-ST-IDX) > WS-LAST-N
                    COMPUTE WS-FIRST-LISTED =
                        WS-ST-RUNS(WS-ST-IDX) - WS-LAST-N + 1
                ELSE
                    MOVE 1 TO WS-FIRST-LISTED
                END-IF
                IF WS-ST-SEEN(WS-ST-IDX) >= WS-FIRST-LISTED
                        AND WS-RUN-COUNT < 1500
                    ADD 1 TO WS-RUN-COUNT
                    SET WS-RN-IDX TO WS-RUN-COUNT
                    SET WS-SLOT TO WS-ST-IDX
                    MOVE WS-SLOT TO WS-RN-SLOT(WS-RN-IDX)
                    MOVE STEP-HISTORY-RECORD
                        TO WS-RN-RECORD(WS-RN-IDX)
                END-IF
            END-IF.
       WRITE-ONE-STEP.
            MOVE SPACES TO TREND-REPORT-RECORD.
            WRITE TREND-REPORT-RECORD.
            MOVE WS-ST-STEP(WS-ST-IDX) TO TRS-STEP.
            IF WS-ST-LIMIT(WS-ST-IDX) = ZERO
                MOVE "NONE" TO TRS-LIMIT
            ELSE
                MOVE WS-ST-LIMIT(WS-ST-IDX) TO WS-LIMIT-SHOW
                MOVE SPACES TO TRS-LIMIT
                STRING WS-LIMIT-SHOW " SECONDS"
                    DELIMITED BY SIZE INTO TRS-LIMIT
                END-STRING
            END-IF.
            MOVE WS-ST-RUNS(WS-ST-IDX) TO TRS-RUNS.
            WRITE TREND-REPORT-RECORD FROM WS-TR-STEP-HEAD.
            WRITE TREND-REPORT-RECORD FROM WS-TR-COLUMN-HEAD.
            SET WS-SLOT TO WS-ST-IDX.
            PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                    UNTIL WS-RN-IDX > WS-RUN-COUNT
                IF WS-RN-SLOT(WS-RN-IDX) = WS-SLOT
                    PERFORM WRITE-ONE-RUN
                END-IF
            END-PERFORM.
            IF WS-ST-LISTED(WS-ST-IDX) > ZERO
                COMPUTE WS-AVERAGE ROUNDED =
                    WS-ST-LIST-TOTAL(WS-ST-IDX)
                        / WS-ST-LISTED(WS-ST-IDX)
            ELSE
                MOVE ZERO TO WS-AVERAGE
            END-IF.
            IF WS-ST-RUNS(WS-ST-IDX) > ZERO
                COMPUTE WS-ALL-AVERAGE ROUNDED =
                    WS-ST-ALL-TOTAL(WS-ST-IDX)
                        / WS-ST-RUNS(WS-ST-IDX)
            ELSE
                MOVE ZERO TO WS-ALL-AVERAGE
            END-IF.
            MOVE WS-AVERAGE             TO TRA-AVERAGE.
            MOVE WS-ST-WORST(WS-ST-IDX) TO TRA-WORST.
            MOVE WS-ALL-AVERAGE         TO TRA-ALL-AVERAGE.
            MOVE WS-ST-OVER(WS-ST-IDX)  TO TRA-OVER.
            WRITE TREND-REPORT-RECORD FROM WS-TR-STAT-LINE.
       WRITE-ONE-RUN.
            MOVE WS-RN-RECORD(WS-RN-IDX) TO STEP-HISTORY-RECORD.
            MOVE SH-START-DATE TO TRR-START-DATE.
            MOVE SH-START-TIME TO TRR-START-TIME.
            MOVE SH-END-DATE   TO TRR-END-DATE.
            MOVE SH-END-TIME   TO TRR-END-TIME.
            MOVE SH-ELAPSED    TO TRR-ELAPSED.
            MOVE SH-RC         TO TRR-RC.
            MOVE SH-OUTCOME    TO TRR-OUTCOME.
            IF SH-RECORDS-REPORTED
                MOVE SH-RECORDS TO WS-RECORDS-SHOW
                MOVE WS-RECORDS-SHOW TO TRR-RECORDS
            ELSE
                MOVE "      -" TO TRR-RECORDS
            END-IF.
            MOVE SH-OPERATOR   TO TRR-OPERATOR.
            MOVE SPACES        TO TRR-OVER.
            IF WS-ST-LIMIT(WS-ST-IDX) > ZERO
                    AND SH-ELAPSED > WS-ST-LIMIT(WS-ST-IDX)
                MOVE "OVER" TO TRR-OVER
                ADD 1 TO WS-ST-OVER(WS-ST-IDX)
                ADD 1 TO WS-OVER-TOTAL
            END-IF.
            WRITE TREND-REPORT-RECORD FROM WS-TR-RUN-LINE.
            ADD 1 TO WS-ST-LISTED(WS-ST-IDX).
            ADD SH-ELAPSED TO WS-ST-LIST-TOTAL(WS-ST-IDX).
            IF SH-ELAPSED > WS-ST-WORST(WS-ST-IDX)
                MOVE SH-ELAPSED TO WS-ST-WORST(WS-ST-IDX)
            END-IF.
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
       END PROGRAM STEP-TREND.
