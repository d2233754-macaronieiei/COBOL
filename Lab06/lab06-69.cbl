      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payroll pre-flight readiness check. Run ahead of the
      *          payroll step - from the menu in the evening, or as
      *          job plan step PREFLIGHT just before PAYROLL - it
      *          looks at every condition that has been known to kill
      *          lab06-2 part way through an overnight plan and prints
      *          a go/no-go sheet (preflight.txt) with one line per
      *          condition and its state:
      *            - the employee master lock (masterlock.txt) is
      *              held by another program;
      *            - payperiod.txt is missing, or its period is
      *              already on the run calendar (runcal.txt) as
      *              posted - unless runmode.txt asks for a trial run
      *              or offcycle.txt holds an off-cycle request, the
      *              two runs lab06-2 lets past a posted period;
      *            - timesheets for the period (timesheet.txt) are
      *              not yet approved;
      *            - the last payroll's exceptions (exceptions.txt)
      *              have not been worked off by the exception
      *              workbench;
      *            - the tax band sets (taxbandsets.txt) are missing
      *              or have no set in force for the period start;
      *            - the last bank payment file (bankpay.txt) is
      *              still pending release on payrelease.txt, so it
      *              was never transmitted.
      *          The sheet ends with a DECISION line - GO, or NO-GO
      *          with the first failing condition as the reason; the
      *          driver copies that reason into steplog.txt. Return
      *          code 8 on a no-go, so a plan stops before PAYROLL.
      *          Nothing is changed by this program.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFLIGHT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-LOCK-FILE ASSIGN TO "masterlock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "payperiod.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.
           SELECT RUN-CALENDAR-FILE ASSIGN TO "runcal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT RUN-MODE-FILE ASSIGN TO "runmode.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNMODE-STATUS.
           SELECT OFF-CYCLE-FILE ASSIGN TO "offcycle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OFFCYCLE-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "timesheet.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIMESHEET-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "exceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT TAX-SET-FILE ASSIGN TO "taxbandsets.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-SET-STATUS.
           SELECT PAY-RELEASE-FILE ASSIGN TO "payrelease.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-RELEASE-STATUS.
           SELECT PREFLIGHT-FILE ASSIGN TO "preflight.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREFLIGHT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "auditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OP-SESSION-FILE ASSIGN TO "opsession.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPSESSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MASTER-LOCK-FILE.
       01 LOCK-RECORD.
           05 LK-PROGRAM   PIC X(10).
           05 LK-DATE      PIC X(8).
           05 LK-TIME      PIC X(6).
       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-RECORD.
           05 PP-PERIOD-ID     PIC X(6).
           05 PP-START-DATE    PIC 9(8).
           05 PP-END-DATE      PIC 9(8).
       FD RUN-CALENDAR-FILE.
       01 RUN-CALENDAR-RECORD.
           05 RC-PERIOD-ID     PIC X(6).
           05 RC-POSTED-DATE   PIC X(8).
       FD RUN-MODE-FILE.
       01 RUN-MODE-RECORD.
           05 RM-MODE          PIC X(5).
       FD OFF-CYCLE-FILE.
       01 OFF-CYCLE-RECORD.
           05 OC-EMP-ID        PIC X(6).
       FD TIMESHEET-FILE.
       01 TIMESHEET-RECORD.
           05 TS-EMP-ID       PIC X(6).
           05 TS-PERIOD       PIC X(6).
           05 TS-OT-HOURS     PIC 9(3)V99.
           05 TS-APPROVED     PIC X(1).
               88 TS-IS-APPROVED       VALUE 'Y'.
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           05 EXC-EMP-ID       PIC X(6).
           05 FILLER           PIC X(2).
           05 EXC-EMP-NAME     PIC X(39).
           05 FILLER           PIC X(2).
           05 EXC-REASON-CODE  PIC X(4).
           05 FILLER           PIC X(2).
           05 EXC-REASON-TEXT  PIC X(40).
       FD TAX-SET-FILE.
       01 TAX-SET-RECORD.
           05 TSB-EFF-DATE     PIC 9(8).
           05 TSB-FLOOR        PIC 9(9)V99.
           05 TSB-CEILING      PIC 9(9)V99.
           05 TSB-RATE         PIC 9(2)V99.
       FD PAY-RELEASE-FILE.
       COPY PAYREL.
       FD PREFLIGHT-FILE.
       01 PREFLIGHT-RECORD     PIC X(80).
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
       01 WS-LOCK-STATUS          PIC X(2).
       01 WS-PERIOD-STATUS        PIC X(2).
       01 WS-RUNCAL-STATUS        PIC X(2).
       01 WS-RUNMODE-STATUS       PIC X(2).
       01 WS-OFFCYCLE-STATUS      PIC X(2).
       01 WS-TIMESHEET-STATUS     PIC X(2).
       01 WS-EXCEPTION-STATUS     PIC X(2).
       01 WS-TAX-SET-STATUS       PIC X(2).
       01 WS-PAY-RELEASE-STATUS   PIC X(2).
       01 WS-PREFLIGHT-STATUS     PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-RUN-RC               PIC 9(2)  VALUE ZERO.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-PERIOD-ID            PIC X(6)  VALUE SPACES.
       01 WS-PERIOD-START         PIC 9(8)  VALUE ZERO.
       01 WS-PERIOD-FLAG          PIC X(1)  VALUE 'N'.
           88 WS-PERIOD-KNOWN               VALUE 'Y'.
       01 WS-POSTED-FLAG          PIC X(1)  VALUE 'N'.
           88 WS-PERIOD-POSTED              VALUE 'Y'.
       01 WS-POSTED-ON            PIC X(8)  VALUE SPACES.
       01 WS-RUN-MODE             PIC X(5)  VALUE SPACES.
           88 WS-TRIAL-MODE                 VALUE "TRIAL".
       01 WS-OFFCYCLE-FLAG        PIC X(1)  VALUE 'N'.
           88 WS-OFFCYCLE-MODE              VALUE 'Y'.
       01 WS-COUNTS.
           05 WS-TS-PERIOD-COUNT  PIC 9(5)  VALUE ZERO.
           05 WS-TS-OPEN-COUNT    PIC 9(5)  VALUE ZERO.
           05 WS-EXC-COUNT        PIC 9(5)  VALUE ZERO.
           05 WS-CHECK-COUNT      PIC 9(2)  VALUE ZERO.
           05 WS-NOGO-COUNT       PIC 9(2)  VALUE ZERO.
       01 WS-TAXSET-ASOF          PIC 9(8).
       01 WS-TAXSET-CHOSEN        PIC 9(8)  VALUE ZERO.
       01 WS-REL-FOUND-FLAG       PIC X(1)  VALUE 'N'.
           88 WS-REL-FOUND                  VALUE 'Y'.
       01 WS-LAST-RELEASE.
           05 WS-LR-STATE         PIC X(1).
               88 WS-LR-PENDING             VALUE 'P'.
               88 WS-LR-RELEASED            VALUE 'A'.
               88 WS-LR-REJECTED            VALUE 'R'.
           05 WS-LR-RUN-DATE      PIC X(8).
           05 WS-LR-PERIOD        PIC X(6).
           05 WS-LR-REL-DATE      PIC X(8).
           05 WS-LR-REL-OPERATOR  PIC X(8).
       01 WS-COUNT-SHOW           PIC ZZZZ9.
       01 WS-TOTAL-SHOW           PIC ZZZZ9.
       01 WS-CONDITION            PIC X(22).
       01 WS-RESULT               PIC X(6).
       01 WS-STATE                PIC X(44).
       01 WS-REASON               PIC X(40).
       01 WS-FIRST-REASON         PIC X(40) VALUE SPACES.
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-SHEET-LINES.
           05 WS-PF-TITLE.
               10 FILLER           PIC X(34) VALUE
                   "PAYROLL PRE-FLIGHT CHECK - RUN ON ".
               10 PFT-RUN-DATE     PIC 9(8).
               10 FILLER           PIC X(10) VALUE "  PERIOD ".
               10 PFT-PERIOD       PIC X(6).
           05 WS-PF-RULE.
               10 FILLER PIC X(80) VALUE ALL "-".
           05 WS-PF-COLUMN-HEAD.
               10 FILLER           PIC X(24) VALUE "CONDITION".
               10 FILLER           PIC X(8)  VALUE "RESULT".
               10 FILLER           PIC X(5)  VALUE "STATE".
           05 WS-PF-CONDITION-LINE.
               10 PFC-CONDITION    PIC X(22).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 PFC-RESULT       PIC X(6).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 PFC-STATE        PIC X(44).
      * the driver reads the reason from the DECISION line by
      * position - keep the reason starting in column 19.
           05 WS-PF-DECISION-LINE.
               10 FILLER           PIC X(8)  VALUE "DECISION".
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 PFD-RESULT       PIC X(6).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 PFD-REASON       PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            ACCEPT WS-TODAY-RAW FROM DATE.
            COMPUTE WS-TODAY =
                20000000 + (WS-TODAY-YY * 10000)
                    + (WS-TODAY-MM * 100) + WS-TODAY-DD.
            MOVE "PREFLIGHT" TO WS-AUDIT-PROGRAM.
            MOVE ZERO        TO WS-AUDIT-COUNT WS-AUDIT-REJECTS.
            OPEN OUTPUT PREFLIGHT-FILE.
            IF WS-PREFLIGHT-STATUS NOT = "00"
                DISPLAY "Unable to open preflight.txt - status "
                    WS-PREFLIGHT-STATUS
                MOVE "FAILED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-PAY-PERIOD.
            MOVE WS-TODAY     TO PFT-RUN-DATE.
            MOVE WS-PERIOD-ID TO PFT-PERIOD.
            WRITE PREFLIGHT-RECORD FROM WS-PF-TITLE.
            DISPLAY WS-PF-TITLE.
            WRITE PREFLIGHT-RECORD FROM WS-PF-RULE.
            WRITE PREFLIGHT-RECORD FROM WS-PF-COLUMN-HEAD.
            PERFORM CHECK-MASTER-LOCK.
            PERFORM CHECK-PERIOD-POSTED THRU CHECK-PERIOD-POSTED-EXIT.
            PERFORM CHECK-TIMESHEETS THRU CHECK-TIMESHEETS-EXIT.
            PERFORM CHECK-EXCEPTIONS THRU CHECK-EXCEPTIONS-EXIT.
            PERFORM CHECK-TAX-BAND-SETS THRU CHECK-TAX-BAND-SETS-EXIT.
            PERFORM CHECK-BANK-RELEASE.
            WRITE PREFLIGHT-RECORD FROM WS-PF-RULE.
            IF WS-NOGO-COUNT = ZERO
                MOVE "GO"    TO PFD-RESULT
                MOVE "ALL CONDITIONS CLEAR" TO PFD-REASON
                MOVE "GO"    TO WS-AUDIT-OUTCOME
            ELSE
                MOVE "NO-GO" TO PFD-RESULT
                MOVE WS-FIRST-REASON TO PFD-REASON
                MOVE "NO-GO" TO WS-AUDIT-OUTCOME
                MOVE 8 TO WS-RUN-RC
            END-IF.
            WRITE PREFLIGHT-RECORD FROM WS-PF-DECISION-LINE.
            DISPLAY WS-PF-DECISION-LINE.
            CLOSE PREFLIGHT-FILE.
            DISPLAY WS-CHECK-COUNT " condition(s) checked, "
                WS-NOGO-COUNT " no-go - see preflight.txt.".
            MOVE WS-CHECK-COUNT TO WS-AUDIT-COUNT.
            MOVE WS-NOGO-COUNT  TO WS-AUDIT-REJECTS.
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
                        IF PP-PERIOD-ID NOT = SPACES
                            MOVE PP-PERIOD-ID  TO WS-PERIOD-ID
                            SET WS-PERIOD-KNOWN TO TRUE
                            IF PP-START-DATE IS NUMERIC
                                MOVE PP-START-DATE TO WS-PERIOD-START
                            END-IF
                        END-IF
                END-READ
                CLOSE PERIOD-CONTROL-FILE
            END-IF.
       CHECK-MASTER-LOCK.
            MOVE "MASTER LOCK" TO WS-CONDITION.
            MOVE "FREE" TO WS-STATE.
            OPEN INPUT MASTER-LOCK-FILE.
            IF WS-LOCK-STATUS = "00"
                READ MASTER-LOCK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF LK-PROGRAM NOT = SPACES
                            MOVE SPACES TO WS-STATE
                            STRING "HELD BY " DELIMITED BY SIZE
                                LK-PROGRAM DELIMITED BY SPACE
                                " SINCE " DELIMITED BY SIZE
                                LK-DATE DELIMITED BY SIZE
                                " " DELIMITED BY SIZE
                                LK-TIME DELIMITED BY SIZE
                                INTO WS-STATE
                            MOVE SPACES TO WS-REASON
                            STRING "MASTER LOCK HELD BY "
                                    DELIMITED BY SIZE
                                LK-PROGRAM DELIMITED BY SPACE
                                INTO WS-REASON
                        END-IF
                END-READ
                CLOSE MASTER-LOCK-FILE
            END-IF.
            IF WS-STATE = "FREE"
                PERFORM PUT-GO-LINE
            ELSE
                PERFORM PUT-NOGO-LINE
            END-IF.
       CHECK-PERIOD-POSTED.
            MOVE "PAY PERIOD" TO WS-CONDITION.
            IF NOT WS-PERIOD-KNOWN
                MOVE "PAYPERIOD.TXT MISSING OR EMPTY" TO WS-STATE
                MOVE "NO PAY PERIOD ON PAYPERIOD.TXT" TO WS-REASON
                PERFORM PUT-NOGO-LINE
                GO TO CHECK-PERIOD-POSTED-EXIT
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT RUN-CALENDAR-FILE.
            IF WS-RUNCAL-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ RUN-CALENDAR-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF RC-PERIOD-ID = WS-PERIOD-ID
                                SET WS-PERIOD-POSTED TO TRUE
                                MOVE RC-POSTED-DATE TO WS-POSTED-ON
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RUN-CALENDAR-FILE
            END-IF.
            IF NOT WS-PERIOD-POSTED
                MOVE SPACES TO WS-STATE
                STRING "PERIOD " DELIMITED BY SIZE
                    WS-PERIOD-ID DELIMITED BY SIZE
                    " OPEN - NOT ON RUNCAL.TXT" DELIMITED BY SIZE
                    INTO WS-STATE
                PERFORM PUT-GO-LINE
                GO TO CHECK-PERIOD-POSTED-EXIT
            END-IF.
      * a trial run posts nothing and an off-cycle run pays only the
      * requested employees - lab06-2 lets both past a posted period.
            PERFORM LOAD-RUN-MODE.
            PERFORM DETECT-OFF-CYCLE-REQUEST.
            MOVE SPACES TO WS-STATE.
            IF WS-TRIAL-MODE OR WS-OFFCYCLE-MODE
                IF WS-TRIAL-MODE
                    STRING "POSTED " DELIMITED BY SIZE
                        WS-POSTED-ON DELIMITED BY SIZE
                        " - TRIAL RUN ONLY" DELIMITED BY SIZE
                        INTO WS-STATE
                ELSE
                    STRING "POSTED " DELIMITED BY SIZE
                        WS-POSTED-ON DELIMITED BY SIZE
                        " - OFF-CYCLE RUN" DELIMITED BY SIZE
                        INTO WS-STATE
                END-IF
                PERFORM PUT-GO-LINE
            ELSE
                STRING "PERIOD " DELIMITED BY SIZE
                    WS-PERIOD-ID DELIMITED BY SIZE
                    " ALREADY POSTED " DELIMITED BY SIZE
                    WS-POSTED-ON DELIMITED BY SIZE
                    INTO WS-STATE
                MOVE SPACES TO WS-REASON
                STRING "PERIOD " DELIMITED BY SIZE
                    WS-PERIOD-ID DELIMITED BY SIZE
                    " ALREADY POSTED PER RUNCAL.TXT"
                        DELIMITED BY SIZE
                    INTO WS-REASON
                PERFORM PUT-NOGO-LINE
            END-IF.
       CHECK-PERIOD-POSTED-EXIT.
            EXIT.
       LOAD-RUN-MODE.
            OPEN INPUT RUN-MODE-FILE.
            IF WS-RUNMODE-STATUS = "00"
                READ RUN-MODE-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE RM-MODE TO WS-RUN-MODE
                END-READ
                CLOSE RUN-MODE-FILE
            END-IF.
       DETECT-OFF-CYCLE-REQUEST.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT OFF-CYCLE-FILE.
            IF WS-OFFCYCLE-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE OR WS-OFFCYCLE-MODE
                    READ OFF-CYCLE-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF OC-EMP-ID NOT = SPACES
                                SET WS-OFFCYCLE-MODE TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OFF-CYCLE-FILE
            END-IF.
       CHECK-TIMESHEETS.
            MOVE "TIMESHEET APPROVAL" TO WS-CONDITION.
            IF NOT WS-PERIOD-KNOWN
                MOVE "NOT CHECKED - NO PAY PERIOD" TO WS-STATE
                PERFORM PUT-NA-LINE
                GO TO CHECK-TIMESHEETS-EXIT
            END-IF.
            OPEN INPUT TIMESHEET-FILE.
            IF WS-TIMESHEET-STATUS NOT = "00"
                MOVE "NO TIMESHEET.TXT - OT FROM THE MASTER"
                    TO WS-STATE
                PERFORM PUT-GO-LINE
                GO TO CHECK-TIMESHEETS-EXIT
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL WS-END-OF-FILE
                READ TIMESHEET-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF TS-PERIOD = WS-PERIOD-ID
                            ADD 1 TO WS-TS-PERIOD-COUNT
                            IF NOT TS-IS-APPROVED
                                ADD 1 TO WS-TS-OPEN-COUNT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TIMESHEET-FILE.
            MOVE SPACES TO WS-STATE.
            IF WS-TS-OPEN-COUNT = ZERO
                MOVE WS-TS-PERIOD-COUNT TO WS-COUNT-SHOW
                STRING WS-COUNT-SHOW DELIMITED BY SIZE
                    " FOR THE PERIOD - ALL APPROVED"
                        DELIMITED BY SIZE
                    INTO WS-STATE
                PERFORM PUT-GO-LINE
            ELSE
                MOVE WS-TS-OPEN-COUNT   TO WS-COUNT-SHOW
                MOVE WS-TS-PERIOD-COUNT TO WS-TOTAL-SHOW
                STRING WS-COUNT-SHOW DELIMITED BY SIZE
                    " UNAPPROVED OF " DELIMITED BY SIZE
                    WS-TOTAL-SHOW DELIMITED BY SIZE
                    " FOR THE PERIOD" DELIMITED BY SIZE
                    INTO WS-STATE
                MOVE SPACES TO WS-REASON
                STRING WS-COUNT-SHOW DELIMITED BY SIZE
                    " UNAPPROVED TIMESHEET(S)" DELIMITED BY SIZE
                    INTO WS-REASON
                PERFORM PUT-NOGO-LINE
            END-IF.
       CHECK-TIMESHEETS-EXIT.
            EXIT.
       CHECK-EXCEPTIONS.
      * the exception workbench takes a row off exceptions.txt as it
      * is resolved; anything left is last run's unfinished backlog.
            MOVE "EXCEPTION BACKLOG" TO WS-CONDITION.
            OPEN INPUT EXCEPTION-FILE.
            IF WS-EXCEPTION-STATUS NOT = "00"
                MOVE "NO EXCEPTIONS.TXT - NONE OUTSTANDING"
                    TO WS-STATE
                PERFORM PUT-GO-LINE
                GO TO CHECK-EXCEPTIONS-EXIT
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL WS-END-OF-FILE
                READ EXCEPTION-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF EXCEPTION-RECORD NOT = SPACES
                            ADD 1 TO WS-EXC-COUNT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE EXCEPTION-FILE.
            MOVE SPACES TO WS-STATE.
            IF WS-EXC-COUNT = ZERO
                MOVE "NONE OUTSTANDING" TO WS-STATE
                PERFORM PUT-GO-LINE
            ELSE
                MOVE WS-EXC-COUNT TO WS-COUNT-SHOW
                STRING WS-COUNT-SHOW DELIMITED BY SIZE
                    " UNRESOLVED ON EXCEPTIONS.TXT"
                        DELIMITED BY SIZE
                    INTO WS-STATE
                MOVE SPACES TO WS-REASON
                STRING WS-COUNT-SHOW DELIMITED BY SIZE
                    " UNRESOLVED PAYROLL EXCEPTION(S)"
                        DELIMITED BY SIZE
                    INTO WS-REASON
                PERFORM PUT-NOGO-LINE
            END-IF.
       CHECK-EXCEPTIONS-EXIT.
            EXIT.
       CHECK-TAX-BAND-SETS.
      * the same choice lab06-2 makes: the latest set effective on or
      * before the period start, or the newest set with no start.
            MOVE "TAX BAND SETS" TO WS-CONDITION.
            IF WS-PERIOD-START > ZERO
                MOVE WS-PERIOD-START TO WS-TAXSET-ASOF
            ELSE
                MOVE 99999999 TO WS-TAXSET-ASOF
            END-IF.
            OPEN INPUT TAX-SET-FILE.
            IF WS-TAX-SET-STATUS NOT = "00"
                MOVE "TAXBANDSETS.TXT MISSING" TO WS-STATE
                MOVE "TAXBANDSETS.TXT MISSING" TO WS-REASON
                PERFORM PUT-NOGO-LINE
                GO TO CHECK-TAX-BAND-SETS-EXIT
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL WS-END-OF-FILE
                READ TAX-SET-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF TSB-EFF-DATE IS NUMERIC
                            IF TSB-EFF-DATE <= WS-TAXSET-ASOF
                                    AND TSB-EFF-DATE
                                        > WS-TAXSET-CHOSEN
                                MOVE TSB-EFF-DATE
                                    TO WS-TAXSET-CHOSEN
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TAX-SET-FILE.
            MOVE SPACES TO WS-STATE.
            IF WS-TAXSET-CHOSEN > ZERO
                STRING "SET EFFECTIVE " DELIMITED BY SIZE
                    WS-TAXSET-CHOSEN DELIMITED BY SIZE
                    " IN FORCE" DELIMITED BY SIZE
                    INTO WS-STATE
                PERFORM PUT-GO-LINE
            ELSE
                STRING "NO SET IN FORCE ON " DELIMITED BY SIZE
                    WS-TAXSET-ASOF DELIMITED BY SIZE
                    INTO WS-STATE
                MOVE "NO TAX BAND SET IN FORCE FOR THE PERIOD"
                    TO WS-REASON
                PERFORM PUT-NOGO-LINE
            END-IF.
       CHECK-TAX-BAND-SETS-EXIT.
            EXIT.
       CHECK-BANK-RELEASE.
      * the last payrelease.txt row for a file is its current state;
      * a bankpay.txt still pending was never copied to banksend.txt
      * for transmission, and the next payroll would overwrite it.
            MOVE "BANK FILE RELEASE" TO WS-CONDITION.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT PAY-RELEASE-FILE.
            IF WS-PAY-RELEASE-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ PAY-RELEASE-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF PRQ-FILE-NAME = "bankpay.txt"
                                SET WS-REL-FOUND TO TRUE
                                MOVE PRQ-STATE    TO WS-LR-STATE
                                MOVE PRQ-RUN-DATE TO WS-LR-RUN-DATE
                                MOVE PRQ-PERIOD   TO WS-LR-PERIOD
                                MOVE PRQ-REL-DATE TO WS-LR-REL-DATE
                                MOVE PRQ-REL-OPERATOR
                                    TO WS-LR-REL-OPERATOR
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAY-RELEASE-FILE
            END-IF.
            MOVE SPACES TO WS-STATE.
            EVALUATE TRUE
                WHEN NOT WS-REL-FOUND
                    MOVE "NO BANK FILE ON PAYRELEASE.TXT" TO WS-STATE
                    PERFORM PUT-GO-LINE
                WHEN WS-LR-PENDING
                    STRING "PERIOD " DELIMITED BY SIZE
                        WS-LR-PERIOD DELIMITED BY SIZE
                        " PENDING SINCE " DELIMITED BY SIZE
                        WS-LR-RUN-DATE DELIMITED BY SIZE
                        " - NOT SENT" DELIMITED BY SIZE
                        INTO WS-STATE
                    MOVE SPACES TO WS-REASON
                    STRING "BANKPAY.TXT FOR " DELIMITED BY SIZE
                        WS-LR-PERIOD DELIMITED BY SIZE
                        " NEVER RELEASED" DELIMITED BY SIZE
                        INTO WS-REASON
                    PERFORM PUT-NOGO-LINE
                WHEN WS-LR-REJECTED
                    STRING "PERIOD " DELIMITED BY SIZE
                        WS-LR-PERIOD DELIMITED BY SIZE
                        " REJECTED " DELIMITED BY SIZE
                        WS-LR-REL-DATE DELIMITED BY SIZE
                        " BY " DELIMITED BY SIZE
                        WS-LR-REL-OPERATOR DELIMITED BY SPACE
                        INTO WS-STATE
                    PERFORM PUT-GO-LINE
                WHEN OTHER
                    STRING "PERIOD " DELIMITED BY SIZE
                        WS-LR-PERIOD DELIMITED BY SIZE
                        " RELEASED " DELIMITED BY SIZE
                        WS-LR-REL-DATE DELIMITED BY SIZE
                        " BY " DELIMITED BY SIZE
                        WS-LR-REL-OPERATOR DELIMITED BY SPACE
                        INTO WS-STATE
                    PERFORM PUT-GO-LINE
            END-EVALUATE.
       PUT-GO-LINE.
            MOVE "GO" TO WS-RESULT.
            PERFORM PUT-CONDITION-LINE.
       PUT-NA-LINE.
            MOVE "N/A" TO WS-RESULT.
            PERFORM PUT-CONDITION-LINE.
       PUT-NOGO-LINE.
            MOVE "NO-GO" TO WS-RESULT.
            ADD 1 TO WS-NOGO-COUNT.
            IF WS-FIRST-REASON = SPACES
                MOVE WS-REASON TO WS-FIRST-REASON
            END-IF.
            PERFORM PUT-CONDITION-LINE.
       PUT-CONDITION-LINE.
            ADD 1 TO WS-CHECK-COUNT.
            MOVE WS-CONDITION TO PFC-CONDITION.
            MOVE WS-RESULT    TO PFC-RESULT.
            MOVE WS-STATE     TO PFC-STATE.
            WRITE PREFLIGHT-RECORD FROM WS-PF-CONDITION-LINE.
            DISPLAY WS-PF-CONDITION-LINE.
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
       END PROGRAM PREFLIGHT.
