      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payroll red-flag report. lab06-45 catches a person
      *          set up twice by name, but the classic payroll frauds
      *          pass every edit the runs make, so this program looks
      *          at one paid period from the side of the evidence:
      *            SHARED ACCT - one bank account (bank code plus
      *              account number) on bankacct.txt for two EMP-IDs.
      *            BANK CHANGE - a bankchglog.txt change made within
      *              a few days either side of the period's pay date
      *              (fraudparm.txt, default 5 days).
      *            NEW AND PAID - an employee added on empchglog.txt
      *              inside the period and paid in it, with neither a
      *              timesheet.txt sheet for the period nor any
      *              leavetrans.txt activity in it.
      *            PAID AFTER TERM - pay on payhist.txt for the period
      *              to someone the master shows as terminated, when
      *              the termination was logged before the period
      *              began (or was never logged at all); a final pay
      *              in the termination period is not a hit.
      *            SALARY BY PAYER - a salary change on empchglog.txt
      *              during the period made in an EMP-MAINT or PENDCHG
      *              session by the same operator who then ran the
      *              payroll (LAB06-2) for the period, per auditlog.txt.
      *              The SCHEDULE operator is not a person and is not
      *              matched.
      *          Each hit is printed to redflags.txt with the records
      *          that raised it underneath. The period defaults to the
      *          latest paycal.txt period already paid. Only an
      *          update-role operator, or the driver job plan running
      *          as SCHEDULE, may produce the report; anyone else is
      *          refused (return code 8) and the refusal is audited.
      *          Return code 4 when there are hits.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-REDFLAG.
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
           SELECT PAY-HISTORY-FILE ASSIGN TO "payhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT PAY-CAL-FILE ASSIGN TO "paycal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYCAL-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "bankacct.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-ACCT-STATUS.
           SELECT BANK-CHANGE-LOG-FILE ASSIGN TO "bankchglog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-CHGLOG-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "empchglog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "timesheet.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIMESHEET-STATUS.
           SELECT LEAVE-TRANS-FILE ASSIGN TO "leavetrans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAVE-TRANS-STATUS.
           SELECT FRAUD-PARM-FILE ASSIGN TO "fraudparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FRAUD-PARM-STATUS.
           SELECT RED-FLAG-FILE ASSIGN TO "redflags.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RED-FLAG-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-STATUS.
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
       FD PAY-HISTORY-FILE.
       COPY PAYHIST.
       FD PAY-CAL-FILE.
       01 PAY-CAL-RECORD.
           05 CAL-PERIOD-ID    PIC X(6).
           05 CAL-START-DATE   PIC 9(8).
           05 CAL-END-DATE     PIC 9(8).
           05 CAL-PAY-DATE     PIC 9(8).
       FD BANK-ACCOUNT-FILE.
       01 BANK-ACCOUNT-RECORD.
           05 BA-EMP-ID        PIC X(6).
           05 BA-BANK-CODE     PIC X(3).
           05 BA-ACCOUNT-NO    PIC X(10).
           05 BA-PRIORITY      PIC 9(2).
           05 BA-DIST-TYPE     PIC X(1).
           05 BA-DIST-VALUE    PIC 9(7)V99.
       FD BANK-CHANGE-LOG-FILE.
       01 BANK-CHANGE-LOG-RECORD.
           05 BCL-DATE          PIC X(8).
           05 BCL-DATE-N REDEFINES BCL-DATE PIC 9(8).
           05 BCL-ACTION        PIC X(1).
           05 BCL-EMP-ID        PIC X(6).
           05 BCL-BEFORE-IMAGE  PIC X(31).
           05 BCL-AFTER-IMAGE   PIC X(31).
       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-RECORD.
           05 CL-DATE           PIC X(8).
           05 CL-DATE-N REDEFINES CL-DATE PIC 9(8).
           05 CL-ACTION         PIC X(1).
           05 CL-EMP-ID         PIC X(6).
           05 CL-BEFORE-IMAGE   PIC X(96).
           05 CL-AFTER-IMAGE    PIC X(96).
       FD TIMESHEET-FILE.
       01 TIMESHEET-RECORD.
           05 TS-EMP-ID       PIC X(6).
           05 TS-PERIOD       PIC X(6).
           05 TS-OT-HOURS     PIC 9(3)V99.
           05 TS-APPROVED     PIC X(1).
       FD LEAVE-TRANS-FILE.
       01 LEAVE-TRANS-RECORD.
           05 LT-EMP-ID       PIC X(6).
           05 LT-DATE         PIC 9(8).
           05 LT-DAYS         PIC 9(2)V99.
           05 LT-TYPE         PIC X(1).
       FD FRAUD-PARM-FILE.
       01 FRAUD-PARM-RECORD.
           05 FP-BANK-DAYS    PIC 9(2).
       FD RED-FLAG-FILE.
       01 RED-FLAG-RECORD     PIC X(132).
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OP-ID        PIC X(8).
           05 OP-CODE      PIC X(6).
           05 OP-ROLE      PIC X(1).
           05 OP-CODE-DATE PIC X(8).
           05 OP-FAILS     PIC X(1).
           05 OP-LOCKED    PIC X(1).
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
       COPY DATEREQ.
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-PAYHIST-STATUS       PIC X(2).
       01 WS-PAYCAL-STATUS        PIC X(2).
       01 WS-BANK-ACCT-STATUS     PIC X(2).
       01 WS-BANK-CHGLOG-STATUS   PIC X(2).
       01 WS-CHGLOG-STATUS        PIC X(2).
       01 WS-TIMESHEET-STATUS     PIC X(2).
       01 WS-LEAVE-TRANS-STATUS   PIC X(2).
       01 WS-FRAUD-PARM-STATUS    PIC X(2).
       01 WS-RED-FLAG-STATUS      PIC X(2).
       01 WS-OPERATOR-STATUS      PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-UNATTENDED-FLAG      PIC A(1)  VALUE 'N'.
           88 WS-UNATTENDED                 VALUE 'Y'.
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-OP-ROLE-FOUND        PIC X(1).
       01 WS-OP-EOF-FLAG          PIC A(1).
           88 WS-OP-EOF                     VALUE 'Y'.
       01 WS-RUN-RC               PIC 9(2)  VALUE ZERO.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-BANK-DAYS            PIC 9(2)  VALUE 5.
       01 WS-PERIOD-FIELDS.
           05 WS-SELECTED-PERIOD  PIC X(6)  VALUE SPACES.
           05 WS-PERIOD-START     PIC 9(8)  VALUE ZERO.
           05 WS-PERIOD-END       PIC 9(8)  VALUE ZERO.
           05 WS-PAY-DATE         PIC 9(8)  VALUE ZERO.
           05 WS-LATEST-PAY-DATE  PIC 9(8)  VALUE ZERO.
           05 WS-DEFAULT-PERIOD   PIC X(1)  VALUE 'N'.
       01 WS-ACCT-COUNT           PIC 9(3)  VALUE ZERO.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-AC-IDX WS-AC-SCAN.
               10 WS-AC-RECORD     PIC X(31).
               10 WS-AC-FIELDS REDEFINES WS-AC-RECORD.
                   15 WS-AC-EMP-ID     PIC X(6).
                   15 WS-AC-ACCOUNT    PIC X(13).
                   15 FILLER           PIC X(12).
       01 WS-ADD-COUNT            PIC 9(4)  VALUE ZERO.
       01 WS-ADD-TABLE.
           05 WS-ADD-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-AD-IDX.
               10 WS-AD-EMP-ID     PIC X(6).
               10 WS-AD-DATE       PIC 9(8).
       01 WS-TERM-COUNT           PIC 9(4)  VALUE ZERO.
       01 WS-TERM-TABLE.
           05 WS-TERM-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-TM-IDX.
               10 WS-TM-EMP-ID     PIC X(6).
               10 WS-TM-DATE       PIC 9(8).
       01 WS-SAL-COUNT            PIC 9(4)  VALUE ZERO.
       01 WS-SAL-TABLE.
           05 WS-SAL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-SC-IDX.
               10 WS-SC-EMP-ID     PIC X(6).
               10 WS-SC-DATE       PIC 9(8).
               10 WS-SC-OLD-SALARY PIC 9(8)V99.
               10 WS-SC-NEW-SALARY PIC 9(8)V99.
       01 WS-ACTIVITY-COUNT       PIC 9(4)  VALUE ZERO.
       01 WS-ACTIVITY-TABLE.
           05 WS-ACTIVITY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-AT-IDX.
               10 WS-AT-EMP-ID     PIC X(6).
               10 WS-AT-SOURCE     PIC X(1).
       01 WS-RUN-AUDIT-COUNT      PIC 9(4)  VALUE ZERO.
       01 WS-RUN-AUDIT-TABLE.
           05 WS-RUN-AUDIT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-RA-IDX WS-RA-SCAN.
               10 WS-RA-RECORD     PIC X(51).
               10 WS-RA-DATE       PIC 9(8).
               10 WS-RA-KIND       PIC X(1).
                   88 WS-RA-MAINT           VALUE 'M'.
                   88 WS-RA-PAYROLL         VALUE 'P'.
               10 WS-RA-OPERATOR   PIC X(8).
       01 WS-LOG-IMAGE.
           05 WS-LI-EMP-ID         PIC X(6).
           05 FILLER               PIC X(49).
           05 WS-LI-SALARY         PIC 9(8)V99.
           05 WS-LI-SALARY-X REDEFINES WS-LI-SALARY PIC X(10).
           05 WS-LI-STATUS         PIC X(1).
           05 FILLER               PIC X(30).
       01 WS-LOG-BEFORE-SALARY    PIC 9(8)V99.
       01 WS-LOG-BEFORE-STATUS    PIC X(1).
       01 WS-WORK-FIELDS.
           05 WS-AUDIT-YYMMDD     PIC 9(6).
           05 WS-AUDIT-DATE-N     PIC 9(8).
           05 WS-DAYS-APART       PIC S9(9).
           05 WS-FOUND-FLAG       PIC X(1).
               88 WS-FOUND                  VALUE 'Y'.
           05 WS-TERM-DATE        PIC 9(8).
           05 WS-ADDED-DATE       PIC 9(8).
       01 WS-HIT-COUNTS.
           05 WS-HIT-TOTAL        PIC 9(5)  VALUE ZERO.
           05 WS-HIT-SHARED       PIC 9(5)  VALUE ZERO.
           05 WS-HIT-BANKCHG      PIC 9(5)  VALUE ZERO.
           05 WS-HIT-NEWPAID      PIC 9(5)  VALUE ZERO.
           05 WS-HIT-TERMPAID     PIC 9(5)  VALUE ZERO.
           05 WS-HIT-SALARY       PIC 9(5)  VALUE ZERO.
           05 WS-PAID-COUNT       PIC 9(5)  VALUE ZERO.
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-RED-FLAG-LINES.
           05 WS-RF-TITLE.
               10 FILLER           PIC X(30) VALUE
                   "PAYROLL RED-FLAG REPORT - ".
               10 FILLER           PIC X(7)  VALUE "PERIOD ".
               10 RFT-PERIOD       PIC X(6).
               10 FILLER           PIC X(7)  VALUE " FROM ".
               10 RFT-START        PIC 9(8).
               10 FILLER           PIC X(4)  VALUE " TO ".
               10 RFT-END          PIC 9(8).
               10 FILLER           PIC X(10) VALUE " PAID ON ".
               10 RFT-PAY-DATE     PIC 9(8).
               10 FILLER           PIC X(10) VALUE " - RUN ON ".
               10 RFT-RUN-DATE     PIC 9(8).
           05 WS-RF-RULE.
               10 FILLER PIC X(132) VALUE ALL "-".
           05 WS-RF-HIT-LINE.
               10 FILLER           PIC X(5)  VALUE "FLAG ".
               10 RFH-NUMBER       PIC ZZZZ9.
               10 FILLER           PIC X(2)  VALUE SPACES.
               10 RFH-CHECK        PIC X(15).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 RFH-EMP-ID       PIC X(6).
               10 FILLER           PIC X(2)  VALUE SPACES.
               10 RFH-TEXT         PIC X(96).
           05 WS-RF-EVIDENCE-LINE.
               10 FILLER           PIC X(12) VALUE SPACES.
               10 FILLER           PIC X(10) VALUE "EVIDENCE ".
               10 RFE-SOURCE       PIC X(15).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 RFE-TEXT         PIC X(94).
           05 WS-RF-SUMMARY-LINE.
               10 RFS-LABEL        PIC X(40).
               10 RFS-COUNT        PIC ZZZZ9.
       01 WS-EVIDENCE-TEXT        PIC X(94).
       01 WS-SALARY-SHOW-1        PIC ZZ,ZZZ,ZZ9.99.
       01 WS-SALARY-SHOW-2        PIC ZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-SHOW          PIC ZZZ,ZZZ,ZZ9.99.
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
            MOVE "REDFLAG" TO WS-AUDIT-PROGRAM.
            MOVE ZERO      TO WS-AUDIT-COUNT WS-AUDIT-REJECTS.
      * the job plan's REDFLAG step runs as SCHEDULE and is let
      * through; a console run needs the update role.
            IF WS-UNATTENDED
                MOVE 'U' TO WS-OP-ROLE-FOUND
            ELSE
                PERFORM CHECK-OPERATOR-ROLE
            END-IF.
            IF WS-OP-ROLE-FOUND NOT = 'U'
                DISPLAY "Only an update-role operator may produce "
                    "the red-flag report."
                MOVE "REFUSED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF NOT WS-UNATTENDED
                DISPLAY "Pay period to examine (blank = latest "
                    "period paid): "
                ACCEPT WS-SELECTED-PERIOD
            END-IF.
            PERFORM FIND-PERIOD-DATES.
            IF WS-SELECTED-PERIOD = SPACES OR WS-PAY-DATE = ZERO
                DISPLAY "No paid period on paycal.txt to examine - "
                    "report not produced."
                MOVE "FAILED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-FRAUD-PARM.
            OPEN OUTPUT RED-FLAG-FILE.
            IF WS-RED-FLAG-STATUS NOT = "00"
                DISPLAY "Unable to open redflags.txt - status "
                    WS-RED-FLAG-STATUS
                MOVE "FAILED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-SELECTED-PERIOD TO RFT-PERIOD.
            MOVE WS-PERIOD-START    TO RFT-START.
            MOVE WS-PERIOD-END      TO RFT-END.
            MOVE WS-PAY-DATE        TO RFT-PAY-DATE.
            MOVE WS-TODAY           TO RFT-RUN-DATE.
            WRITE RED-FLAG-RECORD FROM WS-RF-TITLE.
            WRITE RED-FLAG-RECORD FROM WS-RF-RULE.
            PERFORM LOAD-RUN-AUDIT-ROWS.
            PERFORM LOAD-EMPLOYEE-CHANGES.
            PERFORM LOAD-PERIOD-ACTIVITY.
            PERFORM CHECK-SHARED-ACCOUNTS
                THRU CHECK-SHARED-ACCOUNTS-EXIT.
            PERFORM CHECK-BANK-CHANGES
                THRU CHECK-BANK-CHANGES-EXIT.
            PERFORM CHECK-PERIOD-PAYMENTS
                THRU CHECK-PERIOD-PAYMENTS-EXIT.
            PERFORM CHECK-SALARY-BY-PAYER.
            PERFORM WRITE-SUMMARY.
            CLOSE RED-FLAG-FILE.
            DISPLAY WS-HIT-TOTAL " red flag(s) for period "
                WS-SELECTED-PERIOD " - see redflags.txt.".
            IF WS-HIT-TOTAL > ZERO AND WS-RUN-RC < 4
                MOVE 4 TO WS-RUN-RC
            END-IF.
            MOVE WS-PAID-COUNT TO WS-AUDIT-COUNT.
            MOVE WS-HIT-TOTAL  TO WS-AUDIT-REJECTS.
            MOVE "LISTED"      TO WS-AUDIT-OUTCOME.
            PERFORM WRITE-AUDIT-LOG.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       FIND-PERIOD-DATES.
      * a blank period takes the latest one already paid.
            IF WS-SELECTED-PERIOD = SPACES
                MOVE 'Y' TO WS-DEFAULT-PERIOD
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT PAY-CAL-FILE.
            IF WS-PAYCAL-STATUS NOT = "00"
                DISPLAY "paycal.txt not found - the period dates "
                    "cannot be found."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ PAY-CAL-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM CONSIDER-CALENDAR-ROW
                    END-READ
                END-PERFORM
                CLOSE PAY-CAL-FILE
            END-IF.
       CONSIDER-CALENDAR-ROW.
            IF WS-DEFAULT-PERIOD = 'Y'
                IF CAL-PAY-DATE NOT > WS-TODAY
                        AND CAL-PAY-DATE > WS-LATEST-PAY-DATE
                    MOVE CAL-PAY-DATE   TO WS-LATEST-PAY-DATE
                    MOVE CAL-PERIOD-ID  TO WS-SELECTED-PERIOD
                    MOVE CAL-START-DATE TO WS-PERIOD-START
                    MOVE CAL-END-DATE   TO WS-PERIOD-END
                    MOVE CAL-PAY-DATE   TO WS-PAY-DATE
                END-IF
            ELSE
                IF CAL-PERIOD-ID = WS-SELECTED-PERIOD
                    MOVE CAL-START-DATE TO WS-PERIOD-START
                    MOVE CAL-END-DATE   TO WS-PERIOD-END
                    MOVE CAL-PAY-DATE   TO WS-PAY-DATE
                END-IF
            END-IF.
       LOAD-FRAUD-PARM.
            OPEN INPUT FRAUD-PARM-FILE.
            IF WS-FRAUD-PARM-STATUS = "00"
                READ FRAUD-PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF FP-BANK-DAYS IS NUMERIC
                            MOVE FP-BANK-DAYS TO WS-BANK-DAYS
                        END-IF
                END-READ
                CLOSE FRAUD-PARM-FILE
            ELSE
                DISPLAY "fraudparm.txt not found - bank changes "
                    "within 5 days of the pay date are flagged."
            END-IF.
       LOAD-RUN-AUDIT-ROWS.
      * the maintenance sessions and payroll runs from the period
      * start to the pay date, with who ran them.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ AUDIT-LOG-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM KEEP-RUN-AUDIT-ROW
                                THRU KEEP-RUN-AUDIT-ROW-EXIT
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG-FILE
            ELSE
                DISPLAY "auditlog.txt not found - salary changes "
                    "cannot be matched to the payroll operator."
            END-IF.
       KEEP-RUN-AUDIT-ROW.
            IF AUD-DATE(1:6) IS NOT NUMERIC
                    OR AUD-OPERATOR = "SCHEDULE"
                GO TO KEEP-RUN-AUDIT-ROW-EXIT
            END-IF.
            MOVE AUD-DATE(1:6) TO WS-AUDIT-YYMMDD.
            COMPUTE WS-AUDIT-DATE-N = 20000000 + WS-AUDIT-YYMMDD.
            IF WS-AUDIT-DATE-N < WS-PERIOD-START
                    OR WS-AUDIT-DATE-N > WS-PAY-DATE
                GO TO KEEP-RUN-AUDIT-ROW-EXIT
            END-IF.
            IF (AUD-PROGRAM = "EMP-MAINT" AND AUD-OUTCOME = "UPDATED")
                    OR AUD-PROGRAM = "PENDCHG"
                    OR (AUD-PROGRAM = "LAB06-2"
                        AND AUD-OUTCOME NOT = "OVERRIDE")
                IF WS-RUN-AUDIT-COUNT < 2000
                    ADD 1 TO WS-RUN-AUDIT-COUNT
                    SET WS-RA-IDX TO WS-RUN-AUDIT-COUNT
                    MOVE AUDIT-LOG-RECORD TO WS-RA-RECORD(WS-RA-IDX)
                    MOVE WS-AUDIT-DATE-N  TO WS-RA-DATE(WS-RA-IDX)
                    MOVE AUD-OPERATOR     TO WS-RA-OPERATOR(WS-RA-IDX)
                    IF AUD-PROGRAM = "LAB06-2"
                        MOVE 'P' TO WS-RA-KIND(WS-RA-IDX)
                    ELSE
                        MOVE 'M' TO WS-RA-KIND(WS-RA-IDX)
                    END-IF
                END-IF
            END-IF.
       KEEP-RUN-AUDIT-ROW-EXIT.
            EXIT.
       LOAD-EMPLOYEE-CHANGES.
      * adds and salary changes inside the period, and the date each
      * employee was last moved to terminated.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT CHANGE-LOG-FILE.
            IF WS-CHGLOG-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ CHANGE-LOG-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF CL-DATE IS NUMERIC
                                PERFORM KEEP-EMPLOYEE-CHANGE
                                    THRU KEEP-EMPLOYEE-CHANGE-EXIT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CHANGE-LOG-FILE
            ELSE
                DISPLAY "empchglog.txt not found - adds, "
                    "terminations and salary changes not checked."
            END-IF.
       KEEP-EMPLOYEE-CHANGE.
            IF CL-ACTION = 'A'
                    AND CL-DATE-N NOT < WS-PERIOD-START
                    AND CL-DATE-N NOT > WS-PAY-DATE
                    AND WS-ADD-COUNT < 500
                ADD 1 TO WS-ADD-COUNT
                SET WS-AD-IDX TO WS-ADD-COUNT
                MOVE CL-EMP-ID TO WS-AD-EMP-ID(WS-AD-IDX)
                MOVE CL-DATE-N TO WS-AD-DATE(WS-AD-IDX)
            END-IF.
            IF CL-ACTION NOT = 'C'
                GO TO KEEP-EMPLOYEE-CHANGE-EXIT
            END-IF.
            MOVE CL-BEFORE-IMAGE TO WS-LOG-IMAGE.
            MOVE WS-LI-STATUS    TO WS-LOG-BEFORE-STATUS.
            MOVE ZERO            TO WS-LOG-BEFORE-SALARY.
            IF WS-LI-SALARY-X IS NUMERIC
                MOVE WS-LI-SALARY TO WS-LOG-BEFORE-SALARY
            END-IF.
            MOVE CL-AFTER-IMAGE  TO WS-LOG-IMAGE.
            IF WS-LI-SALARY-X IS NOT NUMERIC
                MOVE ZERO TO WS-LI-SALARY
            END-IF.
            IF WS-LI-STATUS = 'T' AND WS-LOG-BEFORE-STATUS NOT = 'T'
                PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                        UNTIL WS-TM-IDX > WS-TERM-COUNT
                            OR WS-TM-EMP-ID(WS-TM-IDX) = CL-EMP-ID
                    CONTINUE
                END-PERFORM
                IF WS-TM-IDX > WS-TERM-COUNT AND WS-TERM-COUNT < 1000
                    ADD 1 TO WS-TERM-COUNT
                    SET WS-TM-IDX TO WS-TERM-COUNT
                END-IF
                IF WS-TM-IDX <= WS-TERM-COUNT
                    MOVE CL-EMP-ID TO WS-TM-EMP-ID(WS-TM-IDX)
                    MOVE CL-DATE-N TO WS-TM-DATE(WS-TM-IDX)
                END-IF
            END-IF.
            IF WS-LI-SALARY NOT = WS-LOG-BEFORE-SALARY
                    AND CL-DATE-N NOT < WS-PERIOD-START
                    AND CL-DATE-N NOT > WS-PAY-DATE
                    AND WS-SAL-COUNT < 500
                ADD 1 TO WS-SAL-COUNT
                SET WS-SC-IDX TO WS-SAL-COUNT
                MOVE CL-EMP-ID     TO WS-SC-EMP-ID(WS-SC-IDX)
                MOVE CL-DATE-N     TO WS-SC-DATE(WS-SC-IDX)
                MOVE WS-LOG-BEFORE-SALARY
                    TO WS-SC-OLD-SALARY(WS-SC-IDX)
                MOVE WS-LI-SALARY  TO WS-SC-NEW-SALARY(WS-SC-IDX)
            END-IF.
       KEEP-EMPLOYEE-CHANGE-EXIT.
            EXIT.
       LOAD-PERIOD-ACTIVITY.
      * who has a timesheet for the period or leave taken in it.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT TIMESHEET-FILE.
            IF WS-TIMESHEET-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ TIMESHEET-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF TS-PERIOD = WS-SELECTED-PERIOD
                                    AND WS-ACTIVITY-COUNT < 2000
                                ADD 1 TO WS-ACTIVITY-COUNT
                                SET WS-AT-IDX TO WS-ACTIVITY-COUNT
                                MOVE TS-EMP-ID
                                    TO WS-AT-EMP-ID(WS-AT-IDX)
                                MOVE 'T' TO WS-AT-SOURCE(WS-AT-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TIMESHEET-FILE
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT LEAVE-TRANS-FILE.
            IF WS-LEAVE-TRANS-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ LEAVE-TRANS-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF LT-DATE NOT < WS-PERIOD-START
                                    AND LT-DATE NOT > WS-PERIOD-END
                                    AND WS-ACTIVITY-COUNT < 2000
                                ADD 1 TO WS-ACTIVITY-COUNT
                                SET WS-AT-IDX TO WS-ACTIVITY-COUNT
                                MOVE LT-EMP-ID
                                    TO WS-AT-EMP-ID(WS-AT-IDX)
                                MOVE 'L' TO WS-AT-SOURCE(WS-AT-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEAVE-TRANS-FILE
            END-IF.
       CHECK-SHARED-ACCOUNTS.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT BANK-ACCOUNT-FILE.
            IF WS-BANK-ACCT-STATUS NOT = "00"
                DISPLAY "bankacct.txt not found - shared accounts "
                    "not checked."
                GO TO CHECK-SHARED-ACCOUNTS-EXIT
            END-IF.
            PERFORM UNTIL WS-END-OF-FILE
                READ BANK-ACCOUNT-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-ACCT-COUNT < 400
                            ADD 1 TO WS-ACCT-COUNT
                            SET WS-AC-IDX TO WS-ACCT-COUNT
                            MOVE BANK-ACCOUNT-RECORD
                                TO WS-AC-RECORD(WS-AC-IDX)
                        ELSE
                            DISPLAY "bankacct.txt has more than 400 "
                                "lines - extra line ignored"
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BANK-ACCOUNT-FILE.
            PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                    UNTIL WS-AC-IDX > WS-ACCT-COUNT
                PERFORM VARYING WS-AC-SCAN FROM WS-AC-IDX BY 1
                        UNTIL WS-AC-SCAN > WS-ACCT-COUNT
                    IF WS-AC-ACCOUNT(WS-AC-SCAN)
                            = WS-AC-ACCOUNT(WS-AC-IDX)
                            AND WS-AC-EMP-ID(WS-AC-SCAN)
                                NOT = WS-AC-EMP-ID(WS-AC-IDX)
                        PERFORM WRITE-SHARED-ACCOUNT-HIT
                    END-IF
                END-PERFORM
            END-PERFORM.
       CHECK-SHARED-ACCOUNTS-EXIT.
            EXIT.
       WRITE-SHARED-ACCOUNT-HIT.
            ADD 1 TO WS-HIT-SHARED.
            MOVE SPACES TO RFH-TEXT.
            STRING "account " WS-AC-ACCOUNT(WS-AC-IDX)(1:3) "-"
                WS-AC-ACCOUNT(WS-AC-IDX)(4:10)
                " is also on file for " WS-AC-EMP-ID(WS-AC-SCAN)
                DELIMITED BY SIZE INTO RFH-TEXT
            END-STRING.
            MOVE "SHARED ACCT" TO RFH-CHECK.
            MOVE WS-AC-EMP-ID(WS-AC-IDX) TO RFH-EMP-ID.
            PERFORM WRITE-HIT-LINE.
            MOVE "bankacct.txt" TO RFE-SOURCE.
            MOVE WS-AC-RECORD(WS-AC-IDX) TO WS-EVIDENCE-TEXT.
            PERFORM WRITE-EVIDENCE-LINE.
            MOVE WS-AC-RECORD(WS-AC-SCAN) TO WS-EVIDENCE-TEXT.
            PERFORM WRITE-EVIDENCE-LINE.
       CHECK-BANK-CHANGES.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT BANK-CHANGE-LOG-FILE.
            IF WS-BANK-CHGLOG-STATUS NOT = "00"
                DISPLAY "bankchglog.txt not found - bank changes "
                    "not checked."
                GO TO CHECK-BANK-CHANGES-EXIT
            END-IF.
            PERFORM UNTIL WS-END-OF-FILE
                READ BANK-CHANGE-LOG-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF BCL-DATE IS NUMERIC
                            PERFORM CONSIDER-BANK-CHANGE
                                THRU CONSIDER-BANK-CHANGE-EXIT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BANK-CHANGE-LOG-FILE.
       CHECK-BANK-CHANGES-EXIT.
            EXIT.
       CONSIDER-BANK-CHANGE.
            MOVE "DIFF" TO DS-FUNCTION.
            MOVE WS-PAY-DATE TO DS-DATE-1.
            MOVE BCL-DATE-N  TO DS-DATE-2.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS NOT = 'Y'
                GO TO CONSIDER-BANK-CHANGE-EXIT
            END-IF.
            MOVE DS-RESULT TO WS-DAYS-APART.
            IF WS-DAYS-APART < ZERO
                COMPUTE WS-DAYS-APART = ZERO - WS-DAYS-APART
            END-IF.
            IF WS-DAYS-APART > WS-BANK-DAYS
                GO TO CONSIDER-BANK-CHANGE-EXIT
            END-IF.
            ADD 1 TO WS-HIT-BANKCHG.
            MOVE "BANK CHANGE" TO RFH-CHECK.
            MOVE BCL-EMP-ID    TO RFH-EMP-ID.
            MOVE SPACES TO RFH-TEXT.
            STRING "bank details changed (" BCL-ACTION ") on "
                BCL-DATE ", pay date " WS-PAY-DATE
                DELIMITED BY SIZE INTO RFH-TEXT
            END-STRING.
            PERFORM WRITE-HIT-LINE.
            MOVE "bankchglog.txt" TO RFE-SOURCE.
            MOVE SPACES TO WS-EVIDENCE-TEXT.
            STRING "before " BCL-BEFORE-IMAGE
                DELIMITED BY SIZE INTO WS-EVIDENCE-TEXT
            END-STRING.
            PERFORM WRITE-EVIDENCE-LINE.
            MOVE SPACES TO WS-EVIDENCE-TEXT.
            STRING "after  " BCL-AFTER-IMAGE
                DELIMITED BY SIZE INTO WS-EVIDENCE-TEXT
            END-STRING.
            PERFORM WRITE-EVIDENCE-LINE.
       CONSIDER-BANK-CHANGE-EXIT.
            EXIT.
       CHECK-PERIOD-PAYMENTS.
            OPEN INPUT PAY-HISTORY-FILE.
            IF WS-PAYHIST-STATUS NOT = "00"
                DISPLAY "Unable to open payhist.txt - status "
                    WS-PAYHIST-STATUS " - payments not checked."
                MOVE 16 TO WS-RUN-RC
                GO TO CHECK-PERIOD-PAYMENTS-EXIT
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open employees.txt - status "
                    WS-EMPLOYEE-FILE-STATUS " - payments not checked."
                CLOSE PAY-HISTORY-FILE
                MOVE 16 TO WS-RUN-RC
                GO TO CHECK-PERIOD-PAYMENTS-EXIT
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE WS-SELECTED-PERIOD TO PH-PERIOD-ID.
            MOVE LOW-VALUES TO PH-EMP-ID.
            START PAY-HISTORY-FILE
                KEY IS NOT LESS THAN PH-KEY
                INVALID KEY
                    SET WS-END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL WS-END-OF-FILE
                READ PAY-HISTORY-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF PH-PERIOD-ID NOT = WS-SELECTED-PERIOD
                            SET WS-END-OF-FILE TO TRUE
                        ELSE
                            ADD 1 TO WS-PAID-COUNT
                            PERFORM CHECK-ONE-PAYMENT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PAY-HISTORY-FILE.
            CLOSE EMPLOYEE-FILE.
       CHECK-PERIOD-PAYMENTS-EXIT.
            EXIT.
       CHECK-ONE-PAYMENT.
            MOVE PH-EMP-ID TO EMP-ID.
            READ EMPLOYEE-FILE
                KEY IS EMP-ID
                INVALID KEY
                    MOVE SPACES TO EMP-STATUS
                    MOVE 'N' TO WS-FOUND-FLAG
                NOT INVALID KEY
                    MOVE 'Y' TO WS-FOUND-FLAG
            END-READ.
            IF WS-FOUND AND EMP-TERMINATED
                MOVE ZERO TO WS-TERM-DATE
                PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                        UNTIL WS-TM-IDX > WS-TERM-COUNT
                    IF WS-TM-EMP-ID(WS-TM-IDX) = PH-EMP-ID
                        MOVE WS-TM-DATE(WS-TM-IDX) TO WS-TERM-DATE
                    END-IF
                END-PERFORM
                IF WS-TERM-DATE < WS-PERIOD-START
                    PERFORM WRITE-TERM-PAID-HIT
                END-IF
            END-IF.
            MOVE ZERO TO WS-ADDED-DATE.
            PERFORM VARYING WS-AD-IDX FROM 1 BY 1
                    UNTIL WS-AD-IDX > WS-ADD-COUNT
                IF WS-AD-EMP-ID(WS-AD-IDX) = PH-EMP-ID
                    MOVE WS-AD-DATE(WS-AD-IDX) TO WS-ADDED-DATE
                END-IF
            END-PERFORM.
            IF WS-ADDED-DATE > ZERO
                MOVE 'N' TO WS-FOUND-FLAG
                PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                        UNTIL WS-AT-IDX > WS-ACTIVITY-COUNT
                    IF WS-AT-EMP-ID(WS-AT-IDX) = PH-EMP-ID
                        MOVE 'Y' TO WS-FOUND-FLAG
                    END-IF
                END-PERFORM
                IF NOT WS-FOUND
                    PERFORM WRITE-NEW-PAID-HIT
                END-IF
            END-IF.
       WRITE-TERM-PAID-HIT.
            ADD 1 TO WS-HIT-TERMPAID.
            MOVE "PAID AFTER TERM" TO RFH-CHECK.
            MOVE PH-EMP-ID         TO RFH-EMP-ID.
            MOVE SPACES TO RFH-TEXT.
            IF WS-TERM-DATE = ZERO
                STRING "paid although terminated on the master - "
                    "no termination on the change log"
                    DELIMITED BY SIZE INTO RFH-TEXT
                END-STRING
            ELSE
                STRING "paid although terminated on " WS-TERM-DATE
                    ", before the period began"
                    DELIMITED BY SIZE INTO RFH-TEXT
                END-STRING
            END-IF.
            PERFORM WRITE-HIT-LINE.
            PERFORM WRITE-PAYMENT-EVIDENCE.
            MOVE "employees.txt" TO RFE-SOURCE.
            MOVE SPACES TO WS-EVIDENCE-TEXT.
            STRING EMP-ID " " EMP-LAST-NAME " " EMP-DEP
                " status " EMP-STATUS
                DELIMITED BY SIZE INTO WS-EVIDENCE-TEXT
            END-STRING.
            PERFORM WRITE-EVIDENCE-LINE.
       WRITE-NEW-PAID-HIT.
            ADD 1 TO WS-HIT-NEWPAID.
            MOVE "NEW AND PAID" TO RFH-CHECK.
            MOVE PH-EMP-ID      TO RFH-EMP-ID.
            MOVE SPACES TO RFH-TEXT.
            STRING "added on " WS-ADDED-DATE " and paid in the same "
                "period - no timesheet and no leave activity"
                DELIMITED BY SIZE INTO RFH-TEXT
            END-STRING.
            PERFORM WRITE-HIT-LINE.
            PERFORM WRITE-PAYMENT-EVIDENCE.
            MOVE "empchglog.txt" TO RFE-SOURCE.
            MOVE SPACES TO WS-EVIDENCE-TEXT.
            STRING WS-ADDED-DATE " A " PH-EMP-ID " " PH-EMP-NAME
                DELIMITED BY SIZE INTO WS-EVIDENCE-TEXT
            END-STRING.
            PERFORM WRITE-EVIDENCE-LINE.
       WRITE-PAYMENT-EVIDENCE.
            MOVE "payhist.txt" TO RFE-SOURCE.
            MOVE PH-NET-PAY TO WS-AMOUNT-SHOW.
            MOVE SPACES TO WS-EVIDENCE-TEXT.
            STRING PH-PERIOD-ID " " PH-EMP-ID " " PH-EMP-NAME
                " net " WS-AMOUNT-SHOW
                DELIMITED BY SIZE INTO WS-EVIDENCE-TEXT
            END-STRING.
            PERFORM WRITE-EVIDENCE-LINE.
       CHECK-SALARY-BY-PAYER.
      * a salary change is a hit when an operator who ran a
      * maintenance session that day also ran the payroll after it.
            PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                    UNTIL WS-SC-IDX > WS-SAL-COUNT
                PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                        UNTIL WS-RA-IDX > WS-RUN-AUDIT-COUNT
                    IF WS-RA-MAINT(WS-RA-IDX)
                            AND WS-RA-DATE(WS-RA-IDX)
                                = WS-SC-DATE(WS-SC-IDX)
                        PERFORM MATCH-PAYROLL-OPERATOR
                    END-IF
                END-PERFORM
            END-PERFORM.
       MATCH-PAYROLL-OPERATOR.
            PERFORM VARYING WS-RA-SCAN FROM 1 BY 1
                    UNTIL WS-RA-SCAN > WS-RUN-AUDIT-COUNT
                IF WS-RA-PAYROLL(WS-RA-SCAN)
                        AND WS-RA-DATE(WS-RA-SCAN)
                            NOT < WS-SC-DATE(WS-SC-IDX)
                        AND WS-RA-OPERATOR(WS-RA-SCAN)
                            = WS-RA-OPERATOR(WS-RA-IDX)
                    PERFORM WRITE-SALARY-PAYER-HIT
                    SET WS-RA-SCAN TO WS-RUN-AUDIT-COUNT
                    SET WS-RA-IDX TO WS-RUN-AUDIT-COUNT
                END-IF
            END-PERFORM.
       WRITE-SALARY-PAYER-HIT.
            ADD 1 TO WS-HIT-SALARY.
            MOVE "SALARY BY PAYER" TO RFH-CHECK.
            MOVE WS-SC-EMP-ID(WS-SC-IDX) TO RFH-EMP-ID.
            MOVE SPACES TO RFH-TEXT.
            STRING "salary changed on " WS-SC-DATE(WS-SC-IDX)
                " by " WS-RA-OPERATOR(WS-RA-IDX)
                ", who then ran the payroll"
                DELIMITED BY SIZE INTO RFH-TEXT
            END-STRING.
            PERFORM WRITE-HIT-LINE.
            MOVE "empchglog.txt" TO RFE-SOURCE.
            MOVE WS-SC-OLD-SALARY(WS-SC-IDX) TO WS-SALARY-SHOW-1.
            MOVE WS-SC-NEW-SALARY(WS-SC-IDX) TO WS-SALARY-SHOW-2.
            MOVE SPACES TO WS-EVIDENCE-TEXT.
            STRING WS-SC-DATE(WS-SC-IDX) " C "
                WS-SC-EMP-ID(WS-SC-IDX) " salary "
                WS-SALARY-SHOW-1 " to " WS-SALARY-SHOW-2
                DELIMITED BY SIZE INTO WS-EVIDENCE-TEXT
            END-STRING.
            PERFORM WRITE-EVIDENCE-LINE.
            MOVE "auditlog.txt" TO RFE-SOURCE.
            MOVE WS-RA-RECORD(WS-RA-IDX) TO WS-EVIDENCE-TEXT.
            PERFORM WRITE-EVIDENCE-LINE.
            MOVE WS-RA-RECORD(WS-RA-SCAN) TO WS-EVIDENCE-TEXT.
            PERFORM WRITE-EVIDENCE-LINE.
       WRITE-HIT-LINE.
            ADD 1 TO WS-HIT-TOTAL.
            MOVE WS-HIT-TOTAL TO RFH-NUMBER.
            MOVE SPACES TO RED-FLAG-RECORD.
            WRITE RED-FLAG-RECORD.
            WRITE RED-FLAG-RECORD FROM WS-RF-HIT-LINE.
       WRITE-EVIDENCE-LINE.
            MOVE WS-EVIDENCE-TEXT TO RFE-TEXT.
            WRITE RED-FLAG-RECORD FROM WS-RF-EVIDENCE-LINE.
       WRITE-SUMMARY.
            MOVE SPACES TO RED-FLAG-RECORD.
            WRITE RED-FLAG-RECORD.
            WRITE RED-FLAG-RECORD FROM WS-RF-RULE.
            MOVE "Payments examined" TO RFS-LABEL.
            MOVE WS-PAID-COUNT TO RFS-COUNT.
            WRITE RED-FLAG-RECORD FROM WS-RF-SUMMARY-LINE.
            MOVE "Shared bank accounts" TO RFS-LABEL.
            MOVE WS-HIT-SHARED TO RFS-COUNT.
            WRITE RED-FLAG-RECORD FROM WS-RF-SUMMARY-LINE.
            MOVE "Bank changes near the pay date" TO RFS-LABEL.
            MOVE WS-HIT-BANKCHG TO RFS-COUNT.
            WRITE RED-FLAG-RECORD FROM WS-RF-SUMMARY-LINE.
            MOVE "Added and paid with no activity" TO RFS-LABEL.
            MOVE WS-HIT-NEWPAID TO RFS-COUNT.
            WRITE RED-FLAG-RECORD FROM WS-RF-SUMMARY-LINE.
            MOVE "Paid after termination" TO RFS-LABEL.
            MOVE WS-HIT-TERMPAID TO RFS-COUNT.
            WRITE RED-FLAG-RECORD FROM WS-RF-SUMMARY-LINE.
            MOVE "Salary changed by the payroll operator"
                TO RFS-LABEL.
            MOVE WS-HIT-SALARY TO RFS-COUNT.
            WRITE RED-FLAG-RECORD FROM WS-RF-SUMMARY-LINE.
            MOVE "Total red flags" TO RFS-LABEL.
            MOVE WS-HIT-TOTAL TO RFS-COUNT.
            WRITE RED-FLAG-RECORD FROM WS-RF-SUMMARY-LINE.
       CHECK-OPERATOR-ROLE.
      * when operators.txt is absent the shared access code gate
      * is in force and the console operator decides, as elsewhere.
            MOVE 'U' TO WS-OP-ROLE-FOUND.
            MOVE 'N' TO WS-OP-EOF-FLAG.
            OPEN INPUT OPERATOR-FILE.
            IF WS-OPERATOR-STATUS = "00"
                MOVE SPACES TO WS-OP-ROLE-FOUND
                PERFORM UNTIL WS-OP-EOF
                    READ OPERATOR-FILE
                        AT END
                            SET WS-OP-EOF TO TRUE
                        NOT AT END
                            IF OP-ID = WS-SESSION-OPERATOR
                                MOVE OP-ROLE TO WS-OP-ROLE-FOUND
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPERATOR-FILE
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
       END PROGRAM PAYROLL-REDFLAG.
