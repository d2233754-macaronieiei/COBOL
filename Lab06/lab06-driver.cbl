      *     fail or locked - is appended to signonlog.txt for the
      *     security reviewer. Old three-field operator rows still
      *     load; the new fields fill in as codes are changed.
      *   - A payroll run that opens a new pay period is followed by
      *     lab06-4 applying the future-dated employee changes that
      *     have come due (pendrelease.txt). Option P and the
      *     PENDLIST job-plan step run lab06-54 to list the queued
      *     changes; cancelling one is done from the menu.
      *   - PROOF job-plan step runs lab06-55, the post-run balancing
      *     proof across payhist, bankpay, checkreg, gljournal,
      *     garnremit and the register; put it after PAYROLL.
      *   - Two-person release of the bank payment files:
      *     operators.txt gains an R (payment release) role, and
      *     option R lets a release operator who did not run the job
      *     review each held bankpay.txt / bankbonus.txt against its
      *     trailer and the totals the run recorded, then approve
      *     (copied to banksend.txt / bonussend.txt for sending) or
      *     reject. Each decision is logged to payrelease.txt,
      *     auditlog.txt and ifregistry.txt; a RELEASE job-plan step
      *     is refused.
      *   - Added benefits enrollment (lab06-56) as menu option B and
      *     as job plan step BENELIG, which writes the monthly
      *     carrier eligibility file.
      *   - Added pension remittance (lab06-57) as menu option F and
      *     as job plan step PENSREM, which builds the provider's
      *     contribution file for the last posted period.
      *   - Added expense claims (lab06-58) as menu option E and as
      *     job plan step EXPLIST, which writes the open and rejected
      *     claims listing.
      *   - Added the position establishment report (lab06-59) as
      *     menu option O and as job plan step POSRPT.
      *   - Added performance reviews (lab06-60) as menu option V and
      *     as job plan step APPRRPT, which writes the overdue
      *     review, rating distribution and merit worksheet reports.
      *   - Added address maintenance (lab06-61) as menu option M and
      *     as job plan step ADDRLIST, which writes the no-address
      *     listing and the mailing labels.
      *   - Added credential tracking (lab06-62) as menu option L and
      *     as job plan step CREDCHK, which raises the expiry alerts
      *     and writes the department compliance report.
      *   - Added the time clock import (lab06-63) as menu option K
      *     and as job plan step CLOCKIMP, which writes pending
      *     overtime sheets and the punch exception listing.
      *   - Added the master as-of rebuild (lab06-64) as menu option
      *     H. It asks for a date, so it is not a job plan step.
      *   - Added the payroll cost projection (lab06-65) as menu
      *     option G and as job plan step COSTPROJ, which projects
      *     next year with the proposed raise set.
      *   - Added the payroll red-flag report (lab06-66) as menu
      *     option J and as job plan step REDFLAG; the program itself
      *     refuses an operator without the update role.
      *   - Added the cleared check reconciliation (lab06-67) as menu
      *     option Q and as job plan step CHKRECON, which matches the
      *     bank's paid items and ages the outstanding checks.
      *   - Every job plan step is now also appended to the permanent
      *     step history (stephist.txt, STEPHIST copybook) with its
      *     start and end time, elapsed seconds, return code, the
      *     records count from the step's last auditlog.txt row and
      *     the operator. A step that runs longer than its
      *     stepsla.txt threshold is flagged in the history and
      *     raises a warning alert on alerts.txt.
      *   - Added the batch step SLA trend report (lab06-68) as menu
      *     option T and as job plan step STEPTRND.
      *   - Added the payroll pre-flight check (lab06-69) as menu
      *     option N and as job plan step PREFLIGHT, to run ahead of
      *     PAYROLL. A no-go stops the plan and is logged on
      *     steplog.txt as NO-GO with the first failing condition in
      *     the new reason column.
      *   - Added the run-configuration snapshot (lab06-71) as menu
      *     option W.
      *   - Added the monthly salary data access review (lab06-72) as
      *     menu option Y.
      *   - Added the general ledger (lab06-73 posting, lab06-74
      *     period close, lab06-75 trial balance) as menu option D, a
      *     submenu like operator maintenance; posting and period
      *     close need an update operator.
      *   - General ledger menu gains (F)iscal calendar maintenance
      *     (lab06-76), update role only.
      *   - Added statutory new-hire reporting (lab06-77) as menu
      *     option U, update role only, and as job plan step NEWHIRE,
      *     which writes the agency's new-hire file and the due-soon
      *     listing.
      *   - Menu runs are now timed and kept on stephist.txt like job
      *     plan steps, under the signed-on operator.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-DRIVER.
           SELECT STEP-LOG-FILE ASSIGN TO "steplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEP-LOG-STATUS.
           SELECT STEP-HISTORY-FILE ASSIGN TO "stephist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEP-HIST-STATUS.
           SELECT STEP-SLA-FILE ASSIGN TO "stepsla.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEP-SLA-STATUS.
           SELECT PREFLIGHT-FILE ASSIGN TO "preflight.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREFLIGHT-STATUS.
           SELECT PLAN-RESUME-FILE ASSIGN TO "planresume.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-RESUME-STATUS.
           SELECT RUN-CALENDAR-FILE ASSIGN TO "runcal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT PAY-RELEASE-FILE ASSIGN TO "payrelease.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-RELEASE-STATUS.
           SELECT PAYFILE-IN-FILE ASSIGN TO WS-PAYFILE-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYFILE-IN-STATUS.
           SELECT PAYFILE-SEND-FILE ASSIGN TO WS-PAYFILE-SEND-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYFILE-SEND-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "auditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT IF-REGISTRY-FILE ASSIGN TO "ifregistry.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT PEND-RELEASE-FILE ASSIGN TO "pendrelease.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-RELEASE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-STATUS.
           05 SL-RC        PIC -9(4).
           05 FILLER       PIC X(1)  VALUE SPACE.
           05 SL-OUTCOME   PIC X(12).
           05 FILLER       PIC X(1)  VALUE SPACE.
           05 SL-REASON    PIC X(40).
       FD STEP-HISTORY-FILE.
       COPY STEPHIST.
       FD STEP-SLA-FILE.
       01 STEP-SLA-RECORD.
           05 SLA-STEP         PIC X(10).
           05 SLA-SECONDS      PIC 9(7).
       FD PREFLIGHT-FILE.
       01 PREFLIGHT-RECORD.
           05 PF-LINE-TYPE     PIC X(8).
           05 FILLER           PIC X(2).
           05 PF-RESULT        PIC X(6).
           05 FILLER           PIC X(2).
           05 PF-REASON        PIC X(40).
           05 FILLER           PIC X(22).
       FD PLAN-RESUME-FILE.
       01 PLAN-RESUME-RECORD.
           05 PR-MARKER    PIC X(1).
       01 RUN-CALENDAR-RECORD.
           05 RC-PERIOD-ID     PIC X(6).
           05 RC-POSTED-DATE   PIC X(8).
       FD PAY-RELEASE-FILE.
       COPY PAYREL.
       FD PAYFILE-IN-FILE.
       01 PAYFILE-IN-RECORD.
           05 PFI-TYPE         PIC X(1).
           05 PFI-BODY         PIC X(45).
       FD PAYFILE-SEND-FILE.
       01 PAYFILE-SEND-RECORD  PIC X(46).
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
       FD IF-REGISTRY-FILE.
       01 IF-REGISTRY-RECORD.
           05 IR-INTERFACE PIC X(8).
           05 IR-BATCH-ID  PIC X(8).
           05 IR-DATE      PIC X(8).
           05 IR-COUNT     PIC 9(7).
           05 IR-HASH      PIC 9(13)V99.
       FD PEND-RELEASE-FILE.
       01 PEND-RELEASE-RECORD.
           05 PRL-PERIOD-ID    PIC X(6).
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OP-ID        PIC X(8).
           88 WS-PLAN-FAILED          VALUE 'Y'.
       01 WS-PLAN-STEP-COUNT PIC 9(3)  VALUE ZERO.
       01 WS-PLAN-RESUME-STATUS PIC X(2).
       01 WS-STEP-HIST-STATUS PIC X(2).
       01 WS-STEP-SLA-STATUS  PIC X(2).
       01 WS-PREFLIGHT-STATUS PIC X(2).
       01 WS-PREFLIGHT-EOF-FLAG PIC X(1).
           88 WS-PREFLIGHT-EOF        VALUE 'Y'.
       01 WS-NOGO-REASON      PIC X(40).
       01 WS-SLA-EOF-FLAG     PIC X(1).
           88 WS-SLA-EOF              VALUE 'Y'.
       01 WS-SLA-COUNT        PIC 9(3)  VALUE ZERO.
       01 WS-SLA-TABLE.
           05 WS-SLA-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-SLA-IDX.
               10 WS-SLA-STEP      PIC X(10).
               10 WS-SLA-SECONDS   PIC 9(7).
      * the step name a run is kept under on stephist.txt - the plan
      * step, or for a menu run the plan step that runs the same
      * program (the program name where no plan step does).
       01 WS-HIST-STEP        PIC X(10).
       01 WS-MENU-STEP-VALUES.
           05 FILLER PIC X(20) VALUE "lab06-69  PREFLIGHT ".
           05 FILLER PIC X(20) VALUE "lab06-2   PAYROLL   ".
           05 FILLER PIC X(20) VALUE "lab06-3   BONUS     ".
           05 FILLER PIC X(20) VALUE "lab06-4   MAINT     ".
           05 FILLER PIC X(20) VALUE "lab06-5   YEAREND   ".
           05 FILLER PIC X(20) VALUE "lab06-7   CLOSE     ".
           05 FILLER PIC X(20) VALUE "lab06-6   STUBS     ".
           05 FILLER PIC X(20) VALUE "lab06-37  SPOOL     ".
           05 FILLER PIC X(20) VALUE "lab06-54  PENDLIST  ".
           05 FILLER PIC X(20) VALUE "lab06-55  PROOF     ".
           05 FILLER PIC X(20) VALUE "lab06-56  BENELIG   ".
           05 FILLER PIC X(20) VALUE "lab06-57  PENSREM   ".
           05 FILLER PIC X(20) VALUE "lab06-58  EXPLIST   ".
           05 FILLER PIC X(20) VALUE "lab06-59  POSRPT    ".
           05 FILLER PIC X(20) VALUE "lab06-60  APPRRPT   ".
           05 FILLER PIC X(20) VALUE "lab06-61  ADDRLIST  ".
           05 FILLER PIC X(20) VALUE "lab06-62  CREDCHK   ".
           05 FILLER PIC X(20) VALUE "lab06-63  CLOCKIMP  ".
           05 FILLER PIC X(20) VALUE "lab06-65  COSTPROJ  ".
           05 FILLER PIC X(20) VALUE "lab06-66  REDFLAG   ".
           05 FILLER PIC X(20) VALUE "lab06-67  CHKRECON  ".
           05 FILLER PIC X(20) VALUE "lab06-68  STEPTRND  ".
           05 FILLER PIC X(20) VALUE "lab06-77  NEWHIRE   ".
       01 WS-MENU-STEP-TABLE REDEFINES WS-MENU-STEP-VALUES.
           05 WS-MENU-STEP-ENTRY OCCURS 23 TIMES
                   INDEXED BY WS-MS-IDX.
               10 WS-MS-PROGRAM    PIC X(10).
               10 WS-MS-STEP       PIC X(10).
       01 WS-STEP-CLOCK.
           05 WS-CLOCK-DATE-RAW.
               10 WS-CLOCK-YY    PIC 99.
               10 WS-CLOCK-MM    PIC 99.
               10 WS-CLOCK-DD    PIC 99.
           05 WS-CLOCK-TIME.
               10 WS-CLOCK-HH    PIC 99.
               10 WS-CLOCK-MI    PIC 99.
               10 WS-CLOCK-SS    PIC 99.
               10 WS-CLOCK-CC    PIC 99.
           05 WS-STEP-START-DATE PIC 9(8).
           05 WS-STEP-START-TIME PIC 9(6).
           05 WS-STEP-START-SECS PIC 9(5).
           05 WS-STEP-END-DATE   PIC 9(8).
           05 WS-STEP-END-TIME   PIC 9(6).
           05 WS-STEP-END-SECS   PIC 9(5).
           05 WS-STEP-ELAPSED    PIC S9(9).
           05 WS-AUDIT-ROWS-BEFORE PIC 9(7).
           05 WS-AUDIT-ROWS-NOW  PIC 9(7).
           05 WS-STEP-RECORDS    PIC 9(7).
           05 WS-STEP-RECORDS-FLAG PIC X(1).
           05 WS-AUDIT-EOF-FLAG  PIC X(1).
               88 WS-AUDIT-EOF            VALUE 'Y'.
           05 WS-STEP-OVER-FLAG  PIC X(1).
               88 WS-STEP-OVER            VALUE 'Y'.
           05 WS-STEP-LIMIT      PIC 9(7).
           05 WS-ELAPSED-SHOW    PIC Z(6)9.
           05 WS-LIMIT-SHOW      PIC Z(6)9.
       01 WS-ALERT-STATUS     PIC X(2).
       01 WS-ALERT-EOF-FLAG   PIC X(1).
           88 WS-ALERT-EOF            VALUE 'Y'.
           05 WS-LOG-DD PIC 99.
       01 WS-PERIOD-STATUS   PIC X(2).
       01 WS-RUNCAL-STATUS   PIC X(2).
       01 WS-PEND-RELEASE-STATUS PIC X(2).
       01 WS-RELEASE-DUE-FLAG PIC X(1) VALUE 'N'.
           88 WS-RELEASE-DUE             VALUE 'Y'.
       01 WS-RELEASE-RC      PIC S9(9) COMP.
       01 WS-PAY-RELEASE-STATUS  PIC X(2).
       01 WS-PAYFILE-IN-STATUS   PIC X(2).
       01 WS-PAYFILE-SEND-STATUS PIC X(2).
       01 WS-AUDIT-STATUS        PIC X(2).
       01 WS-REGISTRY-STATUS     PIC X(2).
       01 WS-PAYFILE-IN-NAME     PIC X(14).
       01 WS-PAYFILE-SEND-NAME   PIC X(14).
       01 WS-PAYREL-EOF-FLAG     PIC X(1) VALUE 'N'.
           88 WS-PAYREL-EOF               VALUE 'Y'.
       01 WS-PAYREL-COUNT        PIC 9(2) VALUE ZERO.
       01 WS-PAYREL-TABLE.
           05 WS-PAYREL-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-PRL-IDX.
               10 WS-PRL-FILE-NAME PIC X(14).
               10 WS-PRL-RECORD    PIC X(73).
       01 WS-PAYREL-WORK.
           05 WS-PRL-FOUND       PIC X(1).
               88 WS-PRL-SLOT-KNOWN       VALUE 'Y'.
           05 WS-PRL-WAITING     PIC 9(2).
           05 WS-PRL-ANSWER      PIC X(1).
           05 WS-PRL-OUTCOME     PIC X(10).
           05 WS-PRL-INTERFACE   PIC X(8).
           05 WS-PRL-MISMATCH-FLAG PIC X(1).
               88 WS-PRL-MISMATCH         VALUE 'Y'.
           05 WS-PRL-TRAILER-FLAG PIC X(1).
               88 WS-PRL-HAS-TRAILER      VALUE 'Y'.
           05 WS-PRL-TRL-COUNT   PIC 9(7).
           05 WS-PRL-TRL-HASH    PIC 9(11)V99.
           05 WS-PRL-DTL-COUNT   PIC 9(7).
           05 WS-PRL-DTL-HASH    PIC 9(11)V99.
           05 WS-PRL-COPIED      PIC 9(7).
       01 WS-PAYFILE-LAYOUTS.
           05 WS-PAYFILE-DETAIL.
               10 FILLER           PIC X(35).
               10 PFD-AMOUNT       PIC 9(9)V99.
           05 WS-PAYFILE-TRAILER REDEFINES WS-PAYFILE-DETAIL.
               10 FILLER           PIC X(1).
               10 PFT-COUNT        PIC 9(7).
               10 PFT-HASH         PIC 9(11)V99.
               10 FILLER           PIC X(25).
       01 DISP-PRL-HASH          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RUNCAL-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-RUNCAL-EOF           VALUE 'Y'.
       01 WS-CURRENT-PERIOD  PIC X(6) VALUE SPACES.
           05 WS-SESSION-ROLE    PIC X(1)  VALUE 'U'.
               88 WS-ROLE-UPDATE          VALUE 'U'.
               88 WS-ROLE-VIEW            VALUE 'V'.
               88 WS-ROLE-RELEASE         VALUE 'R'.
       01 WS-OPMAINT-FIELDS.
           05 WS-OPM-ACTION      PIC X(1).
           05 WS-OPM-ID          PIC X(8).
           05 WS-OPM-SLOT        PIC 9(3).
           05 WS-OPM-DONE-FLAG   PIC X(1).
               88 WS-OPM-DONE             VALUE 'Y'.
       01 WS-GLMENU-FIELDS.
           05 WS-GLM-ACTION      PIC X(1).
           05 WS-GLM-DONE-FLAG   PIC X(1).
               88 WS-GLM-DONE             VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Payroll driver starting.".

            PERFORM LOAD-OPERATORS.
            PERFORM LOAD-SEC-PARMS.
            PERFORM LOAD-STEP-SLA.
            PERFORM SET-TODAY-DATE.
            IF WS-OPERATOR-COUNT > ZERO
                PERFORM OPERATOR-SIGNON
                    IF WS-ROLE-VIEW
                        DISPLAY "Signed on " WS-SESSION-OPERATOR
                            " (view only)"
                    END-IF
                    IF WS-ROLE-RELEASE
                        DISPLAY "Signed on " WS-SESSION-OPERATOR
                            " (payment release)"
                    END-IF
                    IF WS-ROLE-UPDATE
                        DISPLAY "Signed on " WS-SESSION-OPERATOR
                            " (update)"
                    END-IF
            END-IF.
       RUN-JOB-PLAN.
            PERFORM CHECK-RESUME-MODE.
            PERFORM LOAD-STEP-SLA.
            OPEN OUTPUT STEP-LOG-FILE.
            IF WS-STEP-LOG-STATUS NOT = "00"
                DISPLAY "Unable to open steplog.txt - status "
                    MOVE ZERO TO WS-PRIOR-OK-COUNT
                END-IF
            END-IF.
            MOVE JP-STEP TO WS-HIST-STEP.
            PERFORM START-STEP-CLOCK.
            EVALUATE JP-STEP
                WHEN "PREFLIGHT "
                    PERFORM RUN-PREFLIGHT
                WHEN "PAYROLL   "
                    PERFORM RUN-PAYROLL
                WHEN "BONUS     "
                    PERFORM RUN-PAY-STUBS
                WHEN "SPOOL     "
                    PERFORM RUN-REPORT-SPOOL
                WHEN "PENDLIST  "
                    PERFORM RUN-PENDING-CHANGES
                WHEN "PROOF     "
                    PERFORM RUN-PAYROLL-PROOF
                WHEN "BENELIG   "
                    PERFORM RUN-BENEFITS
                WHEN "PENSREM   "
                    PERFORM RUN-PENSION-REMIT
                WHEN "EXPLIST   "
                    PERFORM RUN-EXPENSE-CLAIMS
                WHEN "POSRPT    "
                    PERFORM RUN-POSITION-REPORT
                WHEN "APPRRPT   "
                    PERFORM RUN-APPRAISALS
                WHEN "ADDRLIST  "
                    PERFORM RUN-ADDRESS-MAINT
                WHEN "CREDCHK   "
                    PERFORM RUN-CREDENTIALS
                WHEN "CLOCKIMP  "
                    PERFORM RUN-CLOCK-IMPORT
                WHEN "COSTPROJ  "
                    PERFORM RUN-COST-PROJECTION
                WHEN "REDFLAG   "
                    PERFORM RUN-RED-FLAGS
                WHEN "CHKRECON  "
                    PERFORM RUN-CHECK-RECON
                WHEN "STEPTRND  "
                    PERFORM RUN-STEP-TREND
                WHEN "NEWHIRE   "
                    PERFORM RUN-NEW-HIRE-REPORT
                WHEN "RELEASE   "
      * a payment file is released by a second operator at the
      * menu, never from a plan.
                    DISPLAY "RELEASE cannot run unattended - a "
                        "release-role operator releases the payment "
                        "files from the menu."
                    MOVE 8 TO WS-STEP-RC
                    MOVE JP-STEP TO WS-STEP-NAME
                WHEN OTHER
                    DISPLAY "Unknown job plan step: " JP-STEP
                    MOVE 16 TO WS-STEP-RC
                    MOVE JP-STEP TO WS-STEP-NAME
            END-EVALUATE.
            PERFORM LOG-PLAN-STEP.
            PERFORM LOG-STEP-HISTORY.
            IF WS-STEP-RC NOT = ZERO
                SET WS-PLAN-FAILED TO TRUE
                DISPLAY "Step " JP-STEP " ended with return code "
                    MOVE "OK"     TO SL-OUTCOME
                ELSE
                    MOVE "FAILED" TO SL-OUTCOME
      * a pre-flight no-go is not a failure of the step itself - log
      * it as NO-GO with the first failing condition from the sheet.
                    IF JP-STEP = "PREFLIGHT "
                        PERFORM LOAD-NOGO-REASON
                        MOVE "NO-GO" TO SL-OUTCOME
                        MOVE WS-NOGO-REASON TO SL-REASON
                    END-IF
                END-IF
                WRITE STEP-LOG-RECORD
            END-IF.
       LOAD-NOGO-REASON.
            MOVE "SEE PREFLIGHT.TXT" TO WS-NOGO-REASON.
            MOVE 'N' TO WS-PREFLIGHT-EOF-FLAG.
            OPEN INPUT PREFLIGHT-FILE.
            IF WS-PREFLIGHT-STATUS = "00"
                PERFORM UNTIL WS-PREFLIGHT-EOF
                    READ PREFLIGHT-FILE
                        AT END
                            SET WS-PREFLIGHT-EOF TO TRUE
                        NOT AT END
                            IF PF-LINE-TYPE = "DECISION"
                                    AND PF-REASON NOT = SPACES
                                MOVE PF-REASON TO WS-NOGO-REASON
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PREFLIGHT-FILE
            END-IF.
       LOAD-STEP-SLA.
      * stepsla.txt holds the most seconds each plan step may take;
      * a step with no row has no threshold.
            MOVE ZERO TO WS-SLA-COUNT.
            MOVE 'N'  TO WS-SLA-EOF-FLAG.
            OPEN INPUT STEP-SLA-FILE.
            IF WS-STEP-SLA-STATUS = "00"
                PERFORM UNTIL WS-SLA-EOF
                    READ STEP-SLA-FILE
                        AT END
                            SET WS-SLA-EOF TO TRUE
                        NOT AT END
                            IF WS-SLA-COUNT < 50
                                    AND SLA-SECONDS IS NUMERIC
                                ADD 1 TO WS-SLA-COUNT
                                SET WS-SLA-IDX TO WS-SLA-COUNT
                                MOVE SLA-STEP
                                    TO WS-SLA-STEP(WS-SLA-IDX)
                                MOVE SLA-SECONDS
                                    TO WS-SLA-SECONDS(WS-SLA-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STEP-SLA-FILE
            ELSE
                DISPLAY "stepsla.txt not found - no step overrun "
                    "thresholds."
            END-IF.
       START-STEP-CLOCK.
            PERFORM COUNT-AUDIT-ROWS.
            MOVE WS-AUDIT-ROWS-NOW TO WS-AUDIT-ROWS-BEFORE.
            ACCEPT WS-CLOCK-DATE-RAW FROM DATE.
            ACCEPT WS-CLOCK-TIME FROM TIME.
            COMPUTE WS-STEP-START-DATE = 20000000
                + (WS-CLOCK-YY * 10000) + (WS-CLOCK-MM * 100)
                + WS-CLOCK-DD.
            COMPUTE WS-STEP-START-TIME = (WS-CLOCK-HH * 10000)
                + (WS-CLOCK-MI * 100) + WS-CLOCK-SS.
            COMPUTE WS-STEP-START-SECS = (WS-CLOCK-HH * 3600)
                + (WS-CLOCK-MI * 60) + WS-CLOCK-SS.
       COUNT-AUDIT-ROWS.
            MOVE ZERO TO WS-AUDIT-ROWS-NOW.
            MOVE 'N'  TO WS-STEP-RECORDS-FLAG.
            MOVE ZERO TO WS-STEP-RECORDS.
            MOVE 'N'  TO WS-AUDIT-EOF-FLAG.
            OPEN INPUT AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS = "00"
                PERFORM UNTIL WS-AUDIT-EOF
                    READ AUDIT-LOG-FILE
                        AT END
                            SET WS-AUDIT-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-AUDIT-ROWS-NOW
                            IF WS-AUDIT-ROWS-NOW
                                    > WS-AUDIT-ROWS-BEFORE
                                    AND AUD-RECORDS IS NUMERIC
                                MOVE AUD-RECORDS TO WS-STEP-RECORDS
                                MOVE 'Y' TO WS-STEP-RECORDS-FLAG
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG-FILE
            END-IF.
       LOG-STEP-HISTORY.
      * the records count is the one on the last audit row the step
      * wrote; a step that writes none reports no count.
            ACCEPT WS-CLOCK-DATE-RAW FROM DATE.
            ACCEPT WS-CLOCK-TIME FROM TIME.
            COMPUTE WS-STEP-END-DATE = 20000000
                + (WS-CLOCK-YY * 10000) + (WS-CLOCK-MM * 100)
                + WS-CLOCK-DD.
            COMPUTE WS-STEP-END-TIME = (WS-CLOCK-HH * 10000)
                + (WS-CLOCK-MI * 100) + WS-CLOCK-SS.
            COMPUTE WS-STEP-END-SECS = (WS-CLOCK-HH * 3600)
                + (WS-CLOCK-MI * 60) + WS-CLOCK-SS.
            COMPUTE WS-STEP-ELAPSED =
                WS-STEP-END-SECS - WS-STEP-START-SECS.
            IF WS-STEP-END-DATE NOT = WS-STEP-START-DATE
                MOVE "DIFF" TO DS-FUNCTION
                MOVE WS-STEP-END-DATE   TO DS-DATE-1
                MOVE WS-STEP-START-DATE TO DS-DATE-2
                CALL "DATESRV" USING DS-REQUEST
                IF DS-STATUS = 'Y'
                    COMPUTE WS-STEP-ELAPSED =
                        WS-STEP-ELAPSED + (DS-RESULT * 86400)
                END-IF
            END-IF.
            IF WS-STEP-ELAPSED < ZERO
                MOVE ZERO TO WS-STEP-ELAPSED
            END-IF.
            PERFORM COUNT-AUDIT-ROWS.
            MOVE 'N'  TO WS-STEP-OVER-FLAG.
            MOVE ZERO TO WS-STEP-LIMIT.
            PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                    UNTIL WS-SLA-IDX > WS-SLA-COUNT
                IF WS-SLA-STEP(WS-SLA-IDX) = WS-HIST-STEP
                    MOVE WS-SLA-SECONDS(WS-SLA-IDX) TO WS-STEP-LIMIT
                    IF WS-STEP-ELAPSED > WS-STEP-LIMIT
                        SET WS-STEP-OVER TO TRUE
                    END-IF
                END-IF
            END-PERFORM.
            OPEN EXTEND STEP-HISTORY-FILE.
            IF WS-STEP-HIST-STATUS = "05"
                    OR WS-STEP-HIST-STATUS = "35"
                OPEN OUTPUT STEP-HISTORY-FILE
            END-IF.
            IF WS-STEP-HIST-STATUS = "00"
                MOVE SPACES TO STEP-HISTORY-RECORD
                MOVE WS-HIST-STEP       TO SH-STEP
                MOVE WS-STEP-START-DATE TO SH-START-DATE
                MOVE WS-STEP-START-TIME TO SH-START-TIME
                MOVE WS-STEP-END-DATE   TO SH-END-DATE
                MOVE WS-STEP-END-TIME   TO SH-END-TIME
                MOVE WS-STEP-ELAPSED    TO SH-ELAPSED
                MOVE WS-STEP-RC         TO SH-RC
                IF WS-STEP-RC = ZERO
                    MOVE "OK"     TO SH-OUTCOME
                ELSE
                    IF WS-HIST-STEP = "PREFLIGHT "
                        MOVE "NO-GO"  TO SH-OUTCOME
                    ELSE
                        MOVE "FAILED" TO SH-OUTCOME
                    END-IF
                END-IF
                MOVE WS-STEP-RECORDS      TO SH-RECORDS
                MOVE WS-STEP-RECORDS-FLAG TO SH-RECORDS-FLAG
                MOVE WS-SESSION-OPERATOR  TO SH-OPERATOR
                MOVE WS-STEP-OVER-FLAG    TO SH-OVERRUN-FLAG
                WRITE STEP-HISTORY-RECORD
                CLOSE STEP-HISTORY-FILE
            ELSE
                DISPLAY "Unable to open stephist.txt - status "
                    WS-STEP-HIST-STATUS " - step " WS-HIST-STEP
                    " not kept in the history."
            END-IF.
            IF WS-STEP-OVER
                MOVE WS-STEP-ELAPSED TO WS-ELAPSED-SHOW
                MOVE WS-STEP-LIMIT   TO WS-LIMIT-SHOW
                DISPLAY "Step " WS-HIST-STEP " ran "
                    WS-ELAPSED-SHOW
                    " seconds - over its " WS-LIMIT-SHOW
                    " second threshold."
                PERFORM RAISE-OVERRUN-ALERT
            END-IF.
       RAISE-OVERRUN-ALERT.
            OPEN EXTEND ALERT-FILE.
            IF WS-ALERT-STATUS = "05" OR WS-ALERT-STATUS = "35"
                OPEN OUTPUT ALERT-FILE
            END-IF.
            IF WS-ALERT-STATUS = "00"
                MOVE SPACES TO ALERT-RECORD
                MOVE WS-STEP-END-DATE TO AL-DATE
                MOVE "DRIVER"         TO AL-PROGRAM
                MOVE 'W'              TO AL-SEVERITY
                STRING "STEP OVER SLA - " WS-ELAPSED-SHOW
                    " SECONDS"
                    DELIMITED BY SIZE INTO AL-MESSAGE
                END-STRING
                MOVE WS-HIST-STEP     TO AL-KEY
                MOVE 'N'              TO AL-ACK
                WRITE ALERT-RECORD
                CLOSE ALERT-FILE
            END-IF.
       LOAD-ACCESS-CODE.
            OPEN INPUT ACCESS-CODE-FILE.
            IF WS-ACCESS-FILE-STATUS = "00"
            DISPLAY "A. Operator Alerts".
            DISPLAY "C. Change My Operator Code".
            DISPLAY "I. Employee 360 Inquiry (lab06-21)".
            DISPLAY "P. Pending Employee Changes (lab06-54)".
            DISPLAY "R. Release Bank Payment Files".
            DISPLAY "B. Benefits Enrollment (lab06-56)".
            DISPLAY "F. Pension Fund Remittance (lab06-57)".
            DISPLAY "E. Expense Claims (lab06-58)".
            DISPLAY "O. Position Establishment Report (lab06-59)".
            DISPLAY "V. Performance Reviews and Merit (lab06-60)".
            DISPLAY "M. Addresses and Mailing Labels (lab06-61)".
            DISPLAY "L. Licences, Permits and Training (lab06-62)".
            DISPLAY "K. Time Clock Punch Import (lab06-63)".
            DISPLAY "H. Employee Master As Of a Past Date (lab06-64)".
            DISPLAY "G. Next-Year Payroll Cost Projection (lab06-65)".
            DISPLAY "J. Payroll Red-Flag Report (lab06-66)".
            DISPLAY "Q. Cleared Check Reconciliation (lab06-67)".
            DISPLAY "T. Batch Step SLA Trend (lab06-68)".
            DISPLAY "N. Payroll Pre-Flight Check (lab06-69)".
            DISPLAY "W. Run-Configuration Snapshot (lab06-71)".
            DISPLAY "Y. Salary Data Access Review (lab06-72)".
            DISPLAY "U. New-Hire Agency Reporting (lab06-77)".
            DISPLAY "D. General Ledger (lab06-73/74/75/76)".
            DISPLAY "9. Exit".
            DISPLAY "Select an option: ".
            ACCEPT WS-MENU-CHOICE.
      * a menu run is timed and kept on stephist.txt like a plan
      * step; an option that runs no program leaves the name blank.
            MOVE SPACES TO WS-STEP-NAME.
            PERFORM START-STEP-CLOCK.
            EVALUATE WS-MENU-CHOICE
                WHEN '1'
                    IF WS-ROLE-UPDATE
                WHEN '4'
                    IF WS-ROLE-UPDATE
                        PERFORM RUN-PAYROLL
                        PERFORM LOG-MENU-STEP
                        IF WS-STEP-RC = ZERO
                            PERFORM START-STEP-CLOCK
                            PERFORM RUN-BONUS-REPORT
                        ELSE
                            DISPLAY "Payroll run did not complete "
                    PERFORM RUN-EMP-INQUIRY
                WHEN 'i'
                    PERFORM RUN-EMP-INQUIRY
                WHEN 'R'
                    PERFORM RELEASE-PAYMENT-FILES
                WHEN 'r'
                    PERFORM RELEASE-PAYMENT-FILES
                WHEN 'P'
                    PERFORM RUN-PENDING-CHANGES
                WHEN 'p'
                    PERFORM RUN-PENDING-CHANGES
                WHEN 'B'
                    PERFORM RUN-BENEFITS
                WHEN 'b'
                    PERFORM RUN-BENEFITS
                WHEN 'F'
                    PERFORM RUN-PENSION-REMIT
                WHEN 'f'
                    PERFORM RUN-PENSION-REMIT
                WHEN 'E'
                    PERFORM RUN-EXPENSE-CLAIMS
                WHEN 'e'
                    PERFORM RUN-EXPENSE-CLAIMS
                WHEN 'O'
                    PERFORM RUN-POSITION-REPORT
                WHEN 'o'
                    PERFORM RUN-POSITION-REPORT
                WHEN 'V'
                    PERFORM RUN-APPRAISALS
                WHEN 'v'
                    PERFORM RUN-APPRAISALS
                WHEN 'M'
                    PERFORM RUN-ADDRESS-MAINT
                WHEN 'm'
                    PERFORM RUN-ADDRESS-MAINT
                WHEN 'L'
                    PERFORM RUN-CREDENTIALS
                WHEN 'l'
                    PERFORM RUN-CREDENTIALS
                WHEN 'K'
                    PERFORM RUN-CLOCK-IMPORT
                WHEN 'k'
                    PERFORM RUN-CLOCK-IMPORT
                WHEN 'H'
                    PERFORM RUN-MASTER-AS-OF
                WHEN 'h'
                    PERFORM RUN-MASTER-AS-OF
                WHEN 'G'
                    PERFORM RUN-COST-PROJECTION
                WHEN 'g'
                    PERFORM RUN-COST-PROJECTION
                WHEN 'J'
                    PERFORM RUN-RED-FLAGS
                WHEN 'j'
                    PERFORM RUN-RED-FLAGS
                WHEN 'Q'
                    PERFORM RUN-CHECK-RECON
                WHEN 'q'
                    PERFORM RUN-CHECK-RECON
                WHEN 'T'
                    PERFORM RUN-STEP-TREND
                WHEN 't'
                    PERFORM RUN-STEP-TREND
                WHEN 'N'
                    PERFORM RUN-PREFLIGHT
                WHEN 'n'
                    PERFORM RUN-PREFLIGHT
                WHEN 'W'
                    PERFORM RUN-CONFIG-SNAPSHOT
                WHEN 'w'
                    PERFORM RUN-CONFIG-SNAPSHOT
                WHEN 'Y'
                    PERFORM RUN-ACCESS-REVIEW
                WHEN 'y'
                    PERFORM RUN-ACCESS-REVIEW
                WHEN 'U'
                    IF WS-ROLE-UPDATE
                        PERFORM RUN-NEW-HIRE-REPORT
                    ELSE
                        PERFORM REFUSE-VIEW-ONLY
                    END-IF
                WHEN 'u'
                    IF WS-ROLE-UPDATE
                        PERFORM RUN-NEW-HIRE-REPORT
                    ELSE
                        PERFORM REFUSE-VIEW-ONLY
                    END-IF
                WHEN 'D'
                    PERFORM GENERAL-LEDGER-MENU
                WHEN 'd'
                    PERFORM GENERAL-LEDGER-MENU
                WHEN '9'
                    SET WS-DONE TO TRUE
                WHEN OTHER
                    DISPLAY "Invalid option, please choose 1-9."
            END-EVALUATE.
            PERFORM LOG-MENU-STEP.
       LOG-MENU-STEP.
            IF WS-STEP-NAME NOT = SPACES
                MOVE WS-STEP-NAME TO WS-HIST-STEP
                PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                        UNTIL WS-MS-IDX > 23
                    IF WS-MS-PROGRAM(WS-MS-IDX) = WS-STEP-NAME
                        MOVE WS-MS-STEP(WS-MS-IDX) TO WS-HIST-STEP
                    END-IF
                END-PERFORM
                PERFORM LOG-STEP-HISTORY
                MOVE SPACES TO WS-STEP-NAME
            END-IF.
       REFUSE-VIEW-ONLY.
            DISPLAY "Operator " WS-SESSION-OPERATOR " is view only "
                "- that option needs an update operator.".
                DISPLAY "Operator " WS-OPM-ID " unlocked."
            END-IF.
       OPM-ACCEPT-ROLE.
            DISPLAY "Role - (U)pdate, (V)iew only or (R)elease "
                "payments: ".
            ACCEPT WS-OPM-ACTION.
            IF WS-OPM-ACTION = 'u'
                MOVE 'U' TO WS-OPM-ACTION
            IF WS-OPM-ACTION = 'v'
                MOVE 'V' TO WS-OPM-ACTION
            END-IF.
            IF WS-OPM-ACTION = 'r'
                MOVE 'R' TO WS-OPM-ACTION
            END-IF.
            IF WS-OPM-ACTION NOT = 'U' AND WS-OPM-ACTION NOT = 'V'
                    AND WS-OPM-ACTION NOT = 'R'
                DISPLAY "Role not U, V or R - view only assumed."
                MOVE 'V' TO WS-OPM-ACTION
            END-IF.
       SAVE-OPERATORS.
                DISPLAY "Unable to rewrite alerts.txt - status "
                    WS-ALERT-STATUS
            END-IF.
       RELEASE-PAYMENT-FILES.
      * two-person control: the payroll and bonus runs only hold
      * their bank files; a release-role operator who did not run
      * the job reviews the trailer against the file and approves
      * or rejects it here.
            IF NOT WS-ROLE-RELEASE
                DISPLAY "Operator " WS-SESSION-OPERATOR " does not "
                    "hold the payment release role."
            ELSE
                PERFORM LOAD-PAY-RELEASES
                MOVE ZERO TO WS-PRL-WAITING
                PERFORM VARYING WS-PRL-IDX FROM 1 BY 1
                        UNTIL WS-PRL-IDX > WS-PAYREL-COUNT
                    MOVE WS-PRL-RECORD(WS-PRL-IDX)
                        TO PAY-RELEASE-RECORD
                    IF PRQ-PENDING
                        ADD 1 TO WS-PRL-WAITING
                        PERFORM REVIEW-ONE-RELEASE
                    END-IF
                END-PERFORM
                IF WS-PRL-WAITING = ZERO
                    DISPLAY "No payment file is waiting for release."
                END-IF
            END-IF.
       LOAD-PAY-RELEASES.
      * the log is appended to; the last row for a file is its
      * current state.
            MOVE ZERO TO WS-PAYREL-COUNT.
            MOVE 'N' TO WS-PAYREL-EOF-FLAG.
            OPEN INPUT PAY-RELEASE-FILE.
            IF WS-PAY-RELEASE-STATUS = "00"
                PERFORM UNTIL WS-PAYREL-EOF
                    READ PAY-RELEASE-FILE
                        AT END
                            SET WS-PAYREL-EOF TO TRUE
                        NOT AT END
                            PERFORM LOAD-ONE-PAY-RELEASE
                    END-READ
                END-PERFORM
                CLOSE PAY-RELEASE-FILE
            END-IF.
       LOAD-ONE-PAY-RELEASE.
            MOVE 'N' TO WS-PRL-FOUND.
            PERFORM VARYING WS-PRL-IDX FROM 1 BY 1
                    UNTIL WS-PRL-IDX > WS-PAYREL-COUNT
                        OR WS-PRL-SLOT-KNOWN
                IF WS-PRL-FILE-NAME(WS-PRL-IDX) = PRQ-FILE-NAME
                    SET WS-PRL-SLOT-KNOWN TO TRUE
                    MOVE PAY-RELEASE-RECORD
                        TO WS-PRL-RECORD(WS-PRL-IDX)
                END-IF
            END-PERFORM.
            IF NOT WS-PRL-SLOT-KNOWN AND WS-PAYREL-COUNT < 10
                ADD 1 TO WS-PAYREL-COUNT
                SET WS-PRL-IDX TO WS-PAYREL-COUNT
                MOVE PRQ-FILE-NAME TO WS-PRL-FILE-NAME(WS-PRL-IDX)
                MOVE PAY-RELEASE-RECORD TO WS-PRL-RECORD(WS-PRL-IDX)
            END-IF.
       REVIEW-ONE-RELEASE.
            MOVE PRQ-HASH TO DISP-PRL-HASH.
            DISPLAY " ".
            DISPLAY "Payment file " PRQ-FILE-NAME " held "
                PRQ-RUN-DATE " by " PRQ-RUN-OPERATOR
                " period " PRQ-PERIOD.
            DISPLAY "  Held totals   : " PRQ-COUNT
                " payment(s) " DISP-PRL-HASH.
            EVALUATE PRQ-FILE-NAME
                WHEN "bankpay.txt"
                    MOVE "banksend.txt"  TO WS-PAYFILE-SEND-NAME
                    MOVE "BANKPAY"       TO WS-PRL-OUTCOME
                WHEN "bankbonus.txt"
                    MOVE "bonussend.txt" TO WS-PAYFILE-SEND-NAME
                    MOVE "BANKBONUS"     TO WS-PRL-OUTCOME
                WHEN OTHER
                    MOVE SPACES TO WS-PAYFILE-SEND-NAME
            END-EVALUATE.
            IF WS-PAYFILE-SEND-NAME = SPACES
                DISPLAY "  Not a payment file this menu releases - "
                    "skipped."
            ELSE
                IF PRQ-RUN-OPERATOR = WS-SESSION-OPERATOR
                    DISPLAY "  You ran this job - another release "
                        "operator must approve it."
                ELSE
                    PERFORM SCAN-HELD-PAYMENT-FILE
                    PERFORM DECIDE-ONE-RELEASE
                END-IF
            END-IF.
       SCAN-HELD-PAYMENT-FILE.
      * the file itself is re-added and held against its own
      * trailer and the totals the run recorded - a file edited
      * after the run cannot be approved.
            MOVE PRQ-FILE-NAME TO WS-PAYFILE-IN-NAME.
            MOVE ZERO TO WS-PRL-TRL-COUNT WS-PRL-TRL-HASH
                WS-PRL-DTL-COUNT WS-PRL-DTL-HASH.
            MOVE 'N' TO WS-PRL-TRAILER-FLAG.
            MOVE 'N' TO WS-PRL-MISMATCH-FLAG.
            MOVE 'N' TO WS-PAYREL-EOF-FLAG.
            OPEN INPUT PAYFILE-IN-FILE.
            IF WS-PAYFILE-IN-STATUS NOT = "00"
                DISPLAY "  Unable to open " WS-PAYFILE-IN-NAME
                    " - status " WS-PAYFILE-IN-STATUS
                SET WS-PRL-MISMATCH TO TRUE
            ELSE
                PERFORM UNTIL WS-PAYREL-EOF
                    READ PAYFILE-IN-FILE
                        AT END
                            SET WS-PAYREL-EOF TO TRUE
                        NOT AT END
                            MOVE PAYFILE-IN-RECORD
                                TO WS-PAYFILE-DETAIL
                            IF PFI-TYPE = 'D'
                                ADD 1 TO WS-PRL-DTL-COUNT
                                ADD PFD-AMOUNT TO WS-PRL-DTL-HASH
                            END-IF
                            IF PFI-TYPE = 'T'
                                SET WS-PRL-HAS-TRAILER TO TRUE
                                MOVE PFT-COUNT TO WS-PRL-TRL-COUNT
                                MOVE PFT-HASH  TO WS-PRL-TRL-HASH
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAYFILE-IN-FILE
                MOVE WS-PRL-TRL-HASH TO DISP-PRL-HASH
                DISPLAY "  File trailer  : " WS-PRL-TRL-COUNT
                    " payment(s) " DISP-PRL-HASH
                MOVE WS-PRL-DTL-HASH TO DISP-PRL-HASH
                DISPLAY "  Detail re-add : " WS-PRL-DTL-COUNT
                    " payment(s) " DISP-PRL-HASH
                IF NOT WS-PRL-HAS-TRAILER
                        OR WS-PRL-TRL-COUNT NOT = PRQ-COUNT
                        OR WS-PRL-TRL-HASH NOT = PRQ-HASH
                        OR WS-PRL-DTL-COUNT NOT = PRQ-COUNT
                        OR WS-PRL-DTL-HASH NOT = PRQ-HASH
                    SET WS-PRL-MISMATCH TO TRUE
                END-IF
            END-IF.
            IF WS-PRL-MISMATCH
                DISPLAY "  *** File does not agree with the held "
                    "totals - it can only be rejected ***"
            END-IF.
       DECIDE-ONE-RELEASE.
            DISPLAY "  (A)pprove for sending, (R)eject, or "
                "(S)kip: ".
            ACCEPT WS-PRL-ANSWER.
            EVALUATE WS-PRL-ANSWER
                WHEN 'A'
                WHEN 'a'
                    IF WS-PRL-MISMATCH
                        DISPLAY "  File cannot be approved - "
                            "left held."
                    ELSE
                        PERFORM COPY-TO-SEND-FILE
                        IF WS-PAYFILE-SEND-STATUS = "00"
                            SET PRQ-RELEASED TO TRUE
                            PERFORM RECORD-RELEASE-DECISION
                            DISPLAY "  " PRQ-FILE-NAME " released - "
                                WS-PAYFILE-SEND-NAME " is ready to "
                                "send."
                        END-IF
                    END-IF
                WHEN 'R'
                WHEN 'r'
                    SET PRQ-REJECTED TO TRUE
                    PERFORM RECORD-RELEASE-DECISION
                    DISPLAY "  " PRQ-FILE-NAME " rejected - the run "
                        "must be corrected and repeated."
                WHEN OTHER
                    DISPLAY "  Left held."
            END-EVALUATE.
       COPY-TO-SEND-FILE.
            MOVE ZERO TO WS-PRL-COPIED.
            MOVE 'N' TO WS-PAYREL-EOF-FLAG.
            OPEN INPUT PAYFILE-IN-FILE.
            OPEN OUTPUT PAYFILE-SEND-FILE.
            IF WS-PAYFILE-IN-STATUS NOT = "00"
                    OR WS-PAYFILE-SEND-STATUS NOT = "00"
                DISPLAY "  Unable to copy to " WS-PAYFILE-SEND-NAME
                    " - status " WS-PAYFILE-IN-STATUS "/"
                    WS-PAYFILE-SEND-STATUS " - left held."
                IF WS-PAYFILE-SEND-STATUS = "00"
                    CLOSE PAYFILE-SEND-FILE
                    MOVE "99" TO WS-PAYFILE-SEND-STATUS
                END-IF
                IF WS-PAYFILE-IN-STATUS = "00"
                    CLOSE PAYFILE-IN-FILE
                END-IF
            ELSE
                PERFORM UNTIL WS-PAYREL-EOF
                    READ PAYFILE-IN-FILE
                        AT END
                            SET WS-PAYREL-EOF TO TRUE
                        NOT AT END
                            WRITE PAYFILE-SEND-RECORD
                                FROM PAYFILE-IN-RECORD
                            ADD 1 TO WS-PRL-COPIED
                    END-READ
                END-PERFORM
                CLOSE PAYFILE-IN-FILE
                CLOSE PAYFILE-SEND-FILE
            END-IF.
       RECORD-RELEASE-DECISION.
      * the decision goes on the release log, the audit log and the
      * interface registry.
            PERFORM SET-TODAY-DATE.
            MOVE WS-TODAY-X          TO PRQ-REL-DATE.
            MOVE WS-SESSION-OPERATOR TO PRQ-REL-OPERATOR.
            MOVE PAY-RELEASE-RECORD  TO WS-PRL-RECORD(WS-PRL-IDX).
            OPEN EXTEND PAY-RELEASE-FILE.
            IF WS-PAY-RELEASE-STATUS = "05"
                    OR WS-PAY-RELEASE-STATUS = "35"
                OPEN OUTPUT PAY-RELEASE-FILE
            END-IF.
            IF WS-PAY-RELEASE-STATUS = "00"
                WRITE PAY-RELEASE-RECORD
                CLOSE PAY-RELEASE-FILE
            ELSE
                DISPLAY "Unable to update payrelease.txt - status "
                    WS-PAY-RELEASE-STATUS
            END-IF.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-LOG-FILE
            END-IF.
            IF WS-AUDIT-STATUS = "00"
                MOVE SPACES TO AUDIT-LOG-RECORD
                MOVE WS-DRV-YY   TO AUD-DATE(1:2)
                MOVE WS-DRV-MM   TO AUD-DATE(3:2)
                MOVE WS-DRV-DD   TO AUD-DATE(5:2)
                MOVE SPACES      TO AUD-DATE(7:2)
                MOVE WS-PRL-OUTCOME TO AUD-PROGRAM
                MOVE PRQ-COUNT   TO AUD-RECORDS
                MOVE ZERO        TO AUD-REJECTS
                IF PRQ-RELEASED
                    MOVE "RELEASED" TO AUD-OUTCOME
                ELSE
                    MOVE "REJECTED" TO AUD-OUTCOME
                END-IF
                MOVE WS-SESSION-OPERATOR TO AUD-OPERATOR
                WRITE AUDIT-LOG-RECORD
                CLOSE AUDIT-LOG-FILE
            ELSE
                DISPLAY "Unable to open auditlog.txt - status "
                    WS-AUDIT-STATUS " - decision not logged."
            END-IF.
            IF PRQ-FILE-NAME = "bankpay.txt"
                IF PRQ-RELEASED
                    MOVE "BANKREL " TO WS-PRL-INTERFACE
                ELSE
                    MOVE "BANKREJ " TO WS-PRL-INTERFACE
                END-IF
            ELSE
                IF PRQ-RELEASED
                    MOVE "BONUSREL" TO WS-PRL-INTERFACE
                ELSE
                    MOVE "BONUSREJ" TO WS-PRL-INTERFACE
                END-IF
            END-IF.
            OPEN EXTEND IF-REGISTRY-FILE.
            IF WS-REGISTRY-STATUS = "05"
                    OR WS-REGISTRY-STATUS = "35"
                OPEN OUTPUT IF-REGISTRY-FILE
            END-IF.
            IF WS-REGISTRY-STATUS = "00"
                MOVE SPACES TO IF-REGISTRY-RECORD
                MOVE WS-PRL-INTERFACE TO IR-INTERFACE
                IF PRQ-PERIOD = SPACES
                    MOVE PRQ-RUN-DATE TO IR-BATCH-ID
                ELSE
                    MOVE PRQ-PERIOD   TO IR-BATCH-ID
                END-IF
                MOVE WS-TODAY-X TO IR-DATE
                MOVE PRQ-COUNT  TO IR-COUNT
                MOVE PRQ-HASH   TO IR-HASH
                WRITE IF-REGISTRY-RECORD
                CLOSE IF-REGISTRY-FILE
            END-IF.
       RUN-REPORT-SPOOL.
            MOVE "lab06-37" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (report spool)".
            CALL "SYSTEM" USING "./lab06-2".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "Payroll run complete - return code " WS-STEP-RC.
            IF WS-STEP-RC <= 4
                PERFORM RUN-PENDING-RELEASE
            END-IF.
       RUN-PENDING-RELEASE.
      * a payroll run that opened a new pay period leaves the period
      * in pendrelease.txt; lab06-4 then applies the held employee
      * changes that have come due. The payroll return code stays
      * the step's return code.
            MOVE 'N' TO WS-RELEASE-DUE-FLAG.
            OPEN INPUT PEND-RELEASE-FILE.
            IF WS-PEND-RELEASE-STATUS = "00"
                READ PEND-RELEASE-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF PRL-PERIOD-ID NOT = SPACES
                            SET WS-RELEASE-DUE TO TRUE
                        END-IF
                END-READ
                CLOSE PEND-RELEASE-FILE
            END-IF.
            IF WS-RELEASE-DUE
                DISPLAY "Applying pending employee changes due for "
                    "period " PRL-PERIOD-ID " (lab06-4)"
                CALL "SYSTEM" USING "./lab06-4"
                MOVE RETURN-CODE TO WS-RELEASE-RC
                DISPLAY "Pending change release complete - return "
                    "code " WS-RELEASE-RC
            END-IF.
       RUN-PAYROLL-PROOF.
            MOVE "lab06-55" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (payroll proof)".
            CALL "SYSTEM" USING "./lab06-55".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "Payroll proof complete - return code "
                WS-STEP-RC.
       RUN-PENDING-CHANGES.
            MOVE "lab06-54" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (pending changes)".
            CALL "SYSTEM" USING "./lab06-54".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "Pending changes complete - return code "
                WS-STEP-RC.
       RUN-BENEFITS.
            MOVE "lab06-56" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (benefits enrollment)".
            CALL "SYSTEM" USING "./lab06-56".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "Benefits enrollment complete - return code "
                WS-STEP-RC.
       RUN-PENSION-REMIT.
            MOVE "lab06-57" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (pension remittance)".
            CALL "SYSTEM" USING "./lab06-57".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "Pension remittance complete - return code "
                WS-STEP-RC.
       RUN-EXPENSE-CLAIMS.
            MOVE "lab06-58" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (expense claims)".
            CALL "SYSTEM" USING "./lab06-58".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "Expense claims complete - return code "
                WS-STEP-RC.
       RUN-POSITION-REPORT.
            MOVE "lab06-59" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (position report)".
            CALL "SYSTEM" USING "./lab06-59".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "Position report complete - return code "
                WS-STEP-RC.
       RUN-APPRAISALS.
            MOVE "lab06-60" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (performance reviews)".
            CALL "SYSTEM" USING "./lab06-60".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "Performance reviews complete - return code "
                WS-STEP-RC.
       RUN-ADDRESS-MAINT.
            MOVE "lab06-61" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (addresses)".
            CALL "SYSTEM" USING "./lab06-61".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "Addresses complete - return code " WS-STEP-RC.
       RUN-CREDENTIALS.
            MOVE "lab06-62" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (credentials)".
            CALL "SYSTEM" USING "./lab06-62".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "Credentials complete - return code " WS-STEP-RC.
       RUN-CLOCK-IMPORT.
            MOVE "lab06-63" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (time clock import)".
            CALL "SYSTEM" USING "./lab06-63".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "Time clock import complete - return code "
                WS-STEP-RC.
       RUN-MASTER-AS-OF.
            MOVE "lab06-64" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (master as of a date)".
            CALL "SYSTEM" USING "./lab06-64".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "Master as of a date complete - return code "
                WS-STEP-RC.
       RUN-COST-PROJECTION.
            MOVE "lab06-65" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (cost projection)".
            CALL "SYSTEM" USING "./lab06-65".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "Cost projection complete - return code "
                WS-STEP-RC.
       RUN-RED-FLAGS.
            MOVE "lab06-66" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (red-flag report)".
            CALL "SYSTEM" USING "./lab06-66".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "Red-flag report complete - return code "
                WS-STEP-RC.
       RUN-CHECK-RECON.
            MOVE "lab06-67" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (check reconciliation)".
            CALL "SYSTEM" USING "./lab06-67".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "Check reconciliation complete - return code "
                WS-STEP-RC.
       RUN-STEP-TREND.
            MOVE "lab06-68" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (step SLA trend)".
            CALL "SYSTEM" USING "./lab06-68".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "Step SLA trend complete - return code "
                WS-STEP-RC.
       RUN-PREFLIGHT.
            MOVE "lab06-69" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (payroll pre-flight)".
            CALL "SYSTEM" USING "./lab06-69".
            MOVE RETURN-CODE TO WS-STEP-RC.
            IF WS-STEP-RC = ZERO
                DISPLAY "Pre-flight check - GO."
            ELSE
                PERFORM LOAD-NOGO-REASON
                DISPLAY "Pre-flight check - NO-GO: " WS-NOGO-REASON
            END-IF.
       RUN-CONFIG-SNAPSHOT.
            MOVE "lab06-71" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (configuration snapshot)".
            CALL "SYSTEM" USING "./lab06-71".
            MOVE RETURN-CODE TO WS-STEP-RC.
            EVALUATE WS-STEP-RC
                WHEN ZERO
                    DISPLAY "Configuration snapshot - no changes."
                WHEN 4
                    DISPLAY "Configuration snapshot - changes since "
                        "the last snapshot, see runconfig.txt."
                WHEN OTHER
                    DISPLAY "Configuration snapshot failed - return "
                        "code " WS-STEP-RC " - no snapshot taken."
            END-EVALUATE.
       RUN-ACCESS-REVIEW.
            MOVE "lab06-72" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (salary access review)".
            CALL "SYSTEM" USING "./lab06-72".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "Salary access review complete - return code "
                WS-STEP-RC.
       RUN-NEW-HIRE-REPORT.
            MOVE "lab06-77" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (new-hire reporting)".
            CALL "SYSTEM" USING "./lab06-77".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "New-hire reporting complete - return code "
                WS-STEP-RC.
       GENERAL-LEDGER-MENU.
            MOVE 'N' TO WS-GLM-DONE-FLAG.
            PERFORM UNTIL WS-GLM-DONE
                DISPLAY "General ledger - (P)ost journals, (C)lose "
                    "period, (T)rial balance, (F)iscal calendar, "
                    "(X) done: "
                ACCEPT WS-GLM-ACTION
                MOVE SPACES TO WS-STEP-NAME
                PERFORM START-STEP-CLOCK
                EVALUATE WS-GLM-ACTION
                    WHEN 'P'
                        PERFORM RUN-GL-POST-CHECKED
                    WHEN 'p'
                        PERFORM RUN-GL-POST-CHECKED
                    WHEN 'C'
                        PERFORM RUN-GL-CLOSE-CHECKED
                    WHEN 'c'
                        PERFORM RUN-GL-CLOSE-CHECKED
                    WHEN 'T' PERFORM RUN-GL-TRIAL-BALANCE
                    WHEN 't' PERFORM RUN-GL-TRIAL-BALANCE
                    WHEN 'F'
                        PERFORM RUN-FISCAL-CAL-CHECKED
                    WHEN 'f'
                        PERFORM RUN-FISCAL-CAL-CHECKED
                    WHEN 'X' SET WS-GLM-DONE TO TRUE
                    WHEN 'x' SET WS-GLM-DONE TO TRUE
                    WHEN OTHER
                        DISPLAY "Invalid action."
                END-EVALUATE
                PERFORM LOG-MENU-STEP
            END-PERFORM.
       RUN-GL-POST-CHECKED.
            IF WS-ROLE-UPDATE
                PERFORM RUN-GL-POST
            ELSE
                PERFORM REFUSE-VIEW-ONLY
            END-IF.
       RUN-GL-CLOSE-CHECKED.
            IF WS-ROLE-UPDATE
                PERFORM RUN-GL-PERIOD-CLOSE
            ELSE
                PERFORM REFUSE-VIEW-ONLY
            END-IF.
       RUN-FISCAL-CAL-CHECKED.
            IF WS-ROLE-UPDATE
                PERFORM RUN-FISCAL-CALENDAR
            ELSE
                PERFORM REFUSE-VIEW-ONLY
            END-IF.
       RUN-GL-POST.
            MOVE "lab06-73" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (GL posting)".
            CALL "SYSTEM" USING "./lab06-73".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "GL posting complete - return code " WS-STEP-RC.
       RUN-GL-PERIOD-CLOSE.
            MOVE "lab06-74" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (GL period close)".
            CALL "SYSTEM" USING "./lab06-74".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "GL period close complete - return code "
                WS-STEP-RC.
       RUN-GL-TRIAL-BALANCE.
            MOVE "lab06-75" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (GL trial balance)".
            CALL "SYSTEM" USING "./lab06-75".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "GL trial balance complete - return code "
                WS-STEP-RC.
       RUN-FISCAL-CALENDAR.
            MOVE "lab06-76" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (fiscal calendar)".
            CALL "SYSTEM" USING "./lab06-76".
            MOVE RETURN-CODE TO WS-STEP-RC.
            DISPLAY "Fiscal calendar maintenance complete - return "
                "code " WS-STEP-RC.
       RUN-BONUS-REPORT.
            MOVE "lab06-3" TO WS-STEP-NAME.
            DISPLAY "Running " WS-STEP-NAME " (bonus report)".
