      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer payment plan agreements, so a customer who
      *          cannot clear an overdue balance at once can agree to
      *          pay it off in instalments. The collector (A)dds a plan
      *          for an account - the agreed total, the instalment
      *          amount, the frequency ((W)eekly, (F)ortnightly or
      *          (M)onthly), the first due date and the grace days
      *          allowed on each instalment - and the instalment
      *          schedule is generated through DATESRV, the last
      *          instalment taking whatever is left of the total. A
      *          plan can be (C)ancelled; plans and schedules can be
      *          (L)isted and (S)hown. Plans are kept on arplans.txt
      *          (layout PAYPLAN) and the schedule on arplansch.txt
      *          (layout PLANSCHD); both are loaded to tables and
      *          rewritten at the end of the session. The receipt run
      *          applies the money received to the instalments; the
      *          missed-instalment report (arplmiss) lists the plans
      *          that have fallen behind, and dunning leaves a plan in
      *          good standing alone.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-PAYMENT-PLAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "acctmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "aropen.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-ITEM-STATUS.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "arplans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-STATUS.
           SELECT PLAN-SCHEDULE-FILE ASSIGN TO "arplansch.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           05 AM-ACCT-NO      PIC 9(6).
           05 AM-CUST-NAME    PIC X(20).
           05 AM-OPEN-BALANCE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 AM-STATUS       PIC X(1).
               88 AM-IS-CLOSED        VALUE 'C'.
               88 AM-ON-CREDIT-HOLD   VALUE 'H'.
               88 AM-WRITTEN-OFF      VALUE 'W'.
           05 AM-FC-EXEMPT    PIC X(1).
               88 AM-FC-IS-EXEMPT     VALUE 'Y'.
       FD OPEN-ITEM-FILE.
       COPY OPENITEM.
       FD PAYMENT-PLAN-FILE.
       COPY PAYPLAN.
       FD PLAN-SCHEDULE-FILE.
       COPY PLANSCHD.
       WORKING-STORAGE SECTION.
       01 WS-ACCT-MASTER-STATUS PIC X(2).
       01 WS-OPEN-ITEM-STATUS   PIC X(2).
       01 WS-PLAN-STATUS        PIC X(2).
       01 WS-SCHED-STATUS       PIC X(2).
       01 WS-EOF-FLAG           PIC A(1) VALUE 'N'.
           88 WS-END-OF-FILE             VALUE 'Y'.
       01 WS-ACTION             PIC X(1).
       01 WS-DONE-FLAG          PIC X(1) VALUE 'N'.
           88 WS-DONE                    VALUE 'Y'.
       01 WS-CHANGED-FLAG       PIC A(1) VALUE 'N'.
           88 WS-FILES-CHANGED           VALUE 'Y'.
       01 WS-OPERATOR           PIC X(8).
       01 WS-ACCT-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10 WA-ACCT-NO   PIC 9(6).
               10 WA-CUST-NAME PIC X(20).
               10 WA-BALANCE   PIC S9(7)V99.
               10 WA-STATUS    PIC X(1).
       01 WS-ITEM-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-ITEM-IDX.
               10 WI-INV-NUM       PIC 9(4).
               10 WI-ACCT-NO       PIC 9(6).
               10 WI-INV-DATE      PIC 9(8).
               10 WI-DUE-DATE      PIC 9(8).
               10 WI-TERMS         PIC X(3).
               10 WI-DESCRIPTION   PIC X(30).
               10 WI-ORIG-AMOUNT   PIC 9(7)V99.
               10 WI-OPEN-AMOUNT   PIC 9(7)V99.
               10 WI-STATUS        PIC X(1).
               10 WI-LAST-ACTIVITY PIC 9(8).
       01 WS-PLAN-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PLAN-IDX.
               10 WP-ACCT-NO       PIC 9(6).
               10 WP-AGREED-DATE   PIC 9(8).
               10 WP-AGREED-TOTAL  PIC 9(7)V99.
               10 WP-INSTALMENT    PIC 9(7)V99.
               10 WP-FREQUENCY     PIC X(1).
               10 WP-FIRST-DUE     PIC 9(8).
               10 WP-INSTALMENTS   PIC 9(3).
               10 WP-GRACE-DAYS    PIC 9(3).
               10 WP-PAID-TO-DATE  PIC 9(7)V99.
               10 WP-STATUS        PIC X(1).
               10 WP-AGREED-BY     PIC X(8).
               10 WP-CLOSED-DATE   PIC 9(8).
       01 WS-SCHED-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-SCHED-TABLE.
           05 WS-SCHED-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-SCHED-IDX.
               10 WC-ACCT-NO       PIC 9(6).
               10 WC-AGREED-DATE   PIC 9(8).
               10 WC-INSTALMENT-NO PIC 9(3).
               10 WC-DUE-DATE      PIC 9(8).
               10 WC-AMOUNT        PIC 9(7)V99.
               10 WC-PAID          PIC 9(7)V99.
               10 WC-STATUS        PIC X(1).
       01 WS-LOOKUP-FIELDS.
           05 WS-ENTRY-ACCT-X    PIC X(6).
           05 WS-ENTRY-ACCT      PIC 9(6).
           05 WS-LOOKUP-FOUND    PIC A(1).
               88 WS-ACCT-ON-FILE         VALUE 'Y'.
           05 WS-LOOKUP-SLOT     PIC 9(3).
           05 WS-PLAN-FOUND      PIC A(1).
               88 WS-ACTIVE-PLAN-FOUND    VALUE 'Y'.
           05 WS-PLAN-SLOT       PIC 9(3).
           05 WS-TODAY-PLAN-FLAG PIC A(1).
               88 WS-PLAN-AGREED-TODAY    VALUE 'Y'.
       01 WS-ENTRY-FIELDS.
           05 WS-ENTRY-AMT-X     PIC X(12).
           05 WS-ENTRY-AMOUNT    PIC 9(7)V99.
           05 WS-ENTRY-TOTAL     PIC 9(7)V99.
           05 WS-ENTRY-INSTALMENT PIC 9(7)V99.
           05 WS-ENTRY-FREQ      PIC X(1).
               88 WS-FREQ-IS-VALID        VALUE 'W' 'F' 'M'.
           05 WS-ENTRY-DATE-X    PIC X(8).
           05 WS-ENTRY-FIRST-DUE PIC 9(8).
           05 WS-ENTRY-GRACE-X   PIC X(3).
           05 WS-ENTRY-GRACE     PIC 9(3).
           05 WS-ENTRY-CONFIRM   PIC X(1).
           05 WS-AMT-INT         PIC X(7).
           05 WS-AMT-FRAC        PIC X(2).
           05 WS-AMT-INT-N       PIC 9(7).
           05 WS-AMT-FRAC-N      PIC 9(2).
           05 WS-WALK-POS        PIC 9(2).
           05 WS-WALK-DIGIT      PIC 9(1).
           05 WS-WALK-DIGITS     PIC 9(2).
           05 WS-WALK-STATE      PIC X(1).
           05 WS-AMT-VALID-FLAG  PIC A(1).
               88 WS-AMT-IS-VALID         VALUE 'Y'.
           05 WS-ENTRY-OK-FLAG   PIC A(1).
               88 WS-ENTRY-IS-OK          VALUE 'Y'.
       01 WS-WORK-FIELDS.
           05 WS-OUTSTANDING     PIC 9(9)V99.
           05 WS-INST-COUNT      PIC 9(9).
           05 WS-INST-NO         PIC 9(3).
           05 WS-INST-GAP        PIC 9(3).
           05 WS-YEARS-ON        PIC 9(3).
           05 WS-LAST-AMOUNT     PIC 9(7)V99.
           05 WS-INST-DUE        PIC 9(8).
           05 WS-DUE-SPLIT.
               10 WS-DUE-YYYY    PIC 9(4).
               10 WS-DUE-MM      PIC 9(2).
               10 WS-DUE-DD      PIC 9(2).
           05 WS-DUE-YMD REDEFINES WS-DUE-SPLIT PIC 9(8).
           05 WS-FIRST-SPLIT.
               10 WS-FIRST-YYYY  PIC 9(4).
               10 WS-FIRST-MM    PIC 9(2).
               10 WS-FIRST-DD    PIC 9(2).
           05 WS-FIRST-YMD REDEFINES WS-FIRST-SPLIT PIC 9(8).
           05 WS-MONTHS-ON       PIC 9(5).
           05 WS-SHOW-DATE       PIC 9(8).
           05 WS-LISTED-FLAG     PIC A(1).
               88 WS-SOMETHING-LISTED     VALUE 'Y'.
           05 DISP-AMOUNT        PIC $Z,ZZZ,ZZ9.99.
           05 DISP-PAID          PIC $Z,ZZZ,ZZ9.99.
           05 DISP-OUTSTANDING   PIC $ZZZ,ZZZ,ZZ9.99.
       COPY DATEREQ.
       01 WS-TODAY-YMD          PIC 9(8).
       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YY PIC 99.
           05 WS-RUN-MM PIC 99.
           05 WS-RUN-DD PIC 99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-RUN-DATE-RAW FROM DATE.
            COMPUTE WS-TODAY-YMD =
                20000000 + (WS-RUN-YY * 10000)
                    + (WS-RUN-MM * 100) + WS-RUN-DD.
            DISPLAY "Operator ID: ".
            ACCEPT WS-OPERATOR.
            IF WS-OPERATOR = SPACES
                DISPLAY "An operator ID is required - every "
                    "payment plan records who agreed it."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-ACCT-MASTER.
            PERFORM LOAD-OPEN-ITEMS.
            PERFORM LOAD-PLANS.
            PERFORM LOAD-SCHEDULE.
            PERFORM UNTIL WS-DONE
                DISPLAY "Payment plans - (A)dd, (C)ancel, (L)ist "
                    "active, (S)chedule, (X) done: "
                ACCEPT WS-ACTION
                EVALUATE WS-ACTION
                    WHEN 'A' PERFORM ADD-PLAN
                    WHEN 'a' PERFORM ADD-PLAN
                    WHEN 'C' PERFORM CANCEL-PLAN
                    WHEN 'c' PERFORM CANCEL-PLAN
                    WHEN 'L' PERFORM LIST-ACTIVE-PLANS
                    WHEN 'l' PERFORM LIST-ACTIVE-PLANS
                    WHEN 'S' PERFORM SHOW-SCHEDULE
                    WHEN 's' PERFORM SHOW-SCHEDULE
                    WHEN 'X' SET WS-DONE TO TRUE
                    WHEN 'x' SET WS-DONE TO TRUE
                    WHEN OTHER
                        DISPLAY "Invalid action."
                END-EVALUATE
            END-PERFORM.
            MOVE ZERO TO RETURN-CODE.
            IF WS-FILES-CHANGED
                PERFORM SAVE-PLANS
                PERFORM SAVE-SCHEDULE
            END-IF.
            STOP RUN.
       LOAD-ACCT-MASTER.
            OPEN INPUT ACCOUNT-MASTER-FILE.
            IF WS-ACCT-MASTER-STATUS NOT = "00"
                DISPLAY "acctmast.txt not found - status "
                    WS-ACCT-MASTER-STATUS " - no plans can be agreed."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-END-OF-FILE
                READ ACCOUNT-MASTER-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-ACCT-COUNT < 200
                            ADD 1 TO WS-ACCT-COUNT
                            SET WS-ACCT-IDX TO WS-ACCT-COUNT
                            MOVE AM-ACCT-NO TO
                                WA-ACCT-NO(WS-ACCT-IDX)
                            MOVE AM-CUST-NAME TO
                                WA-CUST-NAME(WS-ACCT-IDX)
                            MOVE AM-OPEN-BALANCE TO
                                WA-BALANCE(WS-ACCT-IDX)
                            MOVE AM-STATUS TO
                                WA-STATUS(WS-ACCT-IDX)
                        ELSE
                            DISPLAY "More than 200 accounts on "
                                "acctmast.txt - table full; "
                                "no plans agreed."
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ACCOUNT-MASTER-FILE.
            MOVE 'N' TO WS-EOF-FLAG.
       LOAD-OPEN-ITEMS.
            OPEN INPUT OPEN-ITEM-FILE.
            IF WS-OPEN-ITEM-STATUS NOT = "00"
                DISPLAY "aropen.txt not found - plans are checked "
                    "against opening balances only."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ OPEN-ITEM-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-ITEM-COUNT < 2000
                                ADD 1 TO WS-ITEM-COUNT
                                SET WS-ITEM-IDX TO WS-ITEM-COUNT
                                MOVE OPEN-ITEM-RECORD
                                    TO WS-ITEM-ENTRY(WS-ITEM-IDX)
                            ELSE
                                DISPLAY "More than 2000 items on "
                                    "aropen.txt - table full; "
                                    "no plans agreed."
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPEN-ITEM-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       LOAD-PLANS.
            OPEN INPUT PAYMENT-PLAN-FILE.
            IF WS-PLAN-STATUS NOT = "00"
                DISPLAY "arplans.txt not found - starting an "
                    "empty payment plan file."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ PAYMENT-PLAN-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-PLAN-COUNT < 500
                                ADD 1 TO WS-PLAN-COUNT
                                SET WS-PLAN-IDX TO WS-PLAN-COUNT
                                MOVE PAYMENT-PLAN-RECORD
                                    TO WS-PLAN-ENTRY(WS-PLAN-IDX)
                            ELSE
                                DISPLAY "More than 500 plans on "
                                    "arplans.txt - table full; "
                                    "no plans agreed."
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAYMENT-PLAN-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       LOAD-SCHEDULE.
            OPEN INPUT PLAN-SCHEDULE-FILE.
            IF WS-SCHED-STATUS NOT = "00"
                DISPLAY "arplansch.txt not found - starting an "
                    "empty plan schedule file."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ PLAN-SCHEDULE-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-SCHED-COUNT < 5000
                                ADD 1 TO WS-SCHED-COUNT
                                SET WS-SCHED-IDX TO WS-SCHED-COUNT
                                MOVE PLAN-SCHEDULE-RECORD
                                    TO WS-SCHED-ENTRY(WS-SCHED-IDX)
                            ELSE
                                DISPLAY "More than 5000 instalments "
                                    "on arplansch.txt - table full; "
                                    "no plans agreed."
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PLAN-SCHEDULE-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       FIND-ACCOUNT.
            MOVE 'N'  TO WS-LOOKUP-FOUND.
            MOVE ZERO TO WS-LOOKUP-SLOT.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                        OR WS-ACCT-ON-FILE
                IF WA-ACCT-NO(WS-ACCT-IDX) = WS-ENTRY-ACCT
                    SET WS-ACCT-ON-FILE TO TRUE
                    SET WS-LOOKUP-SLOT TO WS-ACCT-IDX
                END-IF
            END-PERFORM.
       FIND-ACTIVE-PLAN.
      * an account has one active plan at a time; a plan agreed
      * today, active or not, is noted too, since the schedule is
      * keyed by account and agreed date.
            MOVE 'N'  TO WS-PLAN-FOUND.
            MOVE 'N'  TO WS-TODAY-PLAN-FLAG.
            MOVE ZERO TO WS-PLAN-SLOT.
            PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                    UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                IF WP-ACCT-NO(WS-PLAN-IDX) = WS-ENTRY-ACCT
                    IF WP-STATUS(WS-PLAN-IDX) = 'A'
                        SET WS-ACTIVE-PLAN-FOUND TO TRUE
                        SET WS-PLAN-SLOT TO WS-PLAN-IDX
                    END-IF
                    IF WP-AGREED-DATE(WS-PLAN-IDX) = WS-TODAY-YMD
                        SET WS-PLAN-AGREED-TODAY TO TRUE
                    END-IF
                END-IF
            END-PERFORM.
       ACCEPT-ACCOUNT-NUMBER.
            DISPLAY "Account number (6 digits): ".
            ACCEPT WS-ENTRY-ACCT-X.
            IF WS-ENTRY-ACCT-X IS NUMERIC
                MOVE WS-ENTRY-ACCT-X TO WS-ENTRY-ACCT
            ELSE
                DISPLAY "Account number must be 6 digits."
                MOVE ZERO TO WS-ENTRY-ACCT
            END-IF.
       ACCEPT-AMOUNT.
      * 9999999.99 or a whole number, prompted for by the caller.
            MOVE 'Y' TO WS-AMT-VALID-FLAG.
            ACCEPT WS-ENTRY-AMT-X.
            MOVE ZERO TO WS-ENTRY-AMOUNT.
            EVALUATE TRUE
                WHEN WS-ENTRY-AMT-X = SPACES
                    MOVE 'N' TO WS-AMT-VALID-FLAG
                WHEN WS-ENTRY-AMT-X(8:1) = '.'
                    IF WS-ENTRY-AMT-X(1:7) IS NUMERIC
                            AND WS-ENTRY-AMT-X(9:2) IS NUMERIC
                        MOVE WS-ENTRY-AMT-X(1:7) TO WS-AMT-INT
                        MOVE WS-ENTRY-AMT-X(9:2) TO WS-AMT-FRAC
                        MOVE WS-AMT-INT  TO WS-AMT-INT-N
                        MOVE WS-AMT-FRAC TO WS-AMT-FRAC-N
                        COMPUTE WS-ENTRY-AMOUNT =
                            WS-AMT-INT-N + WS-AMT-FRAC-N / 100
                    ELSE
                        MOVE 'N' TO WS-AMT-VALID-FLAG
                    END-IF
                WHEN OTHER
                    PERFORM WALK-WHOLE-NUMBER
                    IF WS-WALK-STATE = 'Y'
                        MOVE WS-AMT-INT-N TO WS-ENTRY-AMOUNT
                    ELSE
                        MOVE 'N' TO WS-AMT-VALID-FLAG
                    END-IF
            END-EVALUATE.
            IF NOT WS-AMT-IS-VALID
                DISPLAY "Amount must be numeric."
            END-IF.
       WALK-WHOLE-NUMBER.
      * a whole number arrives left-justified; the digits are
      * walked up to the first space, as account maintenance
      * parses its balances.
            MOVE ZERO TO WS-AMT-INT-N.
            MOVE ZERO TO WS-WALK-DIGITS.
            MOVE 'N'  TO WS-WALK-STATE.
            PERFORM VARYING WS-WALK-POS FROM 1 BY 1
                    UNTIL WS-WALK-POS > 12
                        OR WS-ENTRY-AMT-X(WS-WALK-POS:1) = SPACE
                        OR WS-WALK-STATE = 'B'
                IF WS-ENTRY-AMT-X(WS-WALK-POS:1) IS NUMERIC
                        AND WS-WALK-DIGITS < 7
                    MOVE WS-ENTRY-AMT-X(WS-WALK-POS:1)
                        TO WS-WALK-DIGIT
                    COMPUTE WS-AMT-INT-N =
                        WS-AMT-INT-N * 10 + WS-WALK-DIGIT
                    ADD 1 TO WS-WALK-DIGITS
                    MOVE 'Y' TO WS-WALK-STATE
                ELSE
                    MOVE 'B' TO WS-WALK-STATE
                END-IF
            END-PERFORM.
       COMPUTE-OUTSTANDING.
      * what the account at WS-ACCT-IDX still owes: a positive
      * opening balance plus its open items.
            MOVE ZERO TO WS-OUTSTANDING.
            IF WA-BALANCE(WS-ACCT-IDX) > ZERO
                MOVE WA-BALANCE(WS-ACCT-IDX) TO WS-OUTSTANDING
            END-IF.
            PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                IF WI-ACCT-NO(WS-ITEM-IDX) = WA-ACCT-NO(WS-ACCT-IDX)
                        AND WI-STATUS(WS-ITEM-IDX) = 'O'
                    ADD WI-OPEN-AMOUNT(WS-ITEM-IDX) TO WS-OUTSTANDING
                END-IF
            END-PERFORM.
       ADD-PLAN.
            PERFORM ACCEPT-ACCOUNT-NUMBER.
            PERFORM FIND-ACCOUNT.
            PERFORM FIND-ACTIVE-PLAN.
            IF NOT WS-ACCT-ON-FILE
                DISPLAY "Account not on file: " WS-ENTRY-ACCT
            ELSE
                SET WS-ACCT-IDX TO WS-LOOKUP-SLOT
                PERFORM COMPUTE-OUTSTANDING
                MOVE WS-OUTSTANDING TO DISP-OUTSTANDING
                EVALUATE TRUE
                    WHEN WA-STATUS(WS-ACCT-IDX) = 'C'
                        DISPLAY "Account " WS-ENTRY-ACCT
                            " is closed - no plan."
                    WHEN WA-STATUS(WS-ACCT-IDX) = 'W'
                        DISPLAY "Account " WS-ENTRY-ACCT
                            " is written off - no plan."
                    WHEN WS-ACTIVE-PLAN-FOUND
                        DISPLAY "Account " WS-ENTRY-ACCT
                            " already has an active plan - cancel "
                            "it first."
                    WHEN WS-PLAN-AGREED-TODAY
                        DISPLAY "A plan was already agreed for "
                            "account " WS-ENTRY-ACCT " today - "
                            "agree the new one tomorrow."
                    WHEN WS-OUTSTANDING = ZERO
                        DISPLAY "Account " WS-ENTRY-ACCT
                            " owes nothing - no plan."
                    WHEN WS-PLAN-COUNT >= 500
                        DISPLAY "Payment plan table full - no plan."
                    WHEN OTHER
                        DISPLAY "Account " WS-ENTRY-ACCT " "
                            WA-CUST-NAME(WS-ACCT-IDX) " owes "
                            DISP-OUTSTANDING
                        PERFORM ACCEPT-PLAN-TERMS
                        IF WS-ENTRY-IS-OK
                            PERFORM CONFIRM-PLAN
                        END-IF
                END-EVALUATE
            END-IF.
       ACCEPT-PLAN-TERMS.
            MOVE 'N' TO WS-ENTRY-OK-FLAG.
            DISPLAY "Agreed total (9999999.99): ".
            PERFORM ACCEPT-AMOUNT.
            IF WS-AMT-IS-VALID
                MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-TOTAL
                DISPLAY "Instalment amount (9999999.99): "
                PERFORM ACCEPT-AMOUNT
                IF WS-AMT-IS-VALID
                    MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-INSTALMENT
                    PERFORM ACCEPT-PLAN-TIMING
                END-IF
            END-IF.
       ACCEPT-PLAN-TIMING.
            DISPLAY "Frequency - (W)eekly, (F)ortnightly, "
                "(M)onthly: ".
            ACCEPT WS-ENTRY-FREQ.
            INSPECT WS-ENTRY-FREQ CONVERTING "wfm" TO "WFM".
            DISPLAY "First due date (YYYYMMDD): ".
            ACCEPT WS-ENTRY-DATE-X.
            MOVE "VAL " TO DS-FUNCTION.
            MOVE WS-ENTRY-DATE-X TO DS-DATE-1-X.
            CALL "DATESRV" USING DS-REQUEST.
            DISPLAY "Grace days on each instalment (blank for 10): ".
            ACCEPT WS-ENTRY-GRACE-X.
            MOVE 10 TO WS-ENTRY-GRACE.
            IF WS-ENTRY-GRACE-X NOT = SPACES
                MOVE SPACES TO WS-ENTRY-AMT-X
                MOVE WS-ENTRY-GRACE-X TO WS-ENTRY-AMT-X
                PERFORM WALK-WHOLE-NUMBER
                IF WS-WALK-STATE = 'Y' AND WS-WALK-DIGITS < 4
                    MOVE WS-AMT-INT-N TO WS-ENTRY-GRACE
                ELSE
                    MOVE 'B' TO WS-WALK-STATE
                END-IF
            END-IF.
            EVALUATE TRUE
                WHEN WS-ENTRY-TOTAL = ZERO
                    DISPLAY "The agreed total must be more than zero."
                WHEN WS-ENTRY-TOTAL > WS-OUTSTANDING
                    DISPLAY "The agreed total is more than the "
                        "account owes - no plan."
                WHEN WS-ENTRY-INSTALMENT = ZERO
                    DISPLAY "The instalment must be more than zero."
                WHEN WS-ENTRY-INSTALMENT > WS-ENTRY-TOTAL
                    DISPLAY "The instalment is more than the agreed "
                        "total - no plan."
                WHEN NOT WS-FREQ-IS-VALID
                    DISPLAY "Frequency must be W, F or M."
                WHEN DS-STATUS NOT = 'Y'
                    DISPLAY "First due date is not a valid date."
                WHEN WS-ENTRY-GRACE-X NOT = SPACES
                        AND WS-WALK-STATE NOT = 'Y'
                    DISPLAY "Grace days must be a number up to 999."
                WHEN OTHER
                    MOVE WS-ENTRY-DATE-X TO WS-ENTRY-FIRST-DUE
                    IF WS-ENTRY-FIRST-DUE < WS-TODAY-YMD
                        DISPLAY "The first due date is already past "
                            "- no plan."
                    ELSE
                        PERFORM COUNT-INSTALMENTS
                    END-IF
            END-EVALUATE.
       COUNT-INSTALMENTS.
      * as many full instalments as the total holds, and one more
      * for any remainder, which becomes the last instalment.
            DIVIDE WS-ENTRY-INSTALMENT INTO WS-ENTRY-TOTAL
                GIVING WS-INST-COUNT.
            IF WS-INST-COUNT * WS-ENTRY-INSTALMENT < WS-ENTRY-TOTAL
                ADD 1 TO WS-INST-COUNT
            END-IF.
            EVALUATE TRUE
                WHEN WS-INST-COUNT > 120
                    DISPLAY "That is " WS-INST-COUNT " instalments "
                        "- a plan runs to 120 at most."
                WHEN WS-SCHED-COUNT + WS-INST-COUNT > 5000
                    DISPLAY "Plan schedule table full - no plan."
                WHEN OTHER
                    SUBTRACT 1 FROM WS-INST-COUNT GIVING WS-INST-GAP
                    MULTIPLY WS-ENTRY-INSTALMENT BY WS-INST-GAP
                        GIVING WS-LAST-AMOUNT
                    SUBTRACT WS-LAST-AMOUNT FROM WS-ENTRY-TOTAL
                        GIVING WS-LAST-AMOUNT
                    SET WS-ENTRY-IS-OK TO TRUE
            END-EVALUATE.
       CONFIRM-PLAN.
            MOVE WS-INST-COUNT TO WS-INST-NO.
            PERFORM SET-INSTALMENT-DUE-DATE.
            MOVE WS-ENTRY-INSTALMENT TO DISP-AMOUNT.
            MOVE WS-LAST-AMOUNT TO DISP-PAID.
            DISPLAY WS-INST-NO " instalment(s) of " DISP-AMOUNT
                " from " WS-ENTRY-FIRST-DUE " to " WS-INST-DUE
                ", the last for " DISP-PAID.
            DISPLAY "Agree this plan (Y/N): ".
            ACCEPT WS-ENTRY-CONFIRM.
            IF WS-ENTRY-CONFIRM = 'Y' OR WS-ENTRY-CONFIRM = 'y'
                PERFORM RECORD-PLAN
            ELSE
                DISPLAY "Plan not agreed."
            END-IF.
       RECORD-PLAN.
            ADD 1 TO WS-PLAN-COUNT.
            SET WS-PLAN-IDX TO WS-PLAN-COUNT.
            MOVE WS-ENTRY-ACCT       TO WP-ACCT-NO(WS-PLAN-IDX).
            MOVE WS-TODAY-YMD        TO WP-AGREED-DATE(WS-PLAN-IDX).
            MOVE WS-ENTRY-TOTAL      TO WP-AGREED-TOTAL(WS-PLAN-IDX).
            MOVE WS-ENTRY-INSTALMENT TO WP-INSTALMENT(WS-PLAN-IDX).
            MOVE WS-ENTRY-FREQ       TO WP-FREQUENCY(WS-PLAN-IDX).
            MOVE WS-ENTRY-FIRST-DUE  TO WP-FIRST-DUE(WS-PLAN-IDX).
            MOVE WS-INST-COUNT       TO WP-INSTALMENTS(WS-PLAN-IDX).
            MOVE WS-ENTRY-GRACE      TO WP-GRACE-DAYS(WS-PLAN-IDX).
            MOVE ZERO                TO WP-PAID-TO-DATE(WS-PLAN-IDX).
            MOVE 'A'                 TO WP-STATUS(WS-PLAN-IDX).
            MOVE WS-OPERATOR         TO WP-AGREED-BY(WS-PLAN-IDX).
            MOVE ZERO                TO WP-CLOSED-DATE(WS-PLAN-IDX).
            PERFORM VARYING WS-INST-NO FROM 1 BY 1
                    UNTIL WS-INST-NO > WS-INST-COUNT
                PERFORM SET-INSTALMENT-DUE-DATE
                ADD 1 TO WS-SCHED-COUNT
                SET WS-SCHED-IDX TO WS-SCHED-COUNT
                MOVE WS-ENTRY-ACCT TO WC-ACCT-NO(WS-SCHED-IDX)
                MOVE WS-TODAY-YMD  TO WC-AGREED-DATE(WS-SCHED-IDX)
                MOVE WS-INST-NO    TO WC-INSTALMENT-NO(WS-SCHED-IDX)
                MOVE WS-INST-DUE   TO WC-DUE-DATE(WS-SCHED-IDX)
                IF WS-INST-NO = WS-INST-COUNT
                    MOVE WS-LAST-AMOUNT TO WC-AMOUNT(WS-SCHED-IDX)
                ELSE
                    MOVE WS-ENTRY-INSTALMENT
                        TO WC-AMOUNT(WS-SCHED-IDX)
                END-IF
                MOVE ZERO TO WC-PAID(WS-SCHED-IDX)
                MOVE 'O'  TO WC-STATUS(WS-SCHED-IDX)
            END-PERFORM.
            SET WS-FILES-CHANGED TO TRUE.
            DISPLAY "Plan agreed for account " WS-ENTRY-ACCT " - "
                WP-INSTALMENTS(WS-PLAN-IDX) " instalment(s) scheduled.".
       SET-INSTALMENT-DUE-DATE.
      * due date of instalment WS-INST-NO: weekly and fortnightly
      * count calendar days on from the first due date; monthly
      * keeps the first due date's day of the month, pulled back
      * to the month's last day when the month is shorter.
            SUBTRACT 1 FROM WS-INST-NO GIVING WS-INST-GAP.
            EVALUATE WS-ENTRY-FREQ
                WHEN 'W'
                    MOVE "CADD" TO DS-FUNCTION
                    MOVE WS-ENTRY-FIRST-DUE TO DS-DATE-1
                    MULTIPLY WS-INST-GAP BY 7 GIVING DS-DATE-2
                    CALL "DATESRV" USING DS-REQUEST
                    MOVE DS-RESULT TO WS-INST-DUE
                WHEN 'F'
                    MOVE "CADD" TO DS-FUNCTION
                    MOVE WS-ENTRY-FIRST-DUE TO DS-DATE-1
                    MULTIPLY WS-INST-GAP BY 14 GIVING DS-DATE-2
                    CALL "DATESRV" USING DS-REQUEST
                    MOVE DS-RESULT TO WS-INST-DUE
                WHEN OTHER
                    MOVE WS-ENTRY-FIRST-DUE TO WS-FIRST-YMD
                    COMPUTE WS-MONTHS-ON =
                        WS-FIRST-MM - 1 + WS-INST-GAP
                    DIVIDE WS-MONTHS-ON BY 12 GIVING WS-YEARS-ON
                        REMAINDER WS-DUE-MM
                    ADD WS-FIRST-YYYY WS-YEARS-ON GIVING WS-DUE-YYYY
                    ADD 1 TO WS-DUE-MM
                    MOVE WS-FIRST-DD TO WS-DUE-DD
                    MOVE "VAL " TO DS-FUNCTION
                    MOVE WS-DUE-YMD TO DS-DATE-1
                    CALL "DATESRV" USING DS-REQUEST
                    PERFORM UNTIL DS-STATUS = 'Y' OR WS-DUE-DD < 29
                        SUBTRACT 1 FROM WS-DUE-DD
                        MOVE WS-DUE-YMD TO DS-DATE-1
                        CALL "DATESRV" USING DS-REQUEST
                    END-PERFORM
                    MOVE WS-DUE-YMD TO WS-INST-DUE
            END-EVALUATE.
       CANCEL-PLAN.
            PERFORM ACCEPT-ACCOUNT-NUMBER.
            PERFORM FIND-ACTIVE-PLAN.
            IF NOT WS-ACTIVE-PLAN-FOUND
                DISPLAY "No active plan for account " WS-ENTRY-ACCT
            ELSE
                SET WS-PLAN-IDX TO WS-PLAN-SLOT
                MOVE 'X'          TO WP-STATUS(WS-PLAN-IDX)
                MOVE WS-TODAY-YMD TO WP-CLOSED-DATE(WS-PLAN-IDX)
                SET WS-FILES-CHANGED TO TRUE
                DISPLAY "Plan for account " WS-ENTRY-ACCT " agreed "
                    WP-AGREED-DATE(WS-PLAN-IDX) " cancelled."
            END-IF.
       LIST-ACTIVE-PLANS.
            MOVE 'N' TO WS-LISTED-FLAG.
            PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                    UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                IF WP-STATUS(WS-PLAN-IDX) = 'A'
                    SET WS-SOMETHING-LISTED TO TRUE
                    MOVE WP-AGREED-TOTAL(WS-PLAN-IDX) TO DISP-AMOUNT
                    MOVE WP-PAID-TO-DATE(WS-PLAN-IDX) TO DISP-PAID
                    DISPLAY "  acct " WP-ACCT-NO(WS-PLAN-IDX)
                        "  agreed " WP-AGREED-DATE(WS-PLAN-IDX)
                        "  total " DISP-AMOUNT "  paid " DISP-PAID
                        "  " WP-INSTALMENTS(WS-PLAN-IDX) " x "
                        WP-FREQUENCY(WS-PLAN-IDX) " from "
                        WP-FIRST-DUE(WS-PLAN-IDX)
                END-IF
            END-PERFORM.
            IF NOT WS-SOMETHING-LISTED
                DISPLAY "No active payment plans."
            END-IF.
       SHOW-SCHEDULE.
      * the account's active plan, or failing that its latest one.
            PERFORM ACCEPT-ACCOUNT-NUMBER.
            PERFORM FIND-ACTIVE-PLAN.
            MOVE ZERO TO WS-SHOW-DATE.
            IF WS-ACTIVE-PLAN-FOUND
                SET WS-PLAN-IDX TO WS-PLAN-SLOT
                MOVE WP-AGREED-DATE(WS-PLAN-IDX) TO WS-SHOW-DATE
            ELSE
                PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                        UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                    IF WP-ACCT-NO(WS-PLAN-IDX) = WS-ENTRY-ACCT
                            AND WP-AGREED-DATE(WS-PLAN-IDX)
                                > WS-SHOW-DATE
                        MOVE WP-AGREED-DATE(WS-PLAN-IDX)
                            TO WS-SHOW-DATE
                    END-IF
                END-PERFORM
            END-IF.
            IF WS-SHOW-DATE = ZERO
                DISPLAY "No plan on file for account " WS-ENTRY-ACCT
            ELSE
                DISPLAY "Plan for account " WS-ENTRY-ACCT " agreed "
                    WS-SHOW-DATE ":"
                PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                        UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                    IF WC-ACCT-NO(WS-SCHED-IDX) = WS-ENTRY-ACCT
                            AND WC-AGREED-DATE(WS-SCHED-IDX)
                                = WS-SHOW-DATE
                        MOVE WC-AMOUNT(WS-SCHED-IDX) TO DISP-AMOUNT
                        MOVE WC-PAID(WS-SCHED-IDX)   TO DISP-PAID
                        DISPLAY "  " WC-INSTALMENT-NO(WS-SCHED-IDX)
                            "  due " WC-DUE-DATE(WS-SCHED-IDX)
                            "  " DISP-AMOUNT "  paid " DISP-PAID
                            "  " WC-STATUS(WS-SCHED-IDX)
                    END-IF
                END-PERFORM
            END-IF.
       SAVE-PLANS.
            OPEN OUTPUT PAYMENT-PLAN-FILE.
            IF WS-PLAN-STATUS NOT = "00"
                DISPLAY "*** Unable to rewrite arplans.txt - status "
                    WS-PLAN-STATUS " - the session's plans are NOT "
                    "recorded ***"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                    UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                MOVE WS-PLAN-ENTRY(WS-PLAN-IDX) TO PAYMENT-PLAN-RECORD
                WRITE PAYMENT-PLAN-RECORD
            END-PERFORM.
            CLOSE PAYMENT-PLAN-FILE.
            DISPLAY "arplans.txt saved - " WS-PLAN-COUNT " plan(s).".
       SAVE-SCHEDULE.
            OPEN OUTPUT PLAN-SCHEDULE-FILE.
            IF WS-SCHED-STATUS NOT = "00"
                DISPLAY "*** Unable to rewrite arplansch.txt - status "
                    WS-SCHED-STATUS " - plans are on arplans.txt but "
                    "their schedules are NOT ***"
                MOVE 16 TO RETURN-CODE
            ELSE
                PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                        UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                    MOVE WS-SCHED-ENTRY(WS-SCHED-IDX)
                        TO PLAN-SCHEDULE-RECORD
                    WRITE PLAN-SCHEDULE-RECORD
                END-PERFORM
                CLOSE PLAN-SCHEDULE-FILE
            END-IF.
       END PROGRAM AR-PAYMENT-PLAN.
