      *     alerts per day plus a grand total line, and the same
      *     figures are written to dailysumm.txt for the deposit
      *     clerk, replacing the desk calculator.
      *   - Account layout carries the finance charge exemption flag.
      *     Statement mode lists the finance charges posted to
      *     aropen.txt (terms FC) as dated lines; the carried-balance
      *     check leaves them out.
      *   - A receipt on a written-off account (AM-STATUS W) is
      *     flagged as a recovery, shown in its own column of the
      *     daily summary and listed on arrecovery.txt (layout
      *     RECOVERY), rebuilt each batch run without the voided
      *     ones.
      *   - The batch run writes a receipts journal (glreceipts.txt,
      *     gljournal.txt format) with one balanced block per
      *     business day: cash, check (bank clearing) and transfer
      *     accounts debited by tender, receivables credited - bad-
      *     debt recovery income for money on written-off accounts -
      *     and refunds reversed to the tender paid out. Accounts
      *     come from the glaccounts.txt type R rows (CASH, CHECK,
      *     TRANSFER, RECEIVABLE, RECOVERY), suspense 99999999 where
      *     not mapped. The journal is proved in balance before
      *     glreceipts.txt is opened; out of balance sets return code
      *     16 and nothing is written.
      *   - The batch run applies the money received on an account
      *     with an active payment plan (arplans.txt, layout PAYPLAN)
      *     since the plan was agreed - receipts less voids and
      *     refunds - to its instalments on arplansch.txt (layout
      *     PLANSCHD), oldest first, rebuilt from the whole receipt
      *     file each run; a plan whose agreed total is in is marked
      *     paid off.
      *   - Finance charges on the statement now run the balance the
      *     same way as refunds and voids, and are put back before
      *     the carried balance is compared.
      *   - A receipt on a written-off account counts as a recovery
      *     only when it is dated on or after the approval of the
      *     write-off on arwriteoff.txt.
      *   - A lockbox receipt (authorization LOCKBX, written by the
      *     lockbox import) stays in the check column but is kept off
      *     the deposit slip - the bank credits the lockbox batch
      *     itself.
      *   - When receipts.txt spans more business days than the day
      *     table holds, the receipts journal is not released and the
      *     run ends with return code 16.
      *   - The statement starts from the opening balance as it stood
      *     before the cash application applied payments to it
      *     (invoice 0000 on arcashlog.txt), the figure the receipts'
      *     carried balances were worked from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSIGNMENT-04-1.
           SELECT DEPOSIT-SLIP-FILE ASSIGN TO "depositslip.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPOSIT-SLIP-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "aropen.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-ITEM-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO "arrecovery.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECOVERY-STATUS.
           SELECT GL-ACCOUNT-FILE ASSIGN TO "glaccounts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-ACCT-STATUS.
           SELECT GL-RECEIPTS-FILE ASSIGN TO "glreceipts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-RECEIPTS-STATUS.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "arplans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-STATUS.
           SELECT PLAN-SCHEDULE-FILE ASSIGN TO "arplansch.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-STATUS.
           SELECT WRITE-OFF-FILE ASSIGN TO "arwriteoff.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRITE-OFF-STATUS.
           SELECT CASH-LOG-FILE ASSIGN TO "arcashlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RECEIPT-FILE.
               88 TYPE-VOID          VALUE 'V'.
               88 TYPE-REFUND        VALUE 'F'.
           05 TRAN-AUTH     PIC X(6).
               88 AUTH-LOCKBOX       VALUE "LOCKBX".
       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           05 AM-ACCT-NO      PIC 9(6).
           05 AM-OPEN-BALANCE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 AM-STATUS       PIC X(1).
               88 AM-IS-CLOSED        VALUE 'C'.
               88 AM-WRITTEN-OFF      VALUE 'W'.
           05 AM-FC-EXEMPT    PIC X(1).
               88 AM-FC-IS-EXEMPT     VALUE 'Y'.
       FD DAILY-SUMMARY-FILE.
       01 DAILY-SUMMARY-RECORD PIC X(150).
       FD DEPOSIT-SLIP-FILE.
       01 DEPOSIT-SLIP-RECORD PIC X(60).
       FD OPEN-ITEM-FILE.
       COPY OPENITEM.
       FD RECOVERY-FILE.
       COPY RECOVERY.
       FD GL-ACCOUNT-FILE.
       01 GL-ACCOUNT-RECORD.
           05 GA-TYPE      PIC X(1).
           05 GA-DEP       PIC X(10).
           05 GA-ACCOUNT   PIC X(8).
       FD GL-RECEIPTS-FILE.
       01 GL-RECEIPTS-RECORD PIC X(40).
       FD PAYMENT-PLAN-FILE.
       COPY PAYPLAN.
       FD PLAN-SCHEDULE-FILE.
       COPY PLANSCHD.
       FD WRITE-OFF-FILE.
       COPY WRITEOFF.
       FD CASH-LOG-FILE.
       COPY CASHLOG.
       WORKING-STORAGE SECTION.
       01 SOURCE-DATA.
           05 WS-TRAN-DATE PIC 9(8)        VAlUE 25072025.
       01 WS-ACCT-MASTER-STATUS PIC X(2).
       01 WS-ACCT-EOF-FLAG    PIC X(1) VALUE 'N'.
           88 WS-ACCT-EOF             VALUE 'Y'.
       01 WS-OPEN-ITEM-STATUS PIC X(2).
       01 WS-OPEN-ITEM-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-OPEN-ITEM-EOF        VALUE 'Y'.
       01 WS-MODE-ANSWER      PIC X(1).
           88 WS-STATEMENT-MODE       VALUE 'S' 's'.
       01 WS-TRAN-COUNT       PIC 9(3) VALUE ZERO.
               10 WD-TRANS-AMT  PIC 9(8)V99.
               10 WD-VOID-AMT   PIC 9(8)V99.
               10 WD-REFUND-AMT PIC 9(8)V99.
               10 WD-RECOVER-AMT PIC 9(8)V99.
               10 WD-RFND-CASH  PIC 9(8)V99.
               10 WD-RFND-CHECK PIC 9(8)V99.
               10 WD-RFND-TRANS PIC 9(8)V99.
               10 WD-LOCKBOX-AMT PIC 9(8)V99.
       01 WS-CLOSED-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-CLOSED-TABLE.
           05 WS-CLOSED-ACCT OCCURS 200 TIMES
           05 WS-ACCT-CLOSED-FLAG PIC X(1).
               88 WS-ACCT-IS-CLOSED       VALUE 'Y'.
           05 WS-CLOSED-REJECTS   PIC 9(5) VALUE ZERO.
       01 WS-WOFF-COUNT       PIC 9(3) VALUE ZERO.
      * the date the write-off was approved - money received before
      * it was an ordinary payment, not a recovery.
       01 WS-WOFF-TABLE.
           05 WS-WOFF-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-WOFF-IDX.
               10 WS-WOFF-ACCT    PIC 9(6).
               10 WS-WOFF-DATE    PIC 9(8).
       01 WS-WRITE-OFF-STATUS PIC X(2).
       01 WS-WRITE-OFF-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-WRITE-OFF-EOF            VALUE 'Y'.
       01 WS-WOFF-RCPT-YMD    PIC 9(8).
      * what the cash application has taken off each account's
      * opening balance (arcashlog.txt, applied invoice 0000, less
      * voids) - the receipts carry balances worked from the opening
      * balance before any of it was paid.
       01 WS-CASH-LOG-STATUS  PIC X(2).
       01 WS-CASH-LOG-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-CASH-LOG-EOF             VALUE 'Y'.
       01 WS-OBP-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-OBP-TABLE.
           05 WS-OBP-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-OBP-IDX.
               10 WS-OBP-ACCT     PIC 9(6).
               10 WS-OBP-PAID     PIC S9(7)V99.
       01 WS-OBP-FOUND-FLAG   PIC X(1).
           88 WS-OBP-FOUND                VALUE 'Y'.
       01 WS-OBP-SLOT         PIC 9(3).
       01 WS-RECOVERY-WORK.
           05 WS-ACCT-WOFF-FLAG   PIC X(1).
               88 WS-ACCT-IS-WRITTEN-OFF  VALUE 'Y'.
           05 WS-RECOVERY-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-RECOVERY-STATUS  PIC X(2).
       01 WS-SEEN-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 200 TIMES
               10 WS-SN-TENDER   PIC X(1).
               10 WS-SN-CHECK-NO PIC X(6).
               10 WS-SN-STATE    PIC X(1).
               10 WS-SN-ACCT-NO  PIC 9(6).
               10 WS-SN-RECOVERY PIC X(1).
               10 WS-SN-LOCKBOX  PIC X(1).
       01 WS-VOID-FIELDS.
           05 WS-VOID-FOUND    PIC X(1).
               88 WS-VOID-MATCHED       VALUE 'Y'.
       01 WS-DAY-WORK-FIELDS.
           05 WS-DAY-FOUND      PIC X(1).
               88 WS-DAY-SLOT-FOUND     VALUE 'Y'.
           05 WS-DAY-FULL-FLAG  PIC X(1) VALUE 'N'.
               88 WS-DAY-TABLE-FULL     VALUE 'Y'.
           05 WS-DAY-SLOT       PIC 9(2).
           05 WS-DAY-BEST-IDX   PIC 9(2).
           05 WS-DAY-BEST-KEY   PIC 9(8).
           05 SUM-VOIDS     PIC ZZZZZZ9.99.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 SUM-REFUNDS   PIC ZZZZZZ9.99.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 SUM-RECOVERED PIC ZZZZZZ9.99.
       01 WS-SUMMARY-HEADER.
           05 FILLER PIC X(10) VALUE "DATE      ".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(10) VALUE "     VOIDS".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(10) VALUE "   REFUNDS".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(10) VALUE "RECOVERIES".
       01 WS-GRAND-LINE.
           05 FILLER        PIC X(10) VALUE "TOTAL     ".
           05 FILLER        PIC X(2)  VALUE SPACE.
           05 GRL-VOIDS     PIC ZZZZZZ9.99.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 GRL-REFUNDS   PIC ZZZZZZ9.99.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 GRL-RECOVERED PIC ZZZZZZ9.99.
       01 WS-GRAND-TENDERS.
           05 WS-GRAND-CASH     PIC 9(9)V99 VALUE ZERO.
           05 WS-GRAND-CHECK    PIC 9(9)V99 VALUE ZERO.
           05 WS-GRAND-TRANS    PIC 9(9)V99 VALUE ZERO.
           05 WS-GRAND-VOIDS    PIC 9(9)V99 VALUE ZERO.
           05 WS-GRAND-REFUNDS  PIC 9(9)V99 VALUE ZERO.
           05 WS-GRAND-RECOVERED PIC 9(9)V99 VALUE ZERO.
      * receipts journal: glaccounts.txt type R rows name the
      * ledger account for each side by the GA-DEP keyword (CASH,
      * CHECK, TRANSFER, RECEIVABLE, RECOVERY); one not mapped
      * posts to suspense 99999999.
       01 WS-GL-ACCT-STATUS      PIC X(2).
       01 WS-GL-RECEIPTS-STATUS  PIC X(2).
       01 WS-GL-EOF-FLAG         PIC A(1)  VALUE 'N'.
           88 WS-GL-END-OF-FILE            VALUE 'Y'.
       01 WS-GL-RELEASE-FLAG     PIC A(1)  VALUE 'N'.
           88 WS-GL-RELEASED               VALUE 'Y'.
       01 WS-GL-ACCOUNTS.
           05 WS-GL-CASH-ACCT    PIC X(8)  VALUE "99999999".
           05 WS-GL-CHECK-ACCT   PIC X(8)  VALUE "99999999".
           05 WS-GL-TRANS-ACCT   PIC X(8)  VALUE "99999999".
           05 WS-GL-AR-ACCT      PIC X(8)  VALUE "99999999".
           05 WS-GL-RECOV-ACCT   PIC X(8)  VALUE "99999999".
       01 WS-GL-WORK-FIELDS.
           05 WS-GL-DR-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-CR-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-DAY-DR       PIC 9(11)V99.
           05 WS-GL-DAY-CR       PIC 9(11)V99.
           05 WS-GL-DAY-COUNT    PIC 9(3)  VALUE ZERO.
           05 WS-GL-THIS-DRCR    PIC X(2).
           05 WS-GL-THIS-ACCT    PIC X(8).
           05 WS-GL-THIS-AMOUNT  PIC 9(11)V99.
       01 WS-GL-RECORD-LAYOUTS.
           05 WS-GL-HEADER.
               10 FILLER        PIC X(1)  VALUE 'H'.
               10 GLH-SOURCE    PIC X(8)  VALUE "RECEIPTS".
               10 GLH-DATE      PIC 9(8).
           05 WS-GL-DETAIL.
               10 FILLER        PIC X(1)  VALUE 'D'.
               10 GLD-DRCR      PIC X(2).
               10 GLD-ACCOUNT   PIC X(8).
               10 GLD-AMOUNT    PIC 9(11)V99.
           05 WS-GL-TRAILER.
               10 FILLER        PIC X(1)  VALUE 'T'.
               10 GLT-DR-TOTAL  PIC 9(11)V99.
               10 GLT-CR-TOTAL  PIC 9(11)V99.
      * payment plans: the money received on a plan account since
      * the plan was agreed - receipts less voids and refunds - is
      * gathered in WP-RECEIVED and spread over the schedule oldest
      * instalment first, from scratch every batch run.
       01 WS-PLAN-STATUS         PIC X(2).
       01 WS-SCHED-STATUS        PIC X(2).
       01 WS-PLAN-EOF-FLAG       PIC A(1)  VALUE 'N'.
           88 WS-PLAN-END-OF-FILE          VALUE 'Y'.
       01 WS-PLAN-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PLAN-IDX.
               10 WP-PLAN-DATA.
                   15 WP-ACCT-NO      PIC 9(6).
                   15 WP-AGREED-DATE  PIC 9(8).
                   15 WP-AGREED-TOTAL PIC 9(7)V99.
                   15 WP-INSTALMENT   PIC 9(7)V99.
                   15 WP-FREQUENCY    PIC X(1).
                   15 WP-FIRST-DUE    PIC 9(8).
                   15 WP-INSTALMENTS  PIC 9(3).
                   15 WP-GRACE-DAYS   PIC 9(3).
                   15 WP-PAID-TO-DATE PIC 9(7)V99.
                   15 WP-STATUS       PIC X(1).
                   15 WP-AGREED-BY    PIC X(8).
                   15 WP-CLOSED-DATE  PIC 9(8).
               10 WP-RECEIVED     PIC S9(9)V99.
       01 WS-SCHED-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-SCHED-TABLE.
           05 WS-SCHED-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-SCHED-IDX.
               10 WQ-ACCT-NO      PIC 9(6).
               10 WQ-AGREED-DATE  PIC 9(8).
               10 WQ-INSTALMENT-NO PIC 9(3).
               10 WQ-DUE-DATE     PIC 9(8).
               10 WQ-AMOUNT       PIC 9(7)V99.
               10 WQ-PAID         PIC 9(7)V99.
               10 WQ-STATUS       PIC X(1).
       01 WS-PLAN-WORK-FIELDS.
           05 WS-PLAN-ACCT       PIC 9(6).
           05 WS-PLAN-AMOUNT     PIC 9(5)V99.
           05 WS-PLAN-SIGN       PIC X(1).
           05 WS-PLAN-TRAN-YMD   PIC 9(8).
           05 WS-PLAN-LEFT       PIC S9(9)V99.
           05 WS-PLAN-ACTIVE     PIC 9(3)  VALUE ZERO.
           05 WS-PLAN-PAID-OFF   PIC 9(3)  VALUE ZERO.
           05 WS-PLAN-INST-PAID  PIC 9(4)  VALUE ZERO.
           05 WS-PLAN-TODAY      PIC 9(8).
           05 WS-PLAN-RUN-DATE.
               10 WS-PLAN-RUN-YY PIC 99.
               10 WS-PLAN-RUN-MM PIC 99.
               10 WS-PLAN-RUN-DD PIC 99.
       01 WS-STATEMENT-FIELDS.
           05 WS-RUNNING-BALANCE PIC S9(8)V99.
           05 WS-BEST-IDX        PIC 9(3).
           05 WS-PICKED-COUNT    PIC 9(3).
           05 WS-ACCT-TRAN-COUNT PIC 9(3).
           05 WS-MISMATCH-COUNT  PIC 9(5) VALUE ZERO.
           05 WS-FIN-CHG-POSTED  PIC S9(8)V99.
           05 DISP-RUNNING       PIC -Z,ZZZ,ZZ9.99.
           05 DISP-CARRIED       PIC -ZZ,ZZ9.99.
           05 DISP-PRICE         PIC $ZZ,ZZ9.99.
                DISPLAY "receipts.txt found - printing receipts in "
                    "batch."
                PERFORM LOAD-CLOSED-ACCOUNTS
                PERFORM LOAD-PAYMENT-PLANS
                PERFORM UNTIL WS-RECEIPT-EOF
                    READ RECEIPT-FILE
                        AT END
                                    PERFORM PRINT-RECEIPT
                                    PERFORM TALLY-DAILY-TOTALS
                                    PERFORM REMEMBER-RECEIPT
                                    IF WS-ACCT-IS-WRITTEN-OFF
                                        PERFORM NOTE-RECOVERY
                                    END-IF
                                    MOVE TRAN-ACCT-NO TO WS-PLAN-ACCT
                                    MOVE WS-PRICE TO WS-PLAN-AMOUNT
                                    MOVE '+' TO WS-PLAN-SIGN
                                    PERFORM NOTE-PLAN-MONEY
                            END-EVALUATE
                            END-IF
                    END-READ
                    DISPLAY "Receipts rejected on closed "
                        "accounts: " WS-CLOSED-REJECTS
                END-IF
                IF WS-RECOVERY-COUNT > ZERO
                    DISPLAY "Recoveries on written-off accounts: "
                        WS-RECOVERY-COUNT
                END-IF
                PERFORM PROVE-RECEIPTS-JOURNAL
                PERFORM WRITE-DAILY-SUMMARY
                PERFORM WRITE-RECOVERY-FILE
                IF WS-PLAN-COUNT > ZERO
                    PERFORM APPLY-PLAN-PAYMENTS
                    PERFORM SAVE-PAYMENT-PLANS
                END-IF
            ELSE
                DISPLAY "receipts.txt not found - using built-in "
                    "sample record."
            END-IF.
       STATEMENT-RUN.
            PERFORM LOAD-RECEIPT-TABLE.
            PERFORM LOAD-FINANCE-CHARGES.
            PERFORM LOAD-OPENING-PAYMENTS.
            OPEN INPUT ACCOUNT-MASTER-FILE.
            PERFORM UNTIL WS-ACCT-EOF
                READ ACCOUNT-MASTER-FILE
                        END-IF
                END-READ
            END-PERFORM.
       LOAD-OPENING-PAYMENTS.
      * no cash log means nothing has been applied to an opening
      * balance yet.
            OPEN INPUT CASH-LOG-FILE.
            IF WS-CASH-LOG-STATUS = "00"
                PERFORM UNTIL WS-CASH-LOG-EOF
                    READ CASH-LOG-FILE
                        AT END
                            SET WS-CASH-LOG-EOF TO TRUE
                        NOT AT END
                            IF CL-APPLIED-INV = ZERO
                                    AND CL-APPLIED > ZERO
                                PERFORM NOTE-OPENING-PAYMENT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CASH-LOG-FILE
            END-IF.
       NOTE-OPENING-PAYMENT.
            PERFORM FIND-OPENING-PAYMENT.
            IF NOT WS-OBP-FOUND
                IF WS-OBP-COUNT < 200
                    ADD 1 TO WS-OBP-COUNT
                    SET WS-OBP-IDX TO WS-OBP-COUNT
                    MOVE CL-ACCT-NO TO WS-OBP-ACCT(WS-OBP-IDX)
                    MOVE ZERO       TO WS-OBP-PAID(WS-OBP-IDX)
                    SET WS-OBP-FOUND TO TRUE
                ELSE
                    DISPLAY "Opening balance payment table full - "
                        "account " CL-ACCT-NO " will show mismatches."
                END-IF
            END-IF.
            IF WS-OBP-FOUND
                EVALUATE TRUE
                    WHEN CL-WAS-EXACT OR CL-WAS-PARTIAL
                            OR CL-WAS-OVERPAID
                        ADD CL-APPLIED TO WS-OBP-PAID(WS-OBP-IDX)
                    WHEN CL-WAS-VOID
                        SUBTRACT CL-APPLIED
                            FROM WS-OBP-PAID(WS-OBP-IDX)
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
       FIND-OPENING-PAYMENT.
            MOVE 'N' TO WS-OBP-FOUND-FLAG.
            PERFORM VARYING WS-OBP-IDX FROM 1 BY 1
                    UNTIL WS-OBP-IDX > WS-OBP-COUNT
                        OR WS-OBP-FOUND
                IF WS-OBP-ACCT(WS-OBP-IDX) = CL-ACCT-NO
                    SET WS-OBP-FOUND TO TRUE
                    SET WS-OBP-SLOT TO WS-OBP-IDX
                END-IF
            END-PERFORM.
            IF WS-OBP-FOUND
                SET WS-OBP-IDX TO WS-OBP-SLOT
            END-IF.
       LOAD-FINANCE-CHARGES.
      * finance charges are posted by the month-end finance charge
      * run as open items (terms FC) - they join the account's
      * transactions dated the month end they were assessed for.
            OPEN INPUT OPEN-ITEM-FILE.
            IF WS-OPEN-ITEM-STATUS = "00"
                PERFORM UNTIL WS-OPEN-ITEM-EOF
                    READ OPEN-ITEM-FILE
                        AT END
                            SET WS-OPEN-ITEM-EOF TO TRUE
                        NOT AT END
                            IF OI-TERMS = "FC "
                                PERFORM REMEMBER-FINANCE-CHARGE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPEN-ITEM-FILE
            END-IF.
       REMEMBER-FINANCE-CHARGE.
            IF WS-TRAN-COUNT < 200
                ADD 1 TO WS-TRAN-COUNT
                SET WS-TRAN-IDX TO WS-TRAN-COUNT
                MOVE OI-ACCT-NO TO WT-ACCT-NO(WS-TRAN-IDX)
                MOVE OI-INV-DATE(7:2) TO WS-DS-DD
                MOVE OI-INV-DATE(5:2) TO WS-DS-MM
                MOVE OI-INV-DATE(1:4) TO WS-DS-YYYY
                MOVE WS-DATE-IN TO WT-DATE(WS-TRAN-IDX)
                MOVE OI-INV-DATE TO WT-DATE-KEY(WS-TRAN-IDX)
                MOVE OI-INV-NUM TO WT-INV-NUM(WS-TRAN-IDX)
                MOVE OI-ORIG-AMOUNT TO WT-PRICE(WS-TRAN-IDX)
                MOVE ZERO TO WT-BALANCE(WS-TRAN-IDX)
                MOVE 'N' TO WT-USED(WS-TRAN-IDX)
                MOVE 'I' TO WT-TYPE(WS-TRAN-IDX)
            ELSE
                DISPLAY "Receipt table full - finance charge "
                    OI-INV-NUM " dropped."
            END-IF.
       STATEMENT-ONE-ACCOUNT.
            DISPLAY " ".
            DISPLAY "=== Statement for account " AM-ACCT-NO " - "
                AM-CUST-NAME " ===".
      * the cash application takes opening balance payments off
      * AM-OPEN-BALANCE; the statement starts from the balance as it
      * stood before them, which is what the receipts were worked
      * from, and the payments come back in as the receipts replay.
            MOVE AM-OPEN-BALANCE TO WS-RUNNING-BALANCE.
            PERFORM VARYING WS-OBP-IDX FROM 1 BY 1
                    UNTIL WS-OBP-IDX > WS-OBP-COUNT
                IF WS-OBP-ACCT(WS-OBP-IDX) = AM-ACCT-NO
                    ADD WS-OBP-PAID(WS-OBP-IDX) TO WS-RUNNING-BALANCE
                END-IF
            END-PERFORM.
            MOVE ZERO TO WS-FIN-CHG-POSTED.
            MOVE WS-RUNNING-BALANCE TO DISP-RUNNING.
            DISPLAY "Opening balance : " DISP-RUNNING.
            MOVE ZERO TO WS-ACCT-TRAN-COUNT.
            SET WS-TRAN-IDX TO WS-BEST-IDX.
            MOVE 'Y' TO WT-USED(WS-TRAN-IDX).
            ADD 1 TO WS-PICKED-COUNT.
      * refunds, voids and finance charges run the balance the other
      * way.
            IF WT-TYPE(WS-TRAN-IDX) = 'F'
                    OR WT-TYPE(WS-TRAN-IDX) = 'V'
                    OR WT-TYPE(WS-TRAN-IDX) = 'I'
                SUBTRACT WT-PRICE(WS-TRAN-IDX)
                    FROM WS-RUNNING-BALANCE
            ELSE
            MOVE WT-INV-NUM(WS-TRAN-IDX) TO WS-EDT-NUM.
            MOVE WT-PRICE(WS-TRAN-IDX) TO DISP-PRICE.
            MOVE WS-RUNNING-BALANCE    TO DISP-RUNNING.
      * the carried balance on a receipt is the upstream figure,
      * which knows nothing of finance charges - they are put back
      * before it is compared.
            IF WT-TYPE(WS-TRAN-IDX) = 'I'
                ADD WT-PRICE(WS-TRAN-IDX) TO WS-FIN-CHG-POSTED
                DISPLAY "  " WS-EDT-DATE "  Inv " WS-EDT-NUM "  "
                    DISP-PRICE "  Balance " DISP-RUNNING
                    "  FINANCE CHARGE"
            ELSE
                DISPLAY "  " WS-EDT-DATE "  Inv " WS-EDT-NUM "  "
                    DISP-PRICE "  Balance " DISP-RUNNING
            END-IF.
            IF WT-TYPE(WS-TRAN-IDX) NOT = 'I'
                    AND WT-BALANCE(WS-TRAN-IDX)
                        NOT = WS-RUNNING-BALANCE + WS-FIN-CHG-POSTED
                ADD 1 TO WS-MISMATCH-COUNT
                MOVE WT-BALANCE(WS-TRAN-IDX) TO DISP-CARRIED
                DISPLAY "    ** CARRIED BALANCE " DISP-CARRIED
                                MOVE AM-ACCT-NO TO
                                  WS-CLOSED-ACCT(WS-CLOSED-IDX)
                            END-IF
                            IF AM-WRITTEN-OFF
                                    AND WS-WOFF-COUNT < 200
                                ADD 1 TO WS-WOFF-COUNT
                                SET WS-WOFF-IDX TO WS-WOFF-COUNT
                                MOVE AM-ACCT-NO TO
                                  WS-WOFF-ACCT(WS-WOFF-IDX)
                                MOVE ZERO TO
                                  WS-WOFF-DATE(WS-WOFF-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACCOUNT-MASTER-FILE
                MOVE 'N' TO WS-ACCT-EOF-FLAG
            END-IF.
            IF WS-WOFF-COUNT > ZERO
                PERFORM LOAD-WRITE-OFF-DATES
            END-IF.
       LOAD-WRITE-OFF-DATES.
      * the latest approval on the account is the one that cleared
      * it; with no write-off file every receipt on a written-off
      * account is taken as a recovery.
            OPEN INPUT WRITE-OFF-FILE.
            IF WS-WRITE-OFF-STATUS = "00"
                PERFORM UNTIL WS-WRITE-OFF-EOF
                    READ WRITE-OFF-FILE
                        AT END
                            SET WS-WRITE-OFF-EOF TO TRUE
                        NOT AT END
                            IF WO-APPROVED
                                PERFORM NOTE-WRITE-OFF-DATE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WRITE-OFF-FILE
            ELSE
                DISPLAY "arwriteoff.txt not found - every receipt "
                    "on a written-off account is a recovery."
            END-IF.
       NOTE-WRITE-OFF-DATE.
            PERFORM VARYING WS-WOFF-IDX FROM 1 BY 1
                    UNTIL WS-WOFF-IDX > WS-WOFF-COUNT
                IF WS-WOFF-ACCT(WS-WOFF-IDX) = WO-ACCT-NO
                        AND WO-DECIDED-DATE
                            > WS-WOFF-DATE(WS-WOFF-IDX)
                    MOVE WO-DECIDED-DATE TO WS-WOFF-DATE(WS-WOFF-IDX)
                END-IF
            END-PERFORM.
       CHECK-ACCOUNT-OPEN.
            MOVE 'N' TO WS-ACCT-CLOSED-FLAG.
            PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                    SET WS-ACCT-IS-CLOSED TO TRUE
                END-IF
            END-PERFORM.
            MOVE 'N' TO WS-ACCT-WOFF-FLAG.
            MOVE TRAN-DATE TO WS-DATE-IN.
            COMPUTE WS-WOFF-RCPT-YMD =
                (WS-DS-YYYY * 10000) + (WS-DS-MM * 100) + WS-DS-DD.
            PERFORM VARYING WS-WOFF-IDX FROM 1 BY 1
                    UNTIL WS-WOFF-IDX > WS-WOFF-COUNT
                        OR WS-ACCT-IS-WRITTEN-OFF
                IF WS-WOFF-ACCT(WS-WOFF-IDX) = TRAN-ACCT-NO
                        AND WS-WOFF-RCPT-YMD
                            NOT < WS-WOFF-DATE(WS-WOFF-IDX)
                    SET WS-ACCT-IS-WRITTEN-OFF TO TRUE
                END-IF
            END-PERFORM.
       REMEMBER-RECEIPT.
      * voids later in the file need to find the original.
            IF WS-SEEN-COUNT < 200
                MOVE TRAN-TENDER   TO WS-SN-TENDER(WS-SEEN-IDX)
                MOVE TRAN-CHECK-NO TO WS-SN-CHECK-NO(WS-SEEN-IDX)
                MOVE 'N'           TO WS-SN-STATE(WS-SEEN-IDX)
                MOVE TRAN-ACCT-NO  TO WS-SN-ACCT-NO(WS-SEEN-IDX)
                MOVE WS-ACCT-WOFF-FLAG
                                   TO WS-SN-RECOVERY(WS-SEEN-IDX)
                MOVE 'N'           TO WS-SN-LOCKBOX(WS-SEEN-IDX)
                IF AUTH-LOCKBOX
                    MOVE 'Y'       TO WS-SN-LOCKBOX(WS-SEEN-IDX)
                END-IF
            END-IF.
       NOTE-RECOVERY.
      * money on a written-off account is bad debt coming back, not
      * a payment against anything open - it is counted apart and
      * listed on arrecovery.txt for the write-off report.
            ADD 1 TO WS-RECOVERY-COUNT.
            DISPLAY "  ** RECOVERY - ACCOUNT " TRAN-ACCT-NO
                " WAS WRITTEN OFF **".
            IF WS-DAY-SLOT-FOUND
                ADD WS-PRICE TO WD-RECOVER-AMT(WS-DAY-IDX)
            END-IF.
       APPLY-VOID.
      * a void must name the original invoice with the same-day
                DISPLAY "VOID - invoice " WS-INV-NUM
                    " cancelled out of the daily totals."
                PERFORM CANCEL-FROM-DAY-TOTALS
                MOVE WS-SN-ACCT-NO(WS-SEEN-IDX) TO WS-PLAN-ACCT
                MOVE WS-SN-AMOUNT(WS-SEEN-IDX)  TO WS-PLAN-AMOUNT
                MOVE '-' TO WS-PLAN-SIGN
                PERFORM NOTE-PLAN-MONEY
            END-IF.
       CANCEL-FROM-DAY-TOTALS.
            MOVE 'N' TO WS-DAY-FOUND.
                    FROM WD-AMOUNT(WS-DAY-IDX)
                ADD WS-SN-AMOUNT(WS-SEEN-IDX)
                    TO WD-VOID-AMT(WS-DAY-IDX)
                IF WS-SN-RECOVERY(WS-SEEN-IDX) = 'Y'
                    SUBTRACT WS-SN-AMOUNT(WS-SEEN-IDX)
                        FROM WD-RECOVER-AMT(WS-DAY-IDX)
                END-IF
                EVALUATE WS-SN-TENDER(WS-SEEN-IDX)
                    WHEN 'K'
                        SUBTRACT WS-SN-AMOUNT(WS-SEEN-IDX)
                            FROM WD-CHECK-AMT(WS-DAY-IDX)
                        IF WS-SN-LOCKBOX(WS-SEEN-IDX) = 'Y'
                            SUBTRACT WS-SN-AMOUNT(WS-SEEN-IDX)
                                FROM WD-LOCKBOX-AMT(WS-DAY-IDX)
                        ELSE
                            PERFORM DROP-CHECK-FROM-DEPOSIT
                        END-IF
                    WHEN 'T'
                        SUBTRACT WS-SN-AMOUNT(WS-SEEN-IDX)
                            FROM WD-TRANS-AMT(WS-DAY-IDX)
                DISPLAY "  ** WARNING: REFUND WITHOUT AN "
                    "AUTHORIZATION CODE **"
            END-IF.
            MOVE TRAN-ACCT-NO TO WS-PLAN-ACCT.
            MOVE WS-PRICE     TO WS-PLAN-AMOUNT.
            MOVE '-'          TO WS-PLAN-SIGN.
            PERFORM NOTE-PLAN-MONEY.
            MOVE 'N' TO WS-DAY-FOUND.
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                    UNTIL WS-DAY-IDX > WS-DAY-COUNT
            IF NOT WS-DAY-SLOT-FOUND
                IF WS-DAY-COUNT >= 50
                    DISPLAY "Day table full - summary incomplete."
                    SET WS-DAY-TABLE-FULL TO TRUE
                ELSE
                    ADD 1 TO WS-DAY-COUNT
                    SET WS-DAY-IDX TO WS-DAY-COUNT
                    MOVE ZERO TO WD-TRANS-AMT(WS-DAY-IDX)
                    MOVE ZERO TO WD-VOID-AMT(WS-DAY-IDX)
                    MOVE ZERO TO WD-REFUND-AMT(WS-DAY-IDX)
                    MOVE ZERO TO WD-RECOVER-AMT(WS-DAY-IDX)
                    MOVE ZERO TO WD-RFND-CASH(WS-DAY-IDX)
                    MOVE ZERO TO WD-RFND-CHECK(WS-DAY-IDX)
                    MOVE ZERO TO WD-RFND-TRANS(WS-DAY-IDX)
                    MOVE ZERO TO WD-LOCKBOX-AMT(WS-DAY-IDX)
                    SET WS-DAY-SLOT-FOUND TO TRUE
                END-IF
            END-IF.
            IF WS-DAY-SLOT-FOUND
                ADD WS-PRICE TO WD-REFUND-AMT(WS-DAY-IDX)
                EVALUATE TRUE
                    WHEN TENDER-CHECK
                        ADD WS-PRICE TO WD-RFND-CHECK(WS-DAY-IDX)
                    WHEN TENDER-TRANSFER
                        ADD WS-PRICE TO WD-RFND-TRANS(WS-DAY-IDX)
                    WHEN OTHER
                        ADD WS-PRICE TO WD-RFND-CASH(WS-DAY-IDX)
                END-EVALUATE
            END-IF.
       TALLY-DAILY-TOTALS.
            MOVE 'N' TO WS-DAY-FOUND.
            IF NOT WS-DAY-SLOT-FOUND
                IF WS-DAY-COUNT >= 50
                    DISPLAY "Day table full - summary incomplete."
                    SET WS-DAY-TABLE-FULL TO TRUE
                ELSE
                    ADD 1 TO WS-DAY-COUNT
                    SET WS-DAY-IDX TO WS-DAY-COUNT
                    MOVE ZERO TO WD-TRANS-AMT(WS-DAY-IDX)
                    MOVE ZERO TO WD-VOID-AMT(WS-DAY-IDX)
                    MOVE ZERO TO WD-REFUND-AMT(WS-DAY-IDX)
                    MOVE ZERO TO WD-RECOVER-AMT(WS-DAY-IDX)
                    MOVE ZERO TO WD-RFND-CASH(WS-DAY-IDX)
                    MOVE ZERO TO WD-RFND-CHECK(WS-DAY-IDX)
                    MOVE ZERO TO WD-RFND-TRANS(WS-DAY-IDX)
                    MOVE ZERO TO WD-LOCKBOX-AMT(WS-DAY-IDX)
                    SET WS-DAY-SLOT-FOUND TO TRUE
                END-IF
            END-IF.
                    ADD 1 TO WD-NEG-ALERTS(WS-DAY-IDX)
                END-IF
                EVALUATE TRUE
      * a lockbox check went straight into the bank's lockbox and
      * the bank credits the batch itself - it is never on our slip.
                    WHEN TENDER-CHECK AND AUTH-LOCKBOX
                        ADD WS-PRICE TO WD-CHECK-AMT(WS-DAY-IDX)
                        ADD WS-PRICE TO WD-LOCKBOX-AMT(WS-DAY-IDX)
                    WHEN TENDER-CHECK
                        ADD WS-PRICE TO WD-CHECK-AMT(WS-DAY-IDX)
                        PERFORM REMEMBER-CHECK-DEPOSIT
                    WS-DEPOSIT-SLIP-STATUS
                    " - no deposit slips this run."
            END-IF.
            IF WS-GL-RELEASED
                OPEN OUTPUT GL-RECEIPTS-FILE
                IF WS-GL-RECEIPTS-STATUS NOT = "00"
                    DISPLAY "Unable to open glreceipts.txt - status "
                        WS-GL-RECEIPTS-STATUS
                        " - no receipts journal this run."
                    MOVE 'N' TO WS-GL-RELEASE-FLAG
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF.
            OPEN OUTPUT DAILY-SUMMARY-FILE.
            IF WS-DAILY-SUMM-STATUS NOT = "00"
                DISPLAY "Unable to open dailysumm.txt - status "
            MOVE WS-GRAND-TRANS  TO GRL-TRANS.
            MOVE WS-GRAND-VOIDS  TO GRL-VOIDS.
            MOVE WS-GRAND-REFUNDS TO GRL-REFUNDS.
            MOVE WS-GRAND-RECOVERED TO GRL-RECOVERED.
            DISPLAY WS-GRAND-LINE.
            IF WS-DAILY-SUMM-STATUS = "00"
                WRITE DAILY-SUMMARY-RECORD FROM WS-GRAND-LINE
                CLOSE DEPOSIT-SLIP-FILE
                DISPLAY "Deposit slips written to depositslip.txt."
            END-IF.
            IF WS-GL-RELEASED
                CLOSE GL-RECEIPTS-FILE
                DISPLAY "Receipts journal released to glreceipts.txt"
                    " - " WS-GL-DAY-COUNT " day(s), in balance."
            END-IF.
       WRITE-ONE-DEPOSIT-SLIP.
      * one slip block per day: the checks one by one, the cash as
      * a single line, a total - and the total is proved against
                        + WD-CASH-AMT(WS-DAY-IDX)
                COMPUTE WS-SLIP-PROOF =
                    WD-CHECK-AMT(WS-DAY-IDX)
                        - WD-LOCKBOX-AMT(WS-DAY-IDX)
                        + WD-CASH-AMT(WS-DAY-IDX)
                IF WS-SLIP-DAY-TOTAL NOT = WS-SLIP-PROOF
                    DISPLAY "*** DEPOSIT SLIP FOR "
            MOVE WD-TRANS-AMT(WS-DAY-IDX) TO SUM-TRANS.
            MOVE WD-VOID-AMT(WS-DAY-IDX)  TO SUM-VOIDS.
            MOVE WD-REFUND-AMT(WS-DAY-IDX) TO SUM-REFUNDS.
            MOVE WD-RECOVER-AMT(WS-DAY-IDX) TO SUM-RECOVERED.
            ADD WD-COUNT(WS-DAY-IDX)  TO WS-GRAND-COUNT.
            ADD WD-AMOUNT(WS-DAY-IDX) TO WS-GRAND-AMOUNT.
            ADD WD-CHECK-FAILS(WS-DAY-IDX) TO WS-GRAND-FAILS.
            ADD WD-TRANS-AMT(WS-DAY-IDX) TO WS-GRAND-TRANS.
            ADD WD-VOID-AMT(WS-DAY-IDX)  TO WS-GRAND-VOIDS.
            ADD WD-REFUND-AMT(WS-DAY-IDX) TO WS-GRAND-REFUNDS.
            ADD WD-RECOVER-AMT(WS-DAY-IDX) TO WS-GRAND-RECOVERED.
            PERFORM WRITE-ONE-DEPOSIT-SLIP.
            IF WS-GL-RELEASED
                PERFORM WRITE-ONE-DAY-JOURNAL
            END-IF.
            DISPLAY WS-SUMMARY-LINE.
            IF WS-DAILY-SUMM-STATUS = "00"
                WRITE DAILY-SUMMARY-RECORD FROM WS-SUMMARY-LINE
            END-IF.
       PROVE-RECEIPTS-JOURNAL.
      * the journal is proved in balance over every day BEFORE
      * glreceipts.txt is opened - an out-of-balance journal must
      * never sit on disk waiting for the month-end pickup. Voids
      * are same-day and already out of the day's tender figures;
      * a refund reverses the receipt - receivables debited, the
      * tender it was paid out in credited.
            PERFORM LOAD-GL-ACCOUNTS.
            IF WS-GL-ACCT-STATUS NOT = "00"
                DISPLAY "glaccounts.txt not found - no receipts "
                    "journal will be written."
            ELSE
                PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                        UNTIL WS-DAY-IDX > WS-DAY-COUNT
                    ADD WD-CASH-AMT(WS-DAY-IDX)   TO WS-GL-DR-TOTAL
                    ADD WD-CHECK-AMT(WS-DAY-IDX)  TO WS-GL-DR-TOTAL
                    ADD WD-TRANS-AMT(WS-DAY-IDX)  TO WS-GL-DR-TOTAL
                    ADD WD-REFUND-AMT(WS-DAY-IDX) TO WS-GL-DR-TOTAL
                    ADD WD-AMOUNT(WS-DAY-IDX)     TO WS-GL-CR-TOTAL
                    ADD WD-RFND-CASH(WS-DAY-IDX)  TO WS-GL-CR-TOTAL
                    ADD WD-RFND-CHECK(WS-DAY-IDX) TO WS-GL-CR-TOTAL
                    ADD WD-RFND-TRANS(WS-DAY-IDX) TO WS-GL-CR-TOTAL
                END-PERFORM
                IF WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL
                    DISPLAY "*** RECEIPTS JOURNAL OUT OF BALANCE - DR "
                        WS-GL-DR-TOTAL " CR " WS-GL-CR-TOTAL
                        " - JOURNAL NOT RELEASED ***"
                    MOVE 16 TO RETURN-CODE
                ELSE
                    IF WS-GL-DR-TOTAL = ZERO
                        DISPLAY "No money moved - no receipts "
                            "journal written."
                    ELSE
                        SET WS-GL-RELEASED TO TRUE
                    END-IF
                END-IF
            END-IF.
      * days that did not fit the table are missing from the figures,
      * and a short month must not reach the GL consolidation.
            IF WS-DAY-TABLE-FULL
                DISPLAY "*** MORE THAN 50 BUSINESS DAYS ON RECEIPTS.TXT"
                    " - DAY TABLE FULL - JOURNAL NOT RELEASED ***"
                MOVE 'N' TO WS-GL-RELEASE-FLAG
                MOVE 16 TO RETURN-CODE
            END-IF.
       LOAD-GL-ACCOUNTS.
            OPEN INPUT GL-ACCOUNT-FILE.
            IF WS-GL-ACCT-STATUS = "00"
                PERFORM UNTIL WS-GL-END-OF-FILE
                    READ GL-ACCOUNT-FILE
                        AT END
                            SET WS-GL-END-OF-FILE TO TRUE
                        NOT AT END
                            IF GA-TYPE = 'R'
                                EVALUATE GA-DEP
                                    WHEN "CASH"
                                        MOVE GA-ACCOUNT
                                            TO WS-GL-CASH-ACCT
                                    WHEN "CHECK"
                                        MOVE GA-ACCOUNT
                                            TO WS-GL-CHECK-ACCT
                                    WHEN "TRANSFER"
                                        MOVE GA-ACCOUNT
                                            TO WS-GL-TRANS-ACCT
                                    WHEN "RECEIVABLE"
                                        MOVE GA-ACCOUNT
                                            TO WS-GL-AR-ACCT
                                    WHEN "RECOVERY"
                                        MOVE GA-ACCOUNT
                                            TO WS-GL-RECOV-ACCT
                                    WHEN OTHER
                                        CONTINUE
                                END-EVALUATE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GL-ACCOUNT-FILE
            END-IF.
       WRITE-ONE-DAY-JOURNAL.
      * one balanced block per business day: the tenders debited
      * for the money taken, receivables credited for it (bad-debt
      * recovery income for money on written-off accounts), then
      * refunds reversed.
            COMPUTE WS-GL-DAY-DR = WD-CASH-AMT(WS-DAY-IDX)
                + WD-CHECK-AMT(WS-DAY-IDX) + WD-TRANS-AMT(WS-DAY-IDX)
                + WD-REFUND-AMT(WS-DAY-IDX).
            COMPUTE WS-GL-DAY-CR = WD-AMOUNT(WS-DAY-IDX)
                + WD-RFND-CASH(WS-DAY-IDX) + WD-RFND-CHECK(WS-DAY-IDX)
                + WD-RFND-TRANS(WS-DAY-IDX).
            IF WS-GL-DAY-DR > ZERO
                ADD 1 TO WS-GL-DAY-COUNT
                MOVE WD-KEY(WS-DAY-IDX) TO GLH-DATE
                WRITE GL-RECEIPTS-RECORD FROM WS-GL-HEADER
                MOVE "DR" TO WS-GL-THIS-DRCR
                MOVE WS-GL-CASH-ACCT  TO WS-GL-THIS-ACCT
                MOVE WD-CASH-AMT(WS-DAY-IDX)  TO WS-GL-THIS-AMOUNT
                PERFORM WRITE-JOURNAL-LINE
                MOVE WS-GL-CHECK-ACCT TO WS-GL-THIS-ACCT
                MOVE WD-CHECK-AMT(WS-DAY-IDX) TO WS-GL-THIS-AMOUNT
                PERFORM WRITE-JOURNAL-LINE
                MOVE WS-GL-TRANS-ACCT TO WS-GL-THIS-ACCT
                MOVE WD-TRANS-AMT(WS-DAY-IDX) TO WS-GL-THIS-AMOUNT
                PERFORM WRITE-JOURNAL-LINE
                MOVE "CR" TO WS-GL-THIS-DRCR
                MOVE WS-GL-AR-ACCT    TO WS-GL-THIS-ACCT
                COMPUTE WS-GL-THIS-AMOUNT = WD-AMOUNT(WS-DAY-IDX)
                    - WD-RECOVER-AMT(WS-DAY-IDX)
                PERFORM WRITE-JOURNAL-LINE
                MOVE WS-GL-RECOV-ACCT TO WS-GL-THIS-ACCT
                MOVE WD-RECOVER-AMT(WS-DAY-IDX) TO WS-GL-THIS-AMOUNT
                PERFORM WRITE-JOURNAL-LINE
                MOVE "DR" TO WS-GL-THIS-DRCR
                MOVE WS-GL-AR-ACCT    TO WS-GL-THIS-ACCT
                MOVE WD-REFUND-AMT(WS-DAY-IDX) TO WS-GL-THIS-AMOUNT
                PERFORM WRITE-JOURNAL-LINE
                MOVE "CR" TO WS-GL-THIS-DRCR
                MOVE WS-GL-CASH-ACCT  TO WS-GL-THIS-ACCT
                MOVE WD-RFND-CASH(WS-DAY-IDX) TO WS-GL-THIS-AMOUNT
                PERFORM WRITE-JOURNAL-LINE
                MOVE WS-GL-CHECK-ACCT TO WS-GL-THIS-ACCT
                MOVE WD-RFND-CHECK(WS-DAY-IDX) TO WS-GL-THIS-AMOUNT
                PERFORM WRITE-JOURNAL-LINE
                MOVE WS-GL-TRANS-ACCT TO WS-GL-THIS-ACCT
                MOVE WD-RFND-TRANS(WS-DAY-IDX) TO WS-GL-THIS-AMOUNT
                PERFORM WRITE-JOURNAL-LINE
                MOVE WS-GL-DAY-DR TO GLT-DR-TOTAL
                MOVE WS-GL-DAY-CR TO GLT-CR-TOTAL
                WRITE GL-RECEIPTS-RECORD FROM WS-GL-TRAILER
            END-IF.
       WRITE-JOURNAL-LINE.
            IF WS-GL-THIS-AMOUNT > ZERO
                MOVE WS-GL-THIS-DRCR   TO GLD-DRCR
                MOVE WS-GL-THIS-ACCT   TO GLD-ACCOUNT
                MOVE WS-GL-THIS-AMOUNT TO GLD-AMOUNT
                WRITE GL-RECEIPTS-RECORD FROM WS-GL-DETAIL
            END-IF.
       WRITE-RECOVERY-FILE.
      * rebuilt from the whole receipt file every run, so a rerun
      * cannot list a recovery twice and a voided one drops out.
            OPEN OUTPUT RECOVERY-FILE.
            IF WS-RECOVERY-STATUS NOT = "00"
                DISPLAY "Unable to open arrecovery.txt - status "
                    WS-RECOVERY-STATUS " - recoveries not listed."
            ELSE
                PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                        UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                    IF WS-SN-RECOVERY(WS-SEEN-IDX) = 'Y'
                            AND WS-SN-STATE(WS-SEEN-IDX) = 'N'
                        MOVE WS-SN-ACCT-NO(WS-SEEN-IDX)
                            TO RV-ACCT-NO
                        MOVE WS-SN-DATE(WS-SEEN-IDX) TO WS-DATE-IN
                        COMPUTE RV-DATE =
                            (WS-DS-YYYY * 10000)
                                + (WS-DS-MM * 100) + WS-DS-DD
                        MOVE WS-SN-INV-NUM(WS-SEEN-IDX)
                            TO RV-INV-NUM
                        MOVE WS-SN-AMOUNT(WS-SEEN-IDX) TO RV-AMOUNT
                        MOVE WS-SN-TENDER(WS-SEEN-IDX) TO RV-TENDER
                        WRITE RECOVERY-RECORD
                    END-IF
                END-PERFORM
                CLOSE RECOVERY-FILE
            END-IF.
       LOAD-PAYMENT-PLANS.
      * the whole plan file and schedule are loaded, since both are
      * rewritten after the receipts are applied; no plan file
      * means no plans.
            OPEN INPUT PAYMENT-PLAN-FILE.
            IF WS-PLAN-STATUS = "00"
                PERFORM UNTIL WS-PLAN-END-OF-FILE
                    READ PAYMENT-PLAN-FILE
                        AT END
                            SET WS-PLAN-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-PLAN-COUNT < 500
                                ADD 1 TO WS-PLAN-COUNT
                                SET WS-PLAN-IDX TO WS-PLAN-COUNT
                                MOVE PAYMENT-PLAN-RECORD
                                    TO WP-PLAN-DATA(WS-PLAN-IDX)
                                MOVE ZERO TO WP-RECEIVED(WS-PLAN-IDX)
                            ELSE
                                DISPLAY "More than 500 plans on "
                                    "arplans.txt - payment plans "
                                    "not updated this run."
                                MOVE ZERO TO WS-PLAN-COUNT
                                SET WS-PLAN-END-OF-FILE TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAYMENT-PLAN-FILE
                MOVE 'N' TO WS-PLAN-EOF-FLAG
            END-IF.
            IF WS-PLAN-COUNT > ZERO
                OPEN INPUT PLAN-SCHEDULE-FILE
                IF WS-SCHED-STATUS NOT = "00"
                    DISPLAY "arplansch.txt not found - status "
                        WS-SCHED-STATUS " - payment plans not "
                        "updated this run."
                    MOVE ZERO TO WS-PLAN-COUNT
                ELSE
                    PERFORM UNTIL WS-PLAN-END-OF-FILE
                        READ PLAN-SCHEDULE-FILE
                            AT END
                                SET WS-PLAN-END-OF-FILE TO TRUE
                            NOT AT END
                                IF WS-SCHED-COUNT < 5000
                                    ADD 1 TO WS-SCHED-COUNT
                                    SET WS-SCHED-IDX
                                        TO WS-SCHED-COUNT
                                    MOVE PLAN-SCHEDULE-RECORD
                                      TO WS-SCHED-ENTRY(WS-SCHED-IDX)
                                ELSE
                                    DISPLAY "More than 5000 "
                                        "instalments on arplansch.txt"
                                        " - payment plans not "
                                        "updated this run."
                                    MOVE ZERO TO WS-PLAN-COUNT
                                    SET WS-PLAN-END-OF-FILE TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE PLAN-SCHEDULE-FILE
                END-IF
            END-IF.
       NOTE-PLAN-MONEY.
      * money on an account with an active plan counts toward the
      * plan from the day it was agreed: WS-PLAN-SIGN '+' for a
      * receipt, '-' for a void or refund taking it back.
            IF WS-PLAN-COUNT > ZERO
                MOVE WS-TRAN-DATE TO WS-DATE-IN
                COMPUTE WS-PLAN-TRAN-YMD =
                    (WS-DS-YYYY * 10000)
                        + (WS-DS-MM * 100) + WS-DS-DD
                PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                        UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                    IF WP-ACCT-NO(WS-PLAN-IDX) = WS-PLAN-ACCT
                            AND WP-STATUS(WS-PLAN-IDX) = 'A'
                            AND WP-AGREED-DATE(WS-PLAN-IDX)
                                NOT > WS-PLAN-TRAN-YMD
                        IF WS-PLAN-SIGN = '+'
                            ADD WS-PLAN-AMOUNT
                                TO WP-RECEIVED(WS-PLAN-IDX)
                        ELSE
                            SUBTRACT WS-PLAN-AMOUNT
                                FROM WP-RECEIVED(WS-PLAN-IDX)
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.
       APPLY-PLAN-PAYMENTS.
      * each active plan's money is spread over its instalments in
      * schedule order, oldest first; a plan whose agreed total is
      * in is paid off and drops out of later runs.
            ACCEPT WS-PLAN-RUN-DATE FROM DATE.
            COMPUTE WS-PLAN-TODAY =
                20000000 + (WS-PLAN-RUN-YY * 10000)
                    + (WS-PLAN-RUN-MM * 100) + WS-PLAN-RUN-DD.
            PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                    UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                IF WP-STATUS(WS-PLAN-IDX) = 'A'
                    ADD 1 TO WS-PLAN-ACTIVE
                    MOVE WP-RECEIVED(WS-PLAN-IDX) TO WS-PLAN-LEFT
                    IF WS-PLAN-LEFT < ZERO
                        MOVE ZERO TO WS-PLAN-LEFT
                    END-IF
                    MOVE ZERO TO WP-PAID-TO-DATE(WS-PLAN-IDX)
                    PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                            UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                        IF WQ-ACCT-NO(WS-SCHED-IDX)
                                = WP-ACCT-NO(WS-PLAN-IDX)
                                AND WQ-AGREED-DATE(WS-SCHED-IDX)
                                    = WP-AGREED-DATE(WS-PLAN-IDX)
                            PERFORM PAY-ONE-INSTALMENT
                        END-IF
                    END-PERFORM
                    IF WP-PAID-TO-DATE(WS-PLAN-IDX)
                            NOT < WP-AGREED-TOTAL(WS-PLAN-IDX)
                        MOVE 'P' TO WP-STATUS(WS-PLAN-IDX)
                        MOVE WS-PLAN-TODAY
                            TO WP-CLOSED-DATE(WS-PLAN-IDX)
                        ADD 1 TO WS-PLAN-PAID-OFF
                        DISPLAY "PAYMENT PLAN PAID OFF - account "
                            WP-ACCT-NO(WS-PLAN-IDX)
                    END-IF
                END-IF
            END-PERFORM.
            DISPLAY "Payment plans: " WS-PLAN-ACTIVE " active, "
                WS-PLAN-PAID-OFF " paid off this run, "
                WS-PLAN-INST-PAID " instalment(s) paid in full.".
       PAY-ONE-INSTALMENT.
            IF WS-PLAN-LEFT NOT < WQ-AMOUNT(WS-SCHED-IDX)
                MOVE WQ-AMOUNT(WS-SCHED-IDX) TO WQ-PAID(WS-SCHED-IDX)
                MOVE 'P' TO WQ-STATUS(WS-SCHED-IDX)
                ADD 1 TO WS-PLAN-INST-PAID
            ELSE
                MOVE WS-PLAN-LEFT TO WQ-PAID(WS-SCHED-IDX)
                MOVE 'O' TO WQ-STATUS(WS-SCHED-IDX)
            END-IF.
            SUBTRACT WQ-PAID(WS-SCHED-IDX) FROM WS-PLAN-LEFT.
            ADD WQ-PAID(WS-SCHED-IDX) TO WP-PAID-TO-DATE(WS-PLAN-IDX).
       SAVE-PAYMENT-PLANS.
            OPEN OUTPUT PAYMENT-PLAN-FILE.
            IF WS-PLAN-STATUS NOT = "00"
                DISPLAY "Unable to rewrite arplans.txt - status "
                    WS-PLAN-STATUS " - payment plans not updated."
                IF RETURN-CODE < 12
                    MOVE 12 TO RETURN-CODE
                END-IF
            ELSE
                PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                        UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                    MOVE WP-PLAN-DATA(WS-PLAN-IDX)
                        TO PAYMENT-PLAN-RECORD
                    WRITE PAYMENT-PLAN-RECORD
                END-PERFORM
                CLOSE PAYMENT-PLAN-FILE
                OPEN OUTPUT PLAN-SCHEDULE-FILE
                IF WS-SCHED-STATUS NOT = "00"
                    DISPLAY "Unable to rewrite arplansch.txt - status "
                        WS-SCHED-STATUS " - instalments not updated."
                    IF RETURN-CODE < 12
                        MOVE 12 TO RETURN-CODE
                    END-IF
                ELSE
                    PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                            UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                        MOVE WS-SCHED-ENTRY(WS-SCHED-IDX)
                            TO PLAN-SCHEDULE-RECORD
                        WRITE PLAN-SCHEDULE-RECORD
                    END-PERFORM
                    CLOSE PLAN-SCHEDULE-FILE
                END-IF
            END-IF.
       VALIDATE-INVOICE-CHECK-DIGIT.
            MOVE 'Y' TO WS-INV-VALID-FLAG.
            COMPUTE WS-INV-CHECK-SUM =
