      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cash application. Puts each receipts.txt payment
      *          against the specific invoice its TRAN-INV-NUM names
      *          on the open-item file (aropen.txt, layout OPENITEM),
      *          instead of only against a running balance:
      *            - a payment equal to the open amount closes the
      *              invoice (status P);
      *            - a short payment is applied and the remainder
      *              left open;
      *            - an overpayment closes the invoice and the excess
      *              is held as a credit item on the account;
      *            - a payment naming invoice 0000 pays down the
      *              account's opening balance (AM-OPEN-BALANCE on
      *              acctmast.txt, the money owed from before the
      *              open-item file began), any excess held as a
      *              credit item; acctmast.txt is rewritten with the
      *              reduced balance, which aging, dunning and finance
      *              charges work from (the statement run and the
      *              lockbox import add the invoice 0000 payments on
      *              arcashlog.txt back, since the receipts carry
      *              balances worked from the opening figure);
      *            - a payment with no open invoice to go to - no
      *              such invoice open, the invoice on another
      *              account, the account closed or not on
      *              acctmast.txt, a failed check digit, no opening
      *              balance owed - goes to the unapplied-cash
      *              suspense file (arsuspense.txt, layout ARSUSP).
      *          A (V)oid reverses what its same-day receipt did - the
      *          invoice reopened, the credit taken back, the suspense
      *          entry marked reversed; an (F) refund is paid out of
      *          the account's credit items, oldest first; a void of
      *          a receipt against the opening balance puts the
      *          balance back. Every
      *          transaction dealt with is logged to arcashlog.txt
      *          (layout CASHLOG) with how its money was split, and a
      *          transaction already on the log is skipped, so the
      *          step can be re-run over the same receipts.txt
      *          without applying anything twice. The review listing
      *          (arsusprev.txt) shows everything still held in
      *          suspense with the days held. Return code 4 when
      *          money went to suspense or a void or refund could not
      *          be matched.
      * Tectonics: cobc
      * Modifications:
      *   - Account layout carries the finance charge exemption flag
      *     (AM-FC-EXEMPT).
      *   - Money on a written-off account (AM-STATUS W) goes to
      *     suspense as a recovery instead of against the written-off
      *     items.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-CASH-APPLICATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-FILE ASSIGN TO "receipts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "acctmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "aropen.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-ITEM-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "arsuspense.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT CASH-LOG-FILE ASSIGN TO "arcashlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-LOG-STATUS.
           SELECT REVIEW-LIST-FILE ASSIGN TO "arsusprev.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVIEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RECEIPT-FILE.
       01 RECEIPT-RECORD.
           05 TRAN-ACCT-NO  PIC 9(6).
           05 TRAN-DATE     PIC 9(8).
           05 TRAN-INV-NUM  PIC 9(4).
           05 TRAN-PRICE    PIC 9(5)V99.
           05 TRAN-BALANCE  PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 TRAN-TENDER   PIC X(1).
           05 TRAN-CHECK-NO PIC X(6).
           05 TRAN-TYPE     PIC X(1).
               88 TYPE-VOID          VALUE 'V'.
               88 TYPE-REFUND        VALUE 'F'.
           05 TRAN-AUTH     PIC X(6).
       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           05 AM-ACCT-NO      PIC 9(6).
           05 AM-CUST-NAME    PIC X(20).
           05 AM-OPEN-BALANCE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 AM-STATUS       PIC X(1).
           05 AM-FC-EXEMPT    PIC X(1).
               88 AM-FC-IS-EXEMPT     VALUE 'Y'.
       FD OPEN-ITEM-FILE.
       COPY OPENITEM.
       FD SUSPENSE-FILE.
       COPY ARSUSP.
       FD CASH-LOG-FILE.
       COPY CASHLOG.
       FD REVIEW-LIST-FILE.
       01 REVIEW-LIST-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RECEIPT-STATUS     PIC X(2).
       01 WS-ACCT-MASTER-STATUS PIC X(2).
       01 WS-OPEN-ITEM-STATUS   PIC X(2).
       01 WS-SUSPENSE-STATUS    PIC X(2).
       01 WS-CASH-LOG-STATUS    PIC X(2).
       01 WS-REVIEW-STATUS      PIC X(2).
       01 WS-EOF-FLAG           PIC A(1) VALUE 'N'.
           88 WS-END-OF-FILE             VALUE 'Y'.
       01 WS-ACCT-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10 WA-ACCT-NO   PIC 9(6).
               10 WA-CUST-NAME PIC X(20).
               10 WA-BALANCE   PIC S9(7)V99.
               10 WA-STATUS    PIC X(1).
               10 WA-FC-EXEMPT PIC X(1).
       01 WS-ACCT-CHANGED-FLAG  PIC A(1) VALUE 'N'.
           88 WS-ACCOUNTS-CHANGED        VALUE 'Y'.
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
       01 WS-SUSP-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-SUSP-TABLE.
           05 WS-SUSP-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-SUSP-IDX.
               10 WU-ACCT-NO       PIC 9(6).
               10 WU-RCPT-DATE     PIC 9(8).
               10 WU-INV-NUM       PIC 9(4).
               10 WU-AMOUNT        PIC 9(7)V99.
               10 WU-TENDER        PIC X(1).
               10 WU-CHECK-NO      PIC X(6).
               10 WU-REASON        PIC X(30).
               10 WU-HELD-DATE     PIC 9(8).
               10 WU-STATUS        PIC X(1).
      * the log as it stood, plus this run's entries behind it.
       01 WS-LOG-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-LOG-LOADED         PIC 9(4) VALUE ZERO.
       01 WS-LOG-TABLE.
           05 WS-LOG-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-LOG-IDX.
               10 WL-RECEIPT       PIC X(47).
               10 WL-OUTCOME       PIC X(8).
               10 WL-APPLIED-INV   PIC 9(4).
               10 WL-APPLIED       PIC 9(7)V99.
               10 WL-CREDIT        PIC 9(7)V99.
               10 WL-SUSPENSE      PIC 9(7)V99.
               10 WL-RUN-DATE      PIC 9(8).
               10 WL-CONSUMED      PIC X(1).
               10 WL-VOIDED        PIC X(1).
       01 WS-LOG-RECEIPT.
           05 WLR-ACCT-NO  PIC 9(6).
           05 WLR-DATE     PIC 9(8).
           05 WLR-INV-NUM  PIC 9(4).
           05 WLR-PRICE    PIC 9(5)V99.
           05 WLR-BALANCE  PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 WLR-TENDER   PIC X(1).
           05 WLR-CHECK-NO PIC X(6).
           05 WLR-TYPE     PIC X(1).
               88 WLR-IS-RECEIPT      VALUE 'R' ' '.
           05 WLR-AUTH     PIC X(6).
       01 WS-WORK-FIELDS.
           05 WS-FOUND-FLAG      PIC A(1).
               88 WS-FOUND                VALUE 'Y'.
           05 WS-SLOT            PIC 9(4).
           05 WS-ACCT-SLOT       PIC 9(3).
           05 WS-VOID-ACCT       PIC 9(6).
           05 WS-VOID-DATE       PIC 9(8).
           05 WS-VOID-INV        PIC 9(4).
           05 WS-REASON          PIC X(30).
           05 WS-AMOUNT          PIC 9(7)V99.
           05 WS-EXCESS          PIC 9(7)V99.
           05 WS-TAKE            PIC 9(7)V99.
           05 WS-REMAINING       PIC 9(7)V99.
           05 WS-RCPT-YMD        PIC 9(8).
           05 WS-DAYS-HELD       PIC S9(5).
       01 WS-DATE-SPLIT.
           05 WS-DS-DD       PIC 9(2).
           05 WS-DS-MM       PIC 9(2).
           05 WS-DS-YYYY     PIC 9(4).
       01 WS-DATE-IN-R REDEFINES WS-DATE-SPLIT.
           05 WS-DATE-IN     PIC 9(8).
       01 WS-INV-NUM         PIC 9(4).
       01 WS-INV-NUM-R REDEFINES WS-INV-NUM.
           05 WS-INV-DIGIT-1  PIC 9.
           05 WS-INV-DIGIT-2  PIC 9.
           05 WS-INV-DIGIT-3  PIC 9.
           05 WS-INV-CHECK    PIC 9.
       01 WS-INV-CHECK-SUM    PIC 9(2).
       01 WS-INV-CHECK-DIGIT-CALC PIC 9.
       01 WS-NEW-LOG-FIELDS.
           05 WS-NL-OUTCOME      PIC X(8).
           05 WS-NL-APPLIED-INV  PIC 9(4).
           05 WS-NL-APPLIED      PIC 9(7)V99.
           05 WS-NL-CREDIT       PIC 9(7)V99.
           05 WS-NL-SUSPENSE     PIC 9(7)V99.
       01 WS-RUN-COUNTS.
           05 WS-READ-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-SKIP-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-EXACT-COUNT     PIC 9(5) VALUE ZERO.
           05 WS-PARTIAL-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-OVER-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-SUSPENSE-COUNT  PIC 9(5) VALUE ZERO.
           05 WS-VOID-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-REFUND-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-UNMATCHED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-APPLIED-TOTAL   PIC 9(9)V99 VALUE ZERO.
           05 WS-HELD-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-HELD-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-TODAY-YMD          PIC 9(8).
       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YY PIC 99.
           05 WS-RUN-MM PIC 99.
           05 WS-RUN-DD PIC 99.
       01 WS-REVIEW-LINES.
           05 WS-RV-RULE.
               10 FILLER PIC X(97) VALUE ALL "=".
           05 WS-RV-TITLE.
               10 FILLER PIC X(40) VALUE
                   "UNAPPLIED CASH - SUSPENSE REVIEW".
               10 FILLER PIC X(10) VALUE "RUN DATE: ".
               10 RVT-DATE        PIC 9(8).
           05 WS-RV-COLUMNS.
               10 FILLER PIC X(8)  VALUE "ACCOUNT".
               10 FILLER PIC X(10) VALUE "RCPT DATE".
               10 FILLER PIC X(6)  VALUE "INV".
               10 FILLER PIC X(12) VALUE "     AMOUNT ".
               10 FILLER PIC X(4)  VALUE "TND".
               10 FILLER PIC X(8)  VALUE "CHECK".
               10 FILLER PIC X(7)  VALUE "  DAYS ".
               10 FILLER PIC X(30) VALUE "REASON".
           05 WS-RV-DETAIL.
               10 RVD-ACCT        PIC 9(6).
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RVD-DATE        PIC 9(8).
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RVD-INV         PIC 9(4).
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RVD-AMOUNT      PIC ZZZ,ZZ9.99.
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RVD-TENDER      PIC X(1).
               10 FILLER          PIC X(3)  VALUE SPACE.
               10 RVD-CHECK       PIC X(6).
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RVD-DAYS        PIC ZZZZ9.
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RVD-REASON      PIC X(30).
           05 WS-RV-TOTAL.
               10 FILLER PIC X(18) VALUE "HELD IN SUSPENSE".
               10 RVS-COUNT       PIC ZZZZ9.
               10 FILLER PIC X(13) VALUE " RECEIPT(S)  ".
               10 RVS-AMOUNT      PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-RV-NONE.
               10 FILLER PIC X(40) VALUE
                   "NOTHING HELD IN SUSPENSE".
       COPY DATEREQ.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-RUN-DATE-RAW FROM DATE.
            COMPUTE WS-TODAY-YMD =
                20000000 + (WS-RUN-YY * 10000)
                    + (WS-RUN-MM * 100) + WS-RUN-DD.
            PERFORM LOAD-ACCOUNTS.
            PERFORM LOAD-OPEN-ITEMS.
            PERFORM LOAD-SUSPENSE.
            PERFORM LOAD-CASH-LOG.
            OPEN INPUT RECEIPT-FILE.
            IF WS-RECEIPT-STATUS NOT = "00"
                DISPLAY "receipts.txt not found - nothing to apply."
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-END-OF-FILE
                READ RECEIPT-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM PROCESS-ONE-RECEIPT
                END-READ
            END-PERFORM.
            CLOSE RECEIPT-FILE.
            MOVE 'N' TO WS-EOF-FLAG.
      * the files are rewritten before the log is extended - a
      * failure part way leaves the log short, and the re-run simply
      * applies those receipts again against the untouched files.
            IF WS-LOG-COUNT > WS-LOG-LOADED
                IF WS-ACCOUNTS-CHANGED
                    PERFORM SAVE-ACCOUNTS
                END-IF
                PERFORM SAVE-OPEN-ITEMS
                PERFORM SAVE-SUSPENSE
                PERFORM EXTEND-CASH-LOG
            END-IF.
            PERFORM WRITE-SUSPENSE-REVIEW.
            DISPLAY "Cash application - " WS-READ-COUNT
                " transaction(s) read, " WS-SKIP-COUNT
                " already applied.".
            DISPLAY "  Exact " WS-EXACT-COUNT "  partial "
                WS-PARTIAL-COUNT "  overpaid " WS-OVER-COUNT
                "  to suspense " WS-SUSPENSE-COUNT.
            DISPLAY "  Voids " WS-VOID-COUNT "  refunds "
                WS-REFUND-COUNT "  unmatched void/refund "
                WS-UNMATCHED-COUNT.
            IF RETURN-CODE = ZERO
                IF WS-SUSPENSE-COUNT > ZERO
                        OR WS-UNMATCHED-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            STOP RUN.
       LOAD-ACCOUNTS.
            OPEN INPUT ACCOUNT-MASTER-FILE.
            IF WS-ACCT-MASTER-STATUS NOT = "00"
                DISPLAY "acctmast.txt not found - status "
                    WS-ACCT-MASTER-STATUS " - nothing applied."
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
                            MOVE AM-FC-EXEMPT TO
                                WA-FC-EXEMPT(WS-ACCT-IDX)
                        ELSE
      * the master is rewritten from the table - an account left
      * out would be lost.
                            DISPLAY "More than 200 accounts on "
                                "acctmast.txt - table full; "
                                "nothing applied."
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
                DISPLAY "aropen.txt not found - every receipt naming "
                    "an invoice will go to suspense."
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
                                    "nothing applied."
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPEN-ITEM-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       LOAD-SUSPENSE.
            OPEN INPUT SUSPENSE-FILE.
            IF WS-SUSPENSE-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ SUSPENSE-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-SUSP-COUNT < 500
                                ADD 1 TO WS-SUSP-COUNT
                                SET WS-SUSP-IDX TO WS-SUSP-COUNT
                                MOVE UNAPPLIED-CASH-RECORD
                                    TO WS-SUSP-ENTRY(WS-SUSP-IDX)
                            ELSE
                                DISPLAY "More than 500 entries on "
                                    "arsuspense.txt - table full; "
                                    "nothing applied."
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SUSPENSE-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       LOAD-CASH-LOG.
            OPEN INPUT CASH-LOG-FILE.
            IF WS-CASH-LOG-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ CASH-LOG-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM REMEMBER-LOGGED-RECEIPT
                    END-READ
                END-PERFORM
                CLOSE CASH-LOG-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
            MOVE WS-LOG-COUNT TO WS-LOG-LOADED.
       REMEMBER-LOGGED-RECEIPT.
            IF WS-LOG-COUNT >= 3000
                DISPLAY "More than 3000 entries on arcashlog.txt - "
                    "table full; nothing applied."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-LOG-COUNT.
            SET WS-LOG-IDX TO WS-LOG-COUNT.
            MOVE CL-RECEIPT     TO WL-RECEIPT(WS-LOG-IDX).
            MOVE CL-OUTCOME     TO WL-OUTCOME(WS-LOG-IDX).
            MOVE CL-APPLIED-INV TO WL-APPLIED-INV(WS-LOG-IDX).
            MOVE CL-APPLIED     TO WL-APPLIED(WS-LOG-IDX).
            MOVE CL-CREDIT      TO WL-CREDIT(WS-LOG-IDX).
            MOVE CL-SUSPENSE    TO WL-SUSPENSE(WS-LOG-IDX).
            MOVE CL-RUN-DATE    TO WL-RUN-DATE(WS-LOG-IDX).
            MOVE 'N'            TO WL-CONSUMED(WS-LOG-IDX).
            MOVE 'N'            TO WL-VOIDED(WS-LOG-IDX).
      * a logged void has already used up its original receipt.
            IF CL-WAS-VOID
                MOVE CL-ACCT-NO  TO WS-VOID-ACCT
                MOVE CL-DATE     TO WS-VOID-DATE
                MOVE CL-INV-NUM  TO WS-VOID-INV
                PERFORM FIND-VOIDABLE-RECEIPT
                IF WS-FOUND
                    MOVE 'Y' TO WL-VOIDED(WS-SLOT)
                END-IF
            END-IF.
       PROCESS-ONE-RECEIPT.
            ADD 1 TO WS-READ-COUNT.
            PERFORM CHECK-ALREADY-APPLIED.
            IF WS-FOUND
                ADD 1 TO WS-SKIP-COUNT
            ELSE
                MOVE SPACES TO WS-NL-OUTCOME
                MOVE ZERO TO WS-NL-APPLIED-INV WS-NL-APPLIED
                    WS-NL-CREDIT WS-NL-SUSPENSE
                MOVE TRAN-DATE TO WS-DATE-IN
                COMPUTE WS-RCPT-YMD =
                    (WS-DS-YYYY * 10000)
                        + (WS-DS-MM * 100) + WS-DS-DD
                EVALUATE TRUE
                    WHEN TYPE-VOID
                        PERFORM APPLY-VOID
                    WHEN TYPE-REFUND
                        PERFORM APPLY-REFUND
                    WHEN OTHER
                        PERFORM APPLY-RECEIPT
                END-EVALUATE
                IF WS-NL-OUTCOME NOT = SPACES
                    PERFORM ADD-LOG-ENTRY
                END-IF
            END-IF.
       CHECK-ALREADY-APPLIED.
      * the same transaction twice in the file is two payments - each
      * log entry answers for one of them.
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                    UNTIL WS-LOG-IDX > WS-LOG-LOADED
                        OR WS-FOUND
                IF WL-RECEIPT(WS-LOG-IDX) = RECEIPT-RECORD
                        AND WL-CONSUMED(WS-LOG-IDX) = 'N'
                    MOVE 'Y' TO WL-CONSUMED(WS-LOG-IDX)
                    SET WS-FOUND TO TRUE
                END-IF
            END-PERFORM.
       APPLY-RECEIPT.
            MOVE SPACES TO WS-REASON.
            IF TRAN-PRICE IS NOT NUMERIC OR TRAN-PRICE = ZERO
                MOVE "AMOUNT NOT NUMERIC OR ZERO" TO WS-REASON
                MOVE ZERO TO WS-AMOUNT
            ELSE
                MOVE TRAN-PRICE TO WS-AMOUNT
            END-IF.
            IF WS-REASON = SPACES
                PERFORM CHECK-RECEIPT-ACCOUNT
            END-IF.
            IF WS-REASON = SPACES AND TRAN-INV-NUM = ZERO
                PERFORM APPLY-TO-OPENING-BALANCE
            ELSE
                PERFORM APPLY-TO-INVOICE
            END-IF.
       APPLY-TO-INVOICE.
            IF WS-REASON = SPACES
                MOVE TRAN-INV-NUM TO WS-INV-NUM
                PERFORM VALIDATE-INVOICE-CHECK-DIGIT
            END-IF.
            IF WS-REASON = SPACES
                PERFORM FIND-OPEN-INVOICE
            END-IF.
            IF WS-REASON NOT = SPACES
                PERFORM HOLD-IN-SUSPENSE
            ELSE
                SET WS-ITEM-IDX TO WS-SLOT
                MOVE TRAN-INV-NUM TO WS-NL-APPLIED-INV
                MOVE WS-TODAY-YMD TO WI-LAST-ACTIVITY(WS-ITEM-IDX)
                EVALUATE TRUE
                    WHEN WS-AMOUNT = WI-OPEN-AMOUNT(WS-ITEM-IDX)
                        MOVE WS-AMOUNT TO WS-NL-APPLIED
                        MOVE ZERO TO WI-OPEN-AMOUNT(WS-ITEM-IDX)
                        MOVE 'P' TO WI-STATUS(WS-ITEM-IDX)
                        MOVE "EXACT   " TO WS-NL-OUTCOME
                        ADD 1 TO WS-EXACT-COUNT
                    WHEN WS-AMOUNT < WI-OPEN-AMOUNT(WS-ITEM-IDX)
                        MOVE WS-AMOUNT TO WS-NL-APPLIED
                        SUBTRACT WS-AMOUNT
                            FROM WI-OPEN-AMOUNT(WS-ITEM-IDX)
                        MOVE "PARTIAL " TO WS-NL-OUTCOME
                        ADD 1 TO WS-PARTIAL-COUNT
                    WHEN OTHER
                        MOVE WI-OPEN-AMOUNT(WS-ITEM-IDX)
                            TO WS-NL-APPLIED
                        COMPUTE WS-EXCESS =
                            WS-AMOUNT - WI-OPEN-AMOUNT(WS-ITEM-IDX)
                        MOVE ZERO TO WI-OPEN-AMOUNT(WS-ITEM-IDX)
                        MOVE 'P' TO WI-STATUS(WS-ITEM-IDX)
                        PERFORM ADD-CREDIT-ITEM
                        MOVE "OVERPAID" TO WS-NL-OUTCOME
                        ADD 1 TO WS-OVER-COUNT
                END-EVALUATE
                ADD WS-NL-APPLIED TO WS-APPLIED-TOTAL
            END-IF.
       APPLY-TO-OPENING-BALANCE.
      * invoice 0000 is the opening balance - logged as applied to
      * invoice 0000 so a void knows to put the balance back.
            SET WS-ACCT-IDX TO WS-ACCT-SLOT.
            IF WA-BALANCE(WS-ACCT-IDX) NOT > ZERO
                MOVE "NO OPENING BALANCE OWED" TO WS-REASON
                PERFORM HOLD-IN-SUSPENSE
            ELSE
                MOVE ZERO TO WS-NL-APPLIED-INV
                EVALUATE TRUE
                    WHEN WS-AMOUNT = WA-BALANCE(WS-ACCT-IDX)
                        MOVE WS-AMOUNT TO WS-NL-APPLIED
                        MOVE ZERO TO WA-BALANCE(WS-ACCT-IDX)
                        MOVE "EXACT   " TO WS-NL-OUTCOME
                        ADD 1 TO WS-EXACT-COUNT
                    WHEN WS-AMOUNT < WA-BALANCE(WS-ACCT-IDX)
                        MOVE WS-AMOUNT TO WS-NL-APPLIED
                        SUBTRACT WS-AMOUNT
                            FROM WA-BALANCE(WS-ACCT-IDX)
                        MOVE "PARTIAL " TO WS-NL-OUTCOME
                        ADD 1 TO WS-PARTIAL-COUNT
                    WHEN OTHER
                        MOVE WA-BALANCE(WS-ACCT-IDX) TO WS-NL-APPLIED
                        COMPUTE WS-EXCESS =
                            WS-AMOUNT - WA-BALANCE(WS-ACCT-IDX)
                        MOVE ZERO TO WA-BALANCE(WS-ACCT-IDX)
                        PERFORM ADD-CREDIT-ITEM
                        MOVE "OVERPAID" TO WS-NL-OUTCOME
                        ADD 1 TO WS-OVER-COUNT
                END-EVALUATE
                SET WS-ACCOUNTS-CHANGED TO TRUE
                ADD WS-NL-APPLIED TO WS-APPLIED-TOTAL
            END-IF.
       CHECK-RECEIPT-ACCOUNT.
            MOVE 'N' TO WS-FOUND-FLAG.
            MOVE ZERO TO WS-ACCT-SLOT.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                        OR WS-FOUND
                IF WA-ACCT-NO(WS-ACCT-IDX) = TRAN-ACCT-NO
                    SET WS-FOUND TO TRUE
                    SET WS-ACCT-SLOT TO WS-ACCT-IDX
                    IF WA-STATUS(WS-ACCT-IDX) = 'C'
                        MOVE "ACCOUNT IS CLOSED" TO WS-REASON
                    END-IF
                    IF WA-STATUS(WS-ACCT-IDX) = 'W'
                        MOVE "WRITTEN OFF - RECOVERY" TO WS-REASON
                    END-IF
                END-IF
            END-PERFORM.
            IF NOT WS-FOUND
                MOVE "ACCOUNT NOT ON ACCTMAST" TO WS-REASON
            END-IF.
       FIND-OPEN-INVOICE.
            MOVE 'N'  TO WS-FOUND-FLAG.
            MOVE ZERO TO WS-SLOT.
            PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                        OR WS-FOUND
                IF WI-INV-NUM(WS-ITEM-IDX) = TRAN-INV-NUM
                        AND WI-STATUS(WS-ITEM-IDX) = 'O'
                    SET WS-FOUND TO TRUE
                    SET WS-SLOT TO WS-ITEM-IDX
                END-IF
            END-PERFORM.
            IF NOT WS-FOUND
                MOVE "NO OPEN INVOICE BY THAT NUMBER" TO WS-REASON
            ELSE
                IF WI-ACCT-NO(WS-SLOT) NOT = TRAN-ACCT-NO
                    MOVE "INVOICE IS ON ANOTHER ACCOUNT"
                        TO WS-REASON
                END-IF
            END-IF.
       ADD-CREDIT-ITEM.
            IF WS-ITEM-COUNT >= 2000
                DISPLAY "Open-item table full - credit of "
                    WS-EXCESS " on account " TRAN-ACCT-NO
                    " goes to suspense instead."
                MOVE "OVERPAYMENT - NO ROOM FOR CREDIT" TO WS-REASON
                MOVE WS-EXCESS TO WS-AMOUNT
                PERFORM HOLD-IN-SUSPENSE
            ELSE
                ADD 1 TO WS-ITEM-COUNT
                SET WS-ITEM-IDX TO WS-ITEM-COUNT
                MOVE TRAN-INV-NUM  TO WI-INV-NUM(WS-ITEM-IDX)
                MOVE TRAN-ACCT-NO  TO WI-ACCT-NO(WS-ITEM-IDX)
                MOVE WS-RCPT-YMD   TO WI-INV-DATE(WS-ITEM-IDX)
                MOVE WS-RCPT-YMD   TO WI-DUE-DATE(WS-ITEM-IDX)
                MOVE "CR "         TO WI-TERMS(WS-ITEM-IDX)
                MOVE SPACES        TO WI-DESCRIPTION(WS-ITEM-IDX)
                IF TRAN-INV-NUM = ZERO
                    MOVE "CREDIT - OVERPAID OPENING BAL"
                        TO WI-DESCRIPTION(WS-ITEM-IDX)
                ELSE
                    STRING "CREDIT - OVERPAID INVOICE " TRAN-INV-NUM
                        DELIMITED BY SIZE
                        INTO WI-DESCRIPTION(WS-ITEM-IDX)
                END-IF
                MOVE WS-EXCESS     TO WI-ORIG-AMOUNT(WS-ITEM-IDX)
                MOVE WS-EXCESS     TO WI-OPEN-AMOUNT(WS-ITEM-IDX)
                MOVE 'C'           TO WI-STATUS(WS-ITEM-IDX)
                MOVE WS-TODAY-YMD  TO WI-LAST-ACTIVITY(WS-ITEM-IDX)
                MOVE WS-EXCESS     TO WS-NL-CREDIT
            END-IF.
       HOLD-IN-SUSPENSE.
            IF WS-SUSP-COUNT >= 500
                DISPLAY "Suspense table full - nothing applied."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-SUSP-COUNT.
            SET WS-SUSP-IDX TO WS-SUSP-COUNT.
            MOVE TRAN-ACCT-NO  TO WU-ACCT-NO(WS-SUSP-IDX).
            MOVE WS-RCPT-YMD   TO WU-RCPT-DATE(WS-SUSP-IDX).
            MOVE TRAN-INV-NUM  TO WU-INV-NUM(WS-SUSP-IDX).
            MOVE WS-AMOUNT     TO WU-AMOUNT(WS-SUSP-IDX).
            MOVE TRAN-TENDER   TO WU-TENDER(WS-SUSP-IDX).
            MOVE TRAN-CHECK-NO TO WU-CHECK-NO(WS-SUSP-IDX).
            MOVE WS-REASON     TO WU-REASON(WS-SUSP-IDX).
            MOVE WS-TODAY-YMD  TO WU-HELD-DATE(WS-SUSP-IDX).
            MOVE 'H'           TO WU-STATUS(WS-SUSP-IDX).
            MOVE WS-AMOUNT     TO WS-NL-SUSPENSE.
            IF WS-NL-OUTCOME = SPACES
                MOVE "SUSPENSE" TO WS-NL-OUTCOME
                ADD 1 TO WS-SUSPENSE-COUNT
            END-IF.
       APPLY-VOID.
      * a void names its receipt's invoice with the same-day date -
      * the rule the receipt print enforces - and undoes whatever
      * the receipt did.
            MOVE TRAN-ACCT-NO TO WS-VOID-ACCT.
            MOVE TRAN-DATE    TO WS-VOID-DATE.
            MOVE TRAN-INV-NUM TO WS-VOID-INV.
            PERFORM FIND-VOIDABLE-RECEIPT.
            IF NOT WS-FOUND
                DISPLAY "Void with no applied same-day receipt for "
                    "invoice " TRAN-INV-NUM " on account "
                    TRAN-ACCT-NO " - nothing reversed."
                ADD 1 TO WS-UNMATCHED-COUNT
            ELSE
                MOVE 'Y' TO WL-VOIDED(WS-SLOT)
                MOVE WL-APPLIED-INV(WS-SLOT) TO WS-NL-APPLIED-INV
                MOVE WL-APPLIED(WS-SLOT)     TO WS-NL-APPLIED
                MOVE WL-CREDIT(WS-SLOT)      TO WS-NL-CREDIT
                MOVE WL-SUSPENSE(WS-SLOT)    TO WS-NL-SUSPENSE
                IF WS-NL-APPLIED > ZERO
                    IF WS-NL-APPLIED-INV = ZERO
                        PERFORM RESTORE-OPENING-BALANCE
                    ELSE
                        PERFORM REOPEN-APPLIED-INVOICE
                    END-IF
                END-IF
                IF WS-NL-CREDIT > ZERO
                    PERFORM TAKE-BACK-CREDIT
                END-IF
                IF WS-NL-SUSPENSE > ZERO
                    PERFORM REVERSE-SUSPENSE-ENTRY
                END-IF
                MOVE "VOIDED  " TO WS-NL-OUTCOME
                ADD 1 TO WS-VOID-COUNT
            END-IF.
       FIND-VOIDABLE-RECEIPT.
            MOVE 'N'  TO WS-FOUND-FLAG.
            MOVE ZERO TO WS-SLOT.
            PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                    UNTIL WS-LOG-IDX > WS-LOG-COUNT
                        OR WS-FOUND
                MOVE WL-RECEIPT(WS-LOG-IDX) TO WS-LOG-RECEIPT
                IF WLR-IS-RECEIPT
                        AND WLR-ACCT-NO  = WS-VOID-ACCT
                        AND WLR-INV-NUM  = WS-VOID-INV
                        AND WLR-DATE     = WS-VOID-DATE
                        AND WL-VOIDED(WS-LOG-IDX) = 'N'
                    SET WS-FOUND TO TRUE
                    SET WS-SLOT TO WS-LOG-IDX
                END-IF
            END-PERFORM.
       REOPEN-APPLIED-INVOICE.
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                        OR WS-FOUND
                IF WI-INV-NUM(WS-ITEM-IDX) = WS-NL-APPLIED-INV
                        AND WI-ACCT-NO(WS-ITEM-IDX) = TRAN-ACCT-NO
                        AND (WI-STATUS(WS-ITEM-IDX) = 'O'
                            OR WI-STATUS(WS-ITEM-IDX) = 'P')
                        AND WI-OPEN-AMOUNT(WS-ITEM-IDX)
                            + WS-NL-APPLIED
                            NOT > WI-ORIG-AMOUNT(WS-ITEM-IDX)
                    SET WS-FOUND TO TRUE
                    ADD WS-NL-APPLIED
                        TO WI-OPEN-AMOUNT(WS-ITEM-IDX)
                    MOVE 'O' TO WI-STATUS(WS-ITEM-IDX)
                    MOVE WS-TODAY-YMD
                        TO WI-LAST-ACTIVITY(WS-ITEM-IDX)
                END-IF
            END-PERFORM.
            IF NOT WS-FOUND
                DISPLAY "Void of invoice " WS-NL-APPLIED-INV
                    " - the invoice could not be reopened; check "
                    "aropen.txt."
                ADD 1 TO WS-UNMATCHED-COUNT
            END-IF.
       RESTORE-OPENING-BALANCE.
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                        OR WS-FOUND
                IF WA-ACCT-NO(WS-ACCT-IDX) = TRAN-ACCT-NO
                    SET WS-FOUND TO TRUE
                    ADD WS-NL-APPLIED TO WA-BALANCE(WS-ACCT-IDX)
                    SET WS-ACCOUNTS-CHANGED TO TRUE
                END-IF
            END-PERFORM.
            IF NOT WS-FOUND
                DISPLAY "Void against the opening balance of account "
                    TRAN-ACCT-NO " - the account is not on "
                    "acctmast.txt; nothing put back."
                ADD 1 TO WS-UNMATCHED-COUNT
            END-IF.
       TAKE-BACK-CREDIT.
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                        OR WS-FOUND
                IF WI-INV-NUM(WS-ITEM-IDX) = TRAN-INV-NUM
                        AND WI-ACCT-NO(WS-ITEM-IDX) = TRAN-ACCT-NO
                        AND WI-TERMS(WS-ITEM-IDX) = "CR "
                        AND WI-INV-DATE(WS-ITEM-IDX) = WS-RCPT-YMD
                    SET WS-FOUND TO TRUE
                    IF WI-OPEN-AMOUNT(WS-ITEM-IDX) < WS-NL-CREDIT
                        DISPLAY "Void of invoice " TRAN-INV-NUM
                            " - part of its credit was already "
                            "refunded; recover it from account "
                            TRAN-ACCT-NO "."
                        ADD 1 TO WS-UNMATCHED-COUNT
                        MOVE ZERO TO WI-OPEN-AMOUNT(WS-ITEM-IDX)
                    ELSE
                        SUBTRACT WS-NL-CREDIT
                            FROM WI-OPEN-AMOUNT(WS-ITEM-IDX)
                    END-IF
                    IF WI-OPEN-AMOUNT(WS-ITEM-IDX) = ZERO
                        MOVE 'P' TO WI-STATUS(WS-ITEM-IDX)
                    END-IF
                    MOVE WS-TODAY-YMD
                        TO WI-LAST-ACTIVITY(WS-ITEM-IDX)
                END-IF
            END-PERFORM.
       REVERSE-SUSPENSE-ENTRY.
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                    UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                        OR WS-FOUND
                IF WU-ACCT-NO(WS-SUSP-IDX) = TRAN-ACCT-NO
                        AND WU-INV-NUM(WS-SUSP-IDX) = TRAN-INV-NUM
                        AND WU-RCPT-DATE(WS-SUSP-IDX) = WS-RCPT-YMD
                        AND WU-AMOUNT(WS-SUSP-IDX) = WS-NL-SUSPENSE
                        AND WU-STATUS(WS-SUSP-IDX) = 'H'
                    SET WS-FOUND TO TRUE
                    MOVE 'R' TO WU-STATUS(WS-SUSP-IDX)
                END-IF
            END-PERFORM.
       APPLY-REFUND.
      * a refund pays the customer back out of the credit held on
      * the account, oldest credit first.
            MOVE TRAN-PRICE TO WS-REMAINING.
            PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                        OR WS-REMAINING = ZERO
                IF WI-ACCT-NO(WS-ITEM-IDX) = TRAN-ACCT-NO
                        AND WI-STATUS(WS-ITEM-IDX) = 'C'
                    IF WI-OPEN-AMOUNT(WS-ITEM-IDX) > WS-REMAINING
                        MOVE WS-REMAINING TO WS-TAKE
                    ELSE
                        MOVE WI-OPEN-AMOUNT(WS-ITEM-IDX) TO WS-TAKE
                    END-IF
                    SUBTRACT WS-TAKE FROM WI-OPEN-AMOUNT(WS-ITEM-IDX)
                    SUBTRACT WS-TAKE FROM WS-REMAINING
                    ADD WS-TAKE TO WS-NL-CREDIT
                    IF WI-OPEN-AMOUNT(WS-ITEM-IDX) = ZERO
                        MOVE 'P' TO WI-STATUS(WS-ITEM-IDX)
                    END-IF
                    MOVE WS-TODAY-YMD
                        TO WI-LAST-ACTIVITY(WS-ITEM-IDX)
                END-IF
            END-PERFORM.
            IF WS-REMAINING > ZERO
                DISPLAY "Refund on account " TRAN-ACCT-NO
                    " exceeds the credit held by " WS-REMAINING
                    " - check the refund authorization " TRAN-AUTH
                    "."
                ADD 1 TO WS-UNMATCHED-COUNT
            END-IF.
            MOVE "REFUND  " TO WS-NL-OUTCOME.
            ADD 1 TO WS-REFUND-COUNT.
       ADD-LOG-ENTRY.
            IF WS-LOG-COUNT >= 3000
                DISPLAY "Cash log table full - nothing applied."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-LOG-COUNT.
            SET WS-LOG-IDX TO WS-LOG-COUNT.
            MOVE RECEIPT-RECORD    TO WL-RECEIPT(WS-LOG-IDX).
            MOVE WS-NL-OUTCOME     TO WL-OUTCOME(WS-LOG-IDX).
            MOVE WS-NL-APPLIED-INV TO WL-APPLIED-INV(WS-LOG-IDX).
            MOVE WS-NL-APPLIED     TO WL-APPLIED(WS-LOG-IDX).
            MOVE WS-NL-CREDIT      TO WL-CREDIT(WS-LOG-IDX).
            MOVE WS-NL-SUSPENSE    TO WL-SUSPENSE(WS-LOG-IDX).
            MOVE WS-TODAY-YMD      TO WL-RUN-DATE(WS-LOG-IDX).
            MOVE 'Y'               TO WL-CONSUMED(WS-LOG-IDX).
            MOVE 'N'               TO WL-VOIDED(WS-LOG-IDX).
       VALIDATE-INVOICE-CHECK-DIGIT.
            COMPUTE WS-INV-CHECK-SUM =
                WS-INV-DIGIT-1 + WS-INV-DIGIT-2 + WS-INV-DIGIT-3.
            DIVIDE WS-INV-CHECK-SUM BY 10
                GIVING WS-INV-CHECK-SUM
                REMAINDER WS-INV-CHECK-DIGIT-CALC.
            IF WS-INV-CHECK-DIGIT-CALC NOT = WS-INV-CHECK
                MOVE "INVOICE CHECK DIGIT FAILS" TO WS-REASON
            END-IF.
       SAVE-ACCOUNTS.
            OPEN OUTPUT ACCOUNT-MASTER-FILE.
            IF WS-ACCT-MASTER-STATUS NOT = "00"
                DISPLAY "Unable to rewrite acctmast.txt - status "
                    WS-ACCT-MASTER-STATUS " - nothing applied."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                MOVE WA-ACCT-NO(WS-ACCT-IDX)   TO AM-ACCT-NO
                MOVE WA-CUST-NAME(WS-ACCT-IDX) TO AM-CUST-NAME
                MOVE WA-BALANCE(WS-ACCT-IDX)   TO AM-OPEN-BALANCE
                MOVE WA-STATUS(WS-ACCT-IDX)    TO AM-STATUS
                MOVE WA-FC-EXEMPT(WS-ACCT-IDX) TO AM-FC-EXEMPT
                WRITE ACCOUNT-MASTER-RECORD
            END-PERFORM.
            CLOSE ACCOUNT-MASTER-FILE.
       SAVE-OPEN-ITEMS.
            OPEN OUTPUT OPEN-ITEM-FILE.
            IF WS-OPEN-ITEM-STATUS NOT = "00"
                DISPLAY "Unable to rewrite aropen.txt - status "
                    WS-OPEN-ITEM-STATUS " - nothing applied."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                MOVE WS-ITEM-ENTRY(WS-ITEM-IDX) TO OPEN-ITEM-RECORD
                WRITE OPEN-ITEM-RECORD
            END-PERFORM.
            CLOSE OPEN-ITEM-FILE.
       SAVE-SUSPENSE.
            OPEN OUTPUT SUSPENSE-FILE.
            IF WS-SUSPENSE-STATUS NOT = "00"
                DISPLAY "*** Unable to rewrite arsuspense.txt - "
                    "status " WS-SUSPENSE-STATUS " - aropen.txt is "
                    "updated but the suspense entries are not ***"
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                        UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                    MOVE WS-SUSP-ENTRY(WS-SUSP-IDX)
                        TO UNAPPLIED-CASH-RECORD
                    WRITE UNAPPLIED-CASH-RECORD
                END-PERFORM
                CLOSE SUSPENSE-FILE
            END-IF.
       EXTEND-CASH-LOG.
            OPEN EXTEND CASH-LOG-FILE.
            IF WS-CASH-LOG-STATUS = "05"
                    OR WS-CASH-LOG-STATUS = "35"
                OPEN OUTPUT CASH-LOG-FILE
            END-IF.
            IF WS-CASH-LOG-STATUS NOT = "00"
                DISPLAY "*** Unable to open arcashlog.txt - status "
                    WS-CASH-LOG-STATUS " - this run's receipts ARE "
                    "APPLIED BUT NOT LOGGED - do not re-run until "
                    "the log is restored ***"
                MOVE 12 TO RETURN-CODE
            ELSE
                COMPUTE WS-SLOT = WS-LOG-LOADED + 1
                PERFORM VARYING WS-LOG-IDX FROM WS-SLOT BY 1
                        UNTIL WS-LOG-IDX > WS-LOG-COUNT
                    MOVE WL-RECEIPT(WS-LOG-IDX)  TO CL-RECEIPT
                    MOVE WL-OUTCOME(WS-LOG-IDX)  TO CL-OUTCOME
                    MOVE WL-APPLIED-INV(WS-LOG-IDX)
                        TO CL-APPLIED-INV
                    MOVE WL-APPLIED(WS-LOG-IDX)  TO CL-APPLIED
                    MOVE WL-CREDIT(WS-LOG-IDX)   TO CL-CREDIT
                    MOVE WL-SUSPENSE(WS-LOG-IDX) TO CL-SUSPENSE
                    MOVE WL-RUN-DATE(WS-LOG-IDX) TO CL-RUN-DATE
                    WRITE CASH-LOG-RECORD
                END-PERFORM
                CLOSE CASH-LOG-FILE
            END-IF.
       WRITE-SUSPENSE-REVIEW.
            OPEN OUTPUT REVIEW-LIST-FILE.
            IF WS-REVIEW-STATUS NOT = "00"
                DISPLAY "Unable to open arsusprev.txt - status "
                    WS-REVIEW-STATUS
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE WS-TODAY-YMD TO RVT-DATE
                WRITE REVIEW-LIST-RECORD FROM WS-RV-RULE
                WRITE REVIEW-LIST-RECORD FROM WS-RV-TITLE
                WRITE REVIEW-LIST-RECORD FROM WS-RV-RULE
                WRITE REVIEW-LIST-RECORD FROM WS-RV-COLUMNS
                PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                        UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                    IF WU-STATUS(WS-SUSP-IDX) = 'H'
                        PERFORM WRITE-REVIEW-LINE
                    END-IF
                END-PERFORM
                WRITE REVIEW-LIST-RECORD FROM WS-RV-RULE
                IF WS-HELD-COUNT = ZERO
                    WRITE REVIEW-LIST-RECORD FROM WS-RV-NONE
                ELSE
                    MOVE WS-HELD-COUNT TO RVS-COUNT
                    MOVE WS-HELD-TOTAL TO RVS-AMOUNT
                    WRITE REVIEW-LIST-RECORD FROM WS-RV-TOTAL
                END-IF
                CLOSE REVIEW-LIST-FILE
            END-IF.
       WRITE-REVIEW-LINE.
            MOVE "DIFF" TO DS-FUNCTION.
            MOVE WS-TODAY-YMD TO DS-DATE-1.
            MOVE WU-HELD-DATE(WS-SUSP-IDX) TO DS-DATE-2.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS = 'Y'
                MOVE DS-RESULT TO WS-DAYS-HELD
            ELSE
                MOVE ZERO TO WS-DAYS-HELD
            END-IF.
            MOVE WU-ACCT-NO(WS-SUSP-IDX)   TO RVD-ACCT.
            MOVE WU-RCPT-DATE(WS-SUSP-IDX) TO RVD-DATE.
            MOVE WU-INV-NUM(WS-SUSP-IDX)   TO RVD-INV.
            MOVE WU-AMOUNT(WS-SUSP-IDX)    TO RVD-AMOUNT.
            MOVE WU-TENDER(WS-SUSP-IDX)    TO RVD-TENDER.
            MOVE WU-CHECK-NO(WS-SUSP-IDX)  TO RVD-CHECK.
            MOVE WS-DAYS-HELD              TO RVD-DAYS.
            MOVE WU-REASON(WS-SUSP-IDX)    TO RVD-REASON.
            WRITE REVIEW-LIST-RECORD FROM WS-RV-DETAIL.
            ADD 1 TO WS-HELD-COUNT.
            ADD WU-AMOUNT(WS-SUSP-IDX) TO WS-HELD-TOTAL.
       END PROGRAM AR-CASH-APPLICATION.
