      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lockbox import, so the payments the bank takes into
      *          our lockbox stop being typed into receipts.txt from
      *          its printed list. Reads the bank's transmission
      *          (lockbox.txt, layout LOCKBOX): the whole batch is
      *          refused (return code 16, nothing written) unless it
      *          is a header, items and a trailer whose item count and
      *          total agree with the items. A batch already loaded -
      *          the same lockbox and batch number on the register
      *          arlbreg.txt - is refused with return code 8. Each
      *          item is matched to an account: an invoice reference
      *          must pass the check digit and be open on aropen.txt
      *          (on the account given, if one is); an account
      *          reference alone is applied to the account's opening
      *          balance while one is owed (invoice 0000, which the
      *          cash application takes as the opening balance), and
      *          otherwise to its oldest open invoice. The account
      *          must be on acctmast.txt and not closed; money for a
      *          written-off account goes through for the receipt run
      *          to take as a recovery.
      *          Matched items are added to receipts.txt as check
      *          receipts (tender K, the check number, the deposit
      *          date, marked LOCKBX in the authorization so the
      *          receipt run keeps them off our own deposit slip)
      *          carrying the account's running balance; the rest are
      *          listed with the reason on arlbexc.txt for the cash
      *          clerk. Return code 4 when any item was an
      *          exception.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-LOCKBOX-IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "lockbox.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCKBOX-STATUS.
           SELECT LOCKBOX-REGISTER-FILE ASSIGN TO "arlbreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "acctmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "aropen.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-ITEM-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "receipts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "arlbexc.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT CASH-LOG-FILE ASSIGN TO "arcashlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASH-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOCKBOX-FILE.
       COPY LOCKBOX.
       FD LOCKBOX-REGISTER-FILE.
       01 LOCKBOX-REGISTER-RECORD.
           05 LR-LOCKBOX-ID      PIC X(6).
           05 LR-BATCH-NO        PIC 9(6).
           05 LR-DEPOSIT-DATE    PIC 9(8).
           05 LR-LOADED-DATE     PIC 9(8).
           05 LR-ITEM-COUNT      PIC 9(5).
           05 LR-TOTAL           PIC 9(9)V99.
           05 LR-IMPORTED-COUNT  PIC 9(5).
           05 LR-IMPORTED-AMOUNT PIC 9(9)V99.
           05 LR-EXCEPTION-COUNT PIC 9(5).
       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           05 AM-ACCT-NO      PIC 9(6).
           05 AM-CUST-NAME    PIC X(20).
           05 AM-OPEN-BALANCE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 AM-STATUS       PIC X(1).
               88 AM-IS-CLOSED        VALUE 'C'.
               88 AM-WRITTEN-OFF      VALUE 'W'.
           05 AM-FC-EXEMPT    PIC X(1).
               88 AM-FC-IS-EXEMPT     VALUE 'Y'.
       FD OPEN-ITEM-FILE.
       COPY OPENITEM.
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
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD PIC X(100).
       FD CASH-LOG-FILE.
       COPY CASHLOG.
       WORKING-STORAGE SECTION.
       01 WS-LOCKBOX-STATUS     PIC X(2).
       01 WS-REGISTER-STATUS    PIC X(2).
       01 WS-ACCT-MASTER-STATUS PIC X(2).
       01 WS-OPEN-ITEM-STATUS   PIC X(2).
       01 WS-RECEIPT-STATUS     PIC X(2).
       01 WS-EXCEPTION-STATUS   PIC X(2).
       01 WS-CASH-LOG-STATUS    PIC X(2).
       01 WS-EOF-FLAG           PIC A(1) VALUE 'N'.
           88 WS-END-OF-FILE             VALUE 'Y'.
       01 WS-BATCH-FIELDS.
           05 WS-LOCKBOX-ID      PIC X(6).
           05 WS-BATCH-NO        PIC 9(6).
           05 WS-DEPOSIT-DATE    PIC 9(8).
           05 WS-DEPOSIT-DATE-R REDEFINES WS-DEPOSIT-DATE.
               10 WS-DEP-YYYY    PIC 9(4).
               10 WS-DEP-MM      PIC 9(2).
               10 WS-DEP-DD      PIC 9(2).
           05 WS-RECEIPT-DATE    PIC 9(8).
           05 WS-RECEIPT-DATE-R REDEFINES WS-RECEIPT-DATE.
               10 WS-RCP-DD      PIC 9(2).
               10 WS-RCP-MM      PIC 9(2).
               10 WS-RCP-YYYY    PIC 9(4).
           05 WS-TRAILER-COUNT   PIC 9(5).
           05 WS-TRAILER-TOTAL   PIC 9(9)V99.
           05 WS-ITEMS-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05 WS-HEADER-FLAG     PIC A(1) VALUE 'N'.
               88 WS-HEADER-SEEN          VALUE 'Y'.
           05 WS-TRAILER-FLAG    PIC A(1) VALUE 'N'.
               88 WS-TRAILER-SEEN         VALUE 'Y'.
           05 WS-BATCH-ERROR     PIC X(50) VALUE SPACES.
           05 WS-RECORD-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-ITEM-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ITEM-IDX.
               10 WL-SEQUENCE      PIC 9(5).
               10 WL-ACCT-REF      PIC 9(6).
               10 WL-INV-REF       PIC 9(4).
               10 WL-AMOUNT        PIC 9(7)V99.
               10 WL-CHECK-NO      PIC X(6).
               10 WL-ACCT-NO       PIC 9(6).
               10 WL-INV-NUM       PIC 9(4).
               10 WL-REASON        PIC X(30).
       01 WS-ACCT-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10 WA-ACCT-NO   PIC 9(6).
               10 WA-STATUS    PIC X(1).
               10 WA-RUNNING   PIC S9(9)V99.
               10 WA-OPEN-BAL  PIC S9(7)V99.
       01 WS-OPEN-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-OPEN-IDX.
               10 WO-INV-NUM   PIC 9(4).
               10 WO-ACCT-NO   PIC 9(6).
               10 WO-DUE-DATE  PIC 9(8).
       01 WS-WORK-FIELDS.
           05 WS-FOUND-FLAG      PIC A(1).
               88 WS-FOUND                VALUE 'Y'.
           05 WS-SLOT            PIC 9(4).
           05 WS-BEST-DUE        PIC 9(8).
           05 WS-FIND-ACCT       PIC 9(6).
           05 WS-INVOICE-OPEN-FLAG PIC A(1).
               88 WS-INVOICE-IS-OPEN      VALUE 'Y'.
           05 WS-REASON          PIC X(30).
           05 WS-INV-CHECK-WORK  PIC 9(4).
           05 WS-INV-CHECK-R REDEFINES WS-INV-CHECK-WORK.
               10 WS-INV-DIGIT-1 PIC 9.
               10 WS-INV-DIGIT-2 PIC 9.
               10 WS-INV-DIGIT-3 PIC 9.
               10 WS-INV-CHECK   PIC 9.
           05 WS-INV-CHECK-SUM   PIC 9(2).
           05 WS-INV-CHECK-CALC  PIC 9.
       01 WS-CONTROL-TOTALS.
           05 WS-IMPORTED-COUNT  PIC 9(5) VALUE ZERO.
           05 WS-IMPORTED-AMOUNT PIC 9(9)V99 VALUE ZERO.
           05 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
           05 WS-EXCEPTION-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 WS-TODAY-YMD          PIC 9(8).
       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YY PIC 99.
           05 WS-RUN-MM PIC 99.
           05 WS-RUN-DD PIC 99.
       01 WS-EXCEPTION-LINES.
           05 WS-EX-RULE.
               10 FILLER PIC X(90) VALUE ALL "=".
           05 WS-EX-TITLE.
               10 FILLER PIC X(28) VALUE
                   "LOCKBOX IMPORT EXCEPTIONS".
               10 FILLER PIC X(8)  VALUE "LOCKBOX ".
               10 EXT-LOCKBOX      PIC X(6).
               10 FILLER PIC X(8)  VALUE "  BATCH ".
               10 EXT-BATCH        PIC 9(6).
               10 FILLER PIC X(16) VALUE "  DEPOSIT DATE ".
               10 EXT-DEPOSIT      PIC 9(8).
           05 WS-EX-COLUMNS.
               10 FILLER PIC X(7)  VALUE "ITEM".
               10 FILLER PIC X(9)  VALUE "ACCOUNT".
               10 FILLER PIC X(6)  VALUE "INV".
               10 FILLER PIC X(13) VALUE "       AMOUNT".
               10 FILLER PIC X(3)  VALUE SPACE.
               10 FILLER PIC X(8)  VALUE "CHECK".
               10 FILLER PIC X(30) VALUE "REASON".
           05 WS-EX-DETAIL.
               10 EXD-SEQUENCE     PIC 9(5).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 EXD-ACCT         PIC 9(6).
               10 FILLER           PIC X(3)  VALUE SPACE.
               10 EXD-INV          PIC 9(4).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 EXD-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(3)  VALUE SPACE.
               10 EXD-CHECK        PIC X(6).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 EXD-REASON       PIC X(30).
           05 WS-EX-NONE.
               10 FILLER PIC X(40) VALUE
                   "  NO EXCEPTIONS - EVERY ITEM IMPORTED".
           05 WS-EX-TOTAL.
               10 EXS-LABEL        PIC X(24).
               10 EXS-COUNT        PIC ZZ,ZZ9.
               10 FILLER           PIC X(4)  VALUE SPACE.
               10 EXS-AMOUNT       PIC $ZZZ,ZZZ,ZZ9.99.
       COPY DATEREQ.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-RUN-DATE-RAW FROM DATE.
            COMPUTE WS-TODAY-YMD =
                20000000 + (WS-RUN-YY * 10000)
                    + (WS-RUN-MM * 100) + WS-RUN-DD.
            PERFORM LOAD-TRANSMISSION.
            PERFORM PROVE-TRANSMISSION.
            IF WS-BATCH-ERROR NOT = SPACES
                DISPLAY "Lockbox batch refused - " WS-BATCH-ERROR
                DISPLAY "Nothing imported; ask the bank to resend."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CHECK-ALREADY-LOADED.
            PERFORM LOAD-ACCOUNTS.
            PERFORM LOAD-OPEN-ITEMS.
            PERFORM LOAD-OPENING-PAYMENTS.
            PERFORM LOAD-RUNNING-BALANCES.
            PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                PERFORM MATCH-ONE-ITEM
            END-PERFORM.
            IF WS-IMPORTED-COUNT > ZERO
                PERFORM WRITE-RECEIPTS
            END-IF.
            PERFORM REGISTER-TRANSMISSION.
            PERFORM WRITE-EXCEPTION-LISTING.
            DISPLAY "Lockbox " WS-LOCKBOX-ID " batch " WS-BATCH-NO
                " - " WS-IMPORTED-COUNT " item(s) imported to "
                "receipts.txt, " WS-EXCEPTION-COUNT
                " exception(s) on arlbexc.txt.".
            IF RETURN-CODE = ZERO AND WS-EXCEPTION-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.
       LOAD-TRANSMISSION.
            OPEN INPUT LOCKBOX-FILE.
            IF WS-LOCKBOX-STATUS NOT = "00"
                DISPLAY "lockbox.txt not found - status "
                    WS-LOCKBOX-STATUS " - nothing to import."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-END-OF-FILE
                READ LOCKBOX-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RECORD-COUNT
                        IF WS-BATCH-ERROR = SPACES
                            PERFORM TAKE-ONE-RECORD
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE LOCKBOX-FILE.
            MOVE 'N' TO WS-EOF-FLAG.
       TAKE-ONE-RECORD.
      * header first, trailer last, items in between - anything
      * else means the transmission is not what the bank sent.
            EVALUATE TRUE
                WHEN WS-TRAILER-SEEN
                    MOVE "RECORDS AFTER THE BATCH TRAILER"
                        TO WS-BATCH-ERROR
                WHEN LB-IS-HEADER AND WS-RECORD-COUNT = 1
                    SET WS-HEADER-SEEN TO TRUE
                    MOVE LBH-LOCKBOX-ID   TO WS-LOCKBOX-ID
                    MOVE LBH-BATCH-NO     TO WS-BATCH-NO
                    MOVE LBH-DEPOSIT-DATE TO WS-DEPOSIT-DATE
                    IF LBH-BATCH-NO IS NOT NUMERIC
                            OR LBH-LOCKBOX-ID = SPACES
                        MOVE "BATCH HEADER UNREADABLE"
                            TO WS-BATCH-ERROR
                    ELSE
                        MOVE "VAL " TO DS-FUNCTION
                        MOVE LBH-DEPOSIT-DATE TO DS-DATE-1-X
                        CALL "DATESRV" USING DS-REQUEST
                        IF DS-STATUS NOT = 'Y'
                            MOVE "DEPOSIT DATE IN HEADER NOT VALID"
                                TO WS-BATCH-ERROR
                        END-IF
                    END-IF
                WHEN NOT WS-HEADER-SEEN
                    MOVE "FIRST RECORD IS NOT A BATCH HEADER"
                        TO WS-BATCH-ERROR
                WHEN LB-IS-ITEM
                    PERFORM TAKE-ONE-ITEM
                WHEN LB-IS-TRAILER
                    SET WS-TRAILER-SEEN TO TRUE
                    IF LBT-ITEM-COUNT IS NOT NUMERIC
                            OR LBT-TOTAL IS NOT NUMERIC
                        MOVE "BATCH TRAILER UNREADABLE"
                            TO WS-BATCH-ERROR
                    ELSE
                        MOVE LBT-ITEM-COUNT TO WS-TRAILER-COUNT
                        MOVE LBT-TOTAL      TO WS-TRAILER-TOTAL
                    END-IF
                WHEN OTHER
                    MOVE "UNKNOWN RECORD TYPE IN BATCH"
                        TO WS-BATCH-ERROR
            END-EVALUATE.
       TAKE-ONE-ITEM.
            IF LBD-SEQUENCE IS NOT NUMERIC
                    OR LBD-ACCT-NO IS NOT NUMERIC
                    OR LBD-INV-NUM IS NOT NUMERIC
                    OR LBD-AMOUNT IS NOT NUMERIC
                MOVE "PAYMENT ITEM UNREADABLE" TO WS-BATCH-ERROR
            ELSE
                IF WS-ITEM-COUNT >= 500
                    MOVE "MORE THAN 500 ITEMS IN THE BATCH"
                        TO WS-BATCH-ERROR
                ELSE
                    ADD 1 TO WS-ITEM-COUNT
                    SET WS-ITEM-IDX TO WS-ITEM-COUNT
                    MOVE LBD-SEQUENCE TO WL-SEQUENCE(WS-ITEM-IDX)
                    MOVE LBD-ACCT-NO  TO WL-ACCT-REF(WS-ITEM-IDX)
                    MOVE LBD-INV-NUM  TO WL-INV-REF(WS-ITEM-IDX)
                    MOVE LBD-AMOUNT   TO WL-AMOUNT(WS-ITEM-IDX)
                    MOVE LBD-CHECK-NO TO WL-CHECK-NO(WS-ITEM-IDX)
                    MOVE ZERO         TO WL-ACCT-NO(WS-ITEM-IDX)
                    MOVE ZERO         TO WL-INV-NUM(WS-ITEM-IDX)
                    MOVE SPACES       TO WL-REASON(WS-ITEM-IDX)
                    ADD LBD-AMOUNT    TO WS-ITEMS-TOTAL
                END-IF
            END-IF.
       PROVE-TRANSMISSION.
            IF WS-BATCH-ERROR = SPACES
                EVALUATE TRUE
                    WHEN NOT WS-HEADER-SEEN
                        MOVE "EMPTY TRANSMISSION" TO WS-BATCH-ERROR
                    WHEN NOT WS-TRAILER-SEEN
                        MOVE "NO BATCH TRAILER - TRANSMISSION CUT SHORT"
                            TO WS-BATCH-ERROR
                    WHEN WS-TRAILER-COUNT NOT = WS-ITEM-COUNT
                        MOVE "TRAILER ITEM COUNT DISAGREES"
                            TO WS-BATCH-ERROR
                    WHEN WS-TRAILER-TOTAL NOT = WS-ITEMS-TOTAL
                        MOVE "TRAILER TOTAL DISAGREES WITH ITEMS"
                            TO WS-BATCH-ERROR
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
       CHECK-ALREADY-LOADED.
            OPEN INPUT LOCKBOX-REGISTER-FILE.
            IF WS-REGISTER-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ LOCKBOX-REGISTER-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF LR-LOCKBOX-ID = WS-LOCKBOX-ID
                                    AND LR-BATCH-NO = WS-BATCH-NO
                                DISPLAY "Lockbox " WS-LOCKBOX-ID
                                    " batch " WS-BATCH-NO
                                    " was already loaded on "
                                    LR-LOADED-DATE " - refused; "
                                    "nothing imported."
                                CLOSE LOCKBOX-REGISTER-FILE
                                MOVE 8 TO RETURN-CODE
                                STOP RUN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LOCKBOX-REGISTER-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       LOAD-ACCOUNTS.
            OPEN INPUT ACCOUNT-MASTER-FILE.
            IF WS-ACCT-MASTER-STATUS NOT = "00"
                DISPLAY "acctmast.txt not found - status "
                    WS-ACCT-MASTER-STATUS " - nothing imported."
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
                            MOVE AM-STATUS TO
                                WA-STATUS(WS-ACCT-IDX)
                            MOVE AM-OPEN-BALANCE TO
                                WA-RUNNING(WS-ACCT-IDX)
                            MOVE AM-OPEN-BALANCE TO
                                WA-OPEN-BAL(WS-ACCT-IDX)
                        ELSE
                            DISPLAY "Account table full - "
                                "account dropped: " AM-ACCT-NO
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ACCOUNT-MASTER-FILE.
            MOVE 'N' TO WS-EOF-FLAG.
       LOAD-OPEN-ITEMS.
            OPEN INPUT OPEN-ITEM-FILE.
            IF WS-OPEN-ITEM-STATUS NOT = "00"
                DISPLAY "aropen.txt not found - only payments to "
                    "written-off accounts can be matched."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ OPEN-ITEM-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF OI-IS-OPEN
                                PERFORM REMEMBER-OPEN-ITEM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPEN-ITEM-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       REMEMBER-OPEN-ITEM.
            IF WS-OPEN-COUNT < 2000
                ADD 1 TO WS-OPEN-COUNT
                SET WS-OPEN-IDX TO WS-OPEN-COUNT
                MOVE OI-INV-NUM  TO WO-INV-NUM(WS-OPEN-IDX)
                MOVE OI-ACCT-NO  TO WO-ACCT-NO(WS-OPEN-IDX)
                MOVE OI-DUE-DATE TO WO-DUE-DATE(WS-OPEN-IDX)
            ELSE
                DISPLAY "More than 2000 open items on aropen.txt - "
                    "table full; nothing imported."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
       LOAD-OPENING-PAYMENTS.
      * the cash application takes opening balance payments (applied
      * invoice 0000 on arcashlog.txt, less voids) off AM-OPEN-BALANCE.
      * WA-OPEN-BAL keeps what is still owed; the running balance
      * goes back to the opening balance before those payments, the
      * figure every receipt on file was worked from.
            OPEN INPUT CASH-LOG-FILE.
            IF WS-CASH-LOG-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ CASH-LOG-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF CL-APPLIED-INV = ZERO
                                    AND CL-APPLIED > ZERO
                                PERFORM NOTE-OPENING-PAYMENT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CASH-LOG-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       NOTE-OPENING-PAYMENT.
            MOVE CL-ACCT-NO TO WS-FIND-ACCT.
            PERFORM FIND-ACCOUNT.
            IF WS-FOUND
                SET WS-ACCT-IDX TO WS-SLOT
                EVALUATE TRUE
                    WHEN CL-WAS-EXACT OR CL-WAS-PARTIAL
                            OR CL-WAS-OVERPAID
                        ADD CL-APPLIED TO WA-RUNNING(WS-ACCT-IDX)
                    WHEN CL-WAS-VOID
                        SUBTRACT CL-APPLIED
                            FROM WA-RUNNING(WS-ACCT-IDX)
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
       LOAD-RUNNING-BALANCES.
      * a receipt carries the account's balance after it, as the
      * statement run computes it - the opening balance with every
      * receipt already on file added and refunds and voids taken
      * back out.
            OPEN INPUT RECEIPT-FILE.
            IF WS-RECEIPT-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ RECEIPT-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE TRAN-ACCT-NO TO WS-FIND-ACCT
                            PERFORM FIND-ACCOUNT
                            IF WS-FOUND
                                SET WS-ACCT-IDX TO WS-SLOT
                                IF TYPE-VOID OR TYPE-REFUND
                                    SUBTRACT TRAN-PRICE
                                        FROM WA-RUNNING(WS-ACCT-IDX)
                                ELSE
                                    ADD TRAN-PRICE
                                        TO WA-RUNNING(WS-ACCT-IDX)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RECEIPT-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       FIND-ACCOUNT.
            MOVE 'N'  TO WS-FOUND-FLAG.
            MOVE ZERO TO WS-SLOT.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                        OR WS-FOUND
                IF WA-ACCT-NO(WS-ACCT-IDX) = WS-FIND-ACCT
                    SET WS-FOUND TO TRUE
                    SET WS-SLOT TO WS-ACCT-IDX
                END-IF
            END-PERFORM.
       MATCH-ONE-ITEM.
            MOVE SPACES TO WS-REASON.
            MOVE WL-ACCT-REF(WS-ITEM-IDX) TO WL-ACCT-NO(WS-ITEM-IDX).
            MOVE WL-INV-REF(WS-ITEM-IDX)  TO WL-INV-NUM(WS-ITEM-IDX).
            EVALUATE TRUE
                WHEN WL-AMOUNT(WS-ITEM-IDX) = ZERO
                    MOVE "ZERO AMOUNT" TO WS-REASON
                WHEN WL-AMOUNT(WS-ITEM-IDX) > 99999.99
                    MOVE "OVER THE RECEIPT AMOUNT LIMIT" TO WS-REASON
                WHEN WL-ACCT-REF(WS-ITEM-IDX) = ZERO
                        AND WL-INV-REF(WS-ITEM-IDX) = ZERO
                    MOVE "NO ACCOUNT OR INVOICE GIVEN" TO WS-REASON
                WHEN WL-INV-REF(WS-ITEM-IDX) NOT = ZERO
                    PERFORM MATCH-BY-INVOICE
                WHEN OTHER
                    PERFORM MATCH-BY-ACCOUNT
            END-EVALUATE.
            IF WS-REASON = SPACES
                ADD 1 TO WS-IMPORTED-COUNT
                ADD WL-AMOUNT(WS-ITEM-IDX) TO WS-IMPORTED-AMOUNT
            ELSE
                MOVE WS-REASON TO WL-REASON(WS-ITEM-IDX)
                ADD 1 TO WS-EXCEPTION-COUNT
                ADD WL-AMOUNT(WS-ITEM-IDX) TO WS-EXCEPTION-AMOUNT
            END-IF.
       MATCH-BY-INVOICE.
            MOVE WL-INV-REF(WS-ITEM-IDX) TO WS-INV-CHECK-WORK.
            COMPUTE WS-INV-CHECK-SUM =
                WS-INV-DIGIT-1 + WS-INV-DIGIT-2 + WS-INV-DIGIT-3.
            DIVIDE WS-INV-CHECK-SUM BY 10
                GIVING WS-INV-CHECK-SUM
                REMAINDER WS-INV-CHECK-CALC.
            MOVE 'N' TO WS-INVOICE-OPEN-FLAG.
            IF WS-INV-CHECK-CALC NOT = WS-INV-CHECK
                MOVE "INVOICE CHECK DIGIT FAILS" TO WS-REASON
            ELSE
                PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                        UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
                            OR WS-INVOICE-IS-OPEN
                    IF WO-INV-NUM(WS-OPEN-IDX)
                            = WL-INV-REF(WS-ITEM-IDX)
                        SET WS-INVOICE-IS-OPEN TO TRUE
                        SET WS-SLOT TO WS-OPEN-IDX
                    END-IF
                END-PERFORM
                IF WS-INVOICE-IS-OPEN
                    SET WS-OPEN-IDX TO WS-SLOT
                    IF WL-ACCT-REF(WS-ITEM-IDX) = ZERO
                        MOVE WO-ACCT-NO(WS-OPEN-IDX)
                            TO WL-ACCT-NO(WS-ITEM-IDX)
                    ELSE
                        IF WO-ACCT-NO(WS-OPEN-IDX)
                                NOT = WL-ACCT-REF(WS-ITEM-IDX)
                            MOVE "INVOICE IS ON ANOTHER ACCOUNT"
                                TO WS-REASON
                        END-IF
                    END-IF
                END-IF
                IF WS-REASON = SPACES
                    IF WL-ACCT-NO(WS-ITEM-IDX) = ZERO
                        MOVE "INVOICE NOT OPEN ON AROPEN" TO WS-REASON
                    ELSE
                        PERFORM CHECK-ITEM-ACCOUNT
                    END-IF
                END-IF
      * an invoice no longer open is only good on a written-off
      * account, where the receipt is a recovery.
                IF WS-REASON = SPACES AND NOT WS-INVOICE-IS-OPEN
                        AND WA-STATUS(WS-ACCT-IDX) NOT = 'W'
                    MOVE "INVOICE NOT OPEN ON AROPEN" TO WS-REASON
                END-IF
            END-IF.
       MATCH-BY-ACCOUNT.
            PERFORM CHECK-ITEM-ACCOUNT.
      * the opening balance is the oldest money on the account - it
      * is paid down before any invoice.
            IF WS-REASON = SPACES
                    AND WA-STATUS(WS-ACCT-IDX) NOT = 'W'
                    AND WA-OPEN-BAL(WS-ACCT-IDX) > ZERO
                MOVE ZERO TO WL-INV-NUM(WS-ITEM-IDX)
            END-IF.
            IF WS-REASON = SPACES
                    AND WA-STATUS(WS-ACCT-IDX) NOT = 'W'
                    AND WA-OPEN-BAL(WS-ACCT-IDX) NOT > ZERO
                MOVE ZERO     TO WS-SLOT
                MOVE 99999999 TO WS-BEST-DUE
                PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                        UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
                    IF WO-ACCT-NO(WS-OPEN-IDX)
                            = WL-ACCT-NO(WS-ITEM-IDX)
                            AND WO-DUE-DATE(WS-OPEN-IDX)
                                < WS-BEST-DUE
                        MOVE WO-DUE-DATE(WS-OPEN-IDX) TO WS-BEST-DUE
                        SET WS-SLOT TO WS-OPEN-IDX
                    END-IF
                END-PERFORM
                IF WS-SLOT = ZERO
                    MOVE "NO OPEN INVOICE ON THE ACCOUNT"
                        TO WS-REASON
                ELSE
                    SET WS-OPEN-IDX TO WS-SLOT
                    MOVE WO-INV-NUM(WS-OPEN-IDX)
                        TO WL-INV-NUM(WS-ITEM-IDX)
                END-IF
            END-IF.
       CHECK-ITEM-ACCOUNT.
      * leaves WS-ACCT-IDX on the account when it is good.
            MOVE WL-ACCT-NO(WS-ITEM-IDX) TO WS-FIND-ACCT.
            PERFORM FIND-ACCOUNT.
            IF NOT WS-FOUND
                MOVE "ACCOUNT NOT ON ACCTMAST" TO WS-REASON
            ELSE
                SET WS-ACCT-IDX TO WS-SLOT
                IF WA-STATUS(WS-ACCT-IDX) = 'C'
                    MOVE "ACCOUNT IS CLOSED" TO WS-REASON
                END-IF
            END-IF.
       WRITE-RECEIPTS.
            OPEN EXTEND RECEIPT-FILE.
            IF WS-RECEIPT-STATUS = "05" OR WS-RECEIPT-STATUS = "35"
                OPEN OUTPUT RECEIPT-FILE
            END-IF.
            IF WS-RECEIPT-STATUS NOT = "00"
                DISPLAY "Unable to open receipts.txt - status "
                    WS-RECEIPT-STATUS " - nothing imported; the "
                    "batch is not registered and can be rerun."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-DEP-DD   TO WS-RCP-DD.
            MOVE WS-DEP-MM   TO WS-RCP-MM.
            MOVE WS-DEP-YYYY TO WS-RCP-YYYY.
            PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                IF WL-REASON(WS-ITEM-IDX) = SPACES
                    PERFORM WRITE-ONE-RECEIPT
                END-IF
            END-PERFORM.
            CLOSE RECEIPT-FILE.
       WRITE-ONE-RECEIPT.
            MOVE WL-ACCT-NO(WS-ITEM-IDX) TO WS-FIND-ACCT.
            PERFORM FIND-ACCOUNT.
            SET WS-ACCT-IDX TO WS-SLOT.
            ADD WL-AMOUNT(WS-ITEM-IDX) TO WA-RUNNING(WS-ACCT-IDX).
            MOVE SPACES                  TO RECEIPT-RECORD.
            MOVE WL-ACCT-NO(WS-ITEM-IDX) TO TRAN-ACCT-NO.
            MOVE WS-RECEIPT-DATE         TO TRAN-DATE.
            MOVE WL-INV-NUM(WS-ITEM-IDX) TO TRAN-INV-NUM.
            MOVE WL-AMOUNT(WS-ITEM-IDX)  TO TRAN-PRICE.
            MOVE WA-RUNNING(WS-ACCT-IDX) TO TRAN-BALANCE.
            MOVE 'K'                     TO TRAN-TENDER.
            MOVE WL-CHECK-NO(WS-ITEM-IDX) TO TRAN-CHECK-NO.
            MOVE 'R'                     TO TRAN-TYPE.
            MOVE "LOCKBX"                TO TRAN-AUTH.
            WRITE RECEIPT-RECORD.
       REGISTER-TRANSMISSION.
            OPEN EXTEND LOCKBOX-REGISTER-FILE.
            IF WS-REGISTER-STATUS = "05" OR WS-REGISTER-STATUS = "35"
                OPEN OUTPUT LOCKBOX-REGISTER-FILE
            END-IF.
            IF WS-REGISTER-STATUS NOT = "00"
                DISPLAY "*** Unable to open arlbreg.txt - status "
                    WS-REGISTER-STATUS " - lockbox " WS-LOCKBOX-ID
                    " batch " WS-BATCH-NO " is IMPORTED but not "
                    "registered; do not load it again ***"
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE WS-LOCKBOX-ID      TO LR-LOCKBOX-ID
                MOVE WS-BATCH-NO        TO LR-BATCH-NO
                MOVE WS-DEPOSIT-DATE    TO LR-DEPOSIT-DATE
                MOVE WS-TODAY-YMD       TO LR-LOADED-DATE
                MOVE WS-ITEM-COUNT      TO LR-ITEM-COUNT
                MOVE WS-ITEMS-TOTAL     TO LR-TOTAL
                MOVE WS-IMPORTED-COUNT  TO LR-IMPORTED-COUNT
                MOVE WS-IMPORTED-AMOUNT TO LR-IMPORTED-AMOUNT
                MOVE WS-EXCEPTION-COUNT TO LR-EXCEPTION-COUNT
                WRITE LOCKBOX-REGISTER-RECORD
                CLOSE LOCKBOX-REGISTER-FILE
            END-IF.
       WRITE-EXCEPTION-LISTING.
            OPEN OUTPUT EXCEPTION-FILE.
            IF WS-EXCEPTION-STATUS NOT = "00"
                DISPLAY "Unable to open arlbexc.txt - status "
                    WS-EXCEPTION-STATUS
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE WS-LOCKBOX-ID   TO EXT-LOCKBOX
                MOVE WS-BATCH-NO     TO EXT-BATCH
                MOVE WS-DEPOSIT-DATE TO EXT-DEPOSIT
                WRITE EXCEPTION-RECORD FROM WS-EX-RULE
                WRITE EXCEPTION-RECORD FROM WS-EX-TITLE
                WRITE EXCEPTION-RECORD FROM WS-EX-RULE
                WRITE EXCEPTION-RECORD FROM WS-EX-COLUMNS
                PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                        UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                    IF WL-REASON(WS-ITEM-IDX) NOT = SPACES
                        MOVE WL-SEQUENCE(WS-ITEM-IDX)
                            TO EXD-SEQUENCE
                        MOVE WL-ACCT-REF(WS-ITEM-IDX) TO EXD-ACCT
                        MOVE WL-INV-REF(WS-ITEM-IDX)  TO EXD-INV
                        MOVE WL-AMOUNT(WS-ITEM-IDX)   TO EXD-AMOUNT
                        MOVE WL-CHECK-NO(WS-ITEM-IDX) TO EXD-CHECK
                        MOVE WL-REASON(WS-ITEM-IDX)   TO EXD-REASON
                        WRITE EXCEPTION-RECORD FROM WS-EX-DETAIL
                    END-IF
                END-PERFORM
                IF WS-EXCEPTION-COUNT = ZERO
                    WRITE EXCEPTION-RECORD FROM WS-EX-NONE
                END-IF
                WRITE EXCEPTION-RECORD FROM WS-EX-RULE
                MOVE "ITEMS IN BATCH"    TO EXS-LABEL
                MOVE WS-ITEM-COUNT       TO EXS-COUNT
                MOVE WS-ITEMS-TOTAL      TO EXS-AMOUNT
                WRITE EXCEPTION-RECORD FROM WS-EX-TOTAL
                MOVE "IMPORTED TO RECEIPTS" TO EXS-LABEL
                MOVE WS-IMPORTED-COUNT   TO EXS-COUNT
                MOVE WS-IMPORTED-AMOUNT  TO EXS-AMOUNT
                WRITE EXCEPTION-RECORD FROM WS-EX-TOTAL
                MOVE "EXCEPTIONS"        TO EXS-LABEL
                MOVE WS-EXCEPTION-COUNT  TO EXS-COUNT
                MOVE WS-EXCEPTION-AMOUNT TO EXS-AMOUNT
                WRITE EXCEPTION-RECORD FROM WS-EX-TOTAL
                CLOSE EXCEPTION-FILE
            END-IF.
       END PROGRAM AR-LOCKBOX-IMPORT.
