      ******************************************************************
      * Author:
      * Date:
      * Purpose: Invoice billing run for the receivables, so what a
      *          customer owes is on file invoice by invoice instead
      *          of only as AM-OPEN-BALANCE and the TRAN-BALANCE each
      *          receipt carries forward. The charges input
      *          (charges.txt - account, charge date YYYYMMDD,
      *          description, amount, terms) is edited against the
      *          account master (acctmast.txt): a charge to an account
      *          not on the master or CLOSED is refused, as is a bad
      *          date or amount, unknown terms, or a charge already
      *          billed (same account, date, description and amount
      *          on the open-item file). Terms are Nnn (net nn days),
      *          DOR (due on receipt) or blank for N30; the due date
      *          is the charge date plus the terms in calendar days
      *          through DATESRV. Each accepted charge becomes an
      *          invoice: the number is the next three-digit base
      *          from arbill.ctl with the check digit the receipt run
      *          enforces (sum of the base digits, mod 10) - after 999
      *          the base wraps to 001, skipping any number still open
      *          - and an open item (aropen.txt, layout OPENITEM) is
      *          written with the invoice and due dates and the full
      *          amount open. invoices.txt carries one printed invoice
      *          per account billed; arbillreg.txt is the billing
      *          register - every charge with its invoice number or
      *          the reason it was refused, and the control totals,
      *          proved against the open items written. Return code 4
      *          when nothing was there to bill or a charge was
      *          refused, 8 when every charge was refused.
      * Tectonics: cobc
      * Modifications:
      *   - A charge to an account on credit hold (AM-STATUS H, set
      *     by the dunning run) is refused like one to a closed
      *     account.
      *   - Account layout carries the finance charge exemption flag
      *     (AM-FC-EXEMPT).
      *   - A charge to a written-off account (AM-STATUS W) is
      *     refused.
      *   - A charge repeated within one charges file is refused as
      *     already billed, not just one already on aropen.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-BILLING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-FILE ASSIGN TO "charges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHARGE-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "acctmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "aropen.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-ITEM-STATUS.
           SELECT BILL-CONTROL-FILE ASSIGN TO "arbill.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
           SELECT INVOICE-PRINT-FILE ASSIGN TO "invoices.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.
           SELECT BILL-REGISTER-FILE ASSIGN TO "arbillreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CHARGE-FILE.
       01 CHARGE-RECORD.
           05 CH-ACCT-NO      PIC 9(6).
           05 CH-DATE         PIC 9(8).
           05 CH-DESCRIPTION  PIC X(30).
           05 CH-AMOUNT       PIC 9(7)V99.
           05 CH-TERMS        PIC X(3).
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
       FD BILL-CONTROL-FILE.
       01 BILL-CONTROL-RECORD.
           05 BC-LAST-BASE    PIC 9(3).
       FD INVOICE-PRINT-FILE.
       01 INVOICE-PRINT-RECORD PIC X(80).
       FD BILL-REGISTER-FILE.
       01 BILL-REGISTER-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CHARGE-STATUS      PIC X(2).
       01 WS-ACCT-MASTER-STATUS PIC X(2).
       01 WS-OPEN-ITEM-STATUS   PIC X(2).
       01 WS-CONTROL-STATUS     PIC X(2).
       01 WS-INVOICE-STATUS     PIC X(2).
       01 WS-REGISTER-STATUS    PIC X(2).
       01 WS-EOF-FLAG           PIC A(1) VALUE 'N'.
           88 WS-END-OF-FILE             VALUE 'Y'.
       01 WS-ACCT-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10 WA-ACCT-NO   PIC 9(6).
               10 WA-CUST-NAME PIC X(20).
               10 WA-STATUS    PIC X(1).
               10 WA-BILLED    PIC 9(3).
      * what is already on aropen.txt - for the already-billed check -
      * plus each charge billed this run, so room for 500 more.
       01 WS-ITEM-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 2500 TIMES
                   INDEXED BY WS-ITEM-IDX.
               10 WI-INV-NUM      PIC 9(4).
               10 WI-ACCT-NO      PIC 9(6).
               10 WI-INV-DATE     PIC 9(8).
               10 WI-DESCRIPTION  PIC X(30).
               10 WI-AMOUNT       PIC 9(7)V99.
      * one flag per invoice base: 'Y' while an open item holds it.
       01 WS-BASE-TABLE.
           05 WS-BASE-USED OCCURS 999 TIMES PIC X(1).
       01 WS-CHARGE-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-CHARGE-TABLE.
           05 WS-CHARGE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CHG-IDX.
               10 WC-ACCT-NO      PIC X(6).
               10 WC-DATE         PIC X(8).
               10 WC-DESCRIPTION  PIC X(30).
               10 WC-AMOUNT       PIC 9(7)V99.
               10 WC-TERMS        PIC X(3).
               10 WC-DUE-DATE     PIC 9(8).
               10 WC-INV-NUM      PIC 9(4).
               10 WC-REASON       PIC X(30).
       01 WS-LOOKUP-FIELDS.
           05 WS-SLOT-FOUND-FLAG PIC A(1).
               88 WS-SLOT-FOUND           VALUE 'Y'.
           05 WS-SLOT            PIC 9(3).
           05 WS-REJECT-REASON   PIC X(30).
           05 WS-TERMS-WORK      PIC X(3).
           05 WS-TERMS-PARTS REDEFINES WS-TERMS-WORK.
               10 WS-TERMS-CODE  PIC X(1).
               10 WS-TERMS-NN    PIC X(2).
           05 WS-TERMS-DAYS      PIC 9(3).
           05 WS-DUE-DATE        PIC 9(8).
       01 WS-NUMBER-FIELDS.
           05 WS-LAST-BASE       PIC 9(3) VALUE ZERO.
           05 WS-BASE-TRIES      PIC 9(4).
           05 WS-BASE-FREE-FLAG  PIC A(1).
               88 WS-BASE-FREE            VALUE 'Y'.
           05 WS-NEW-INV-NUM     PIC 9(4).
           05 WS-NEW-INV-NUM-R REDEFINES WS-NEW-INV-NUM.
               10 WS-INV-DIGIT-1 PIC 9.
               10 WS-INV-DIGIT-2 PIC 9.
               10 WS-INV-DIGIT-3 PIC 9.
               10 WS-INV-CHECK   PIC 9.
           05 WS-NEW-INV-BASE REDEFINES WS-NEW-INV-NUM.
               10 WS-INV-BASE    PIC 9(3).
               10 FILLER         PIC 9(1).
           05 WS-INV-CHECK-SUM   PIC 9(2).
       01 WS-CONTROL-TOTALS.
           05 WS-CHARGES-READ    PIC 9(5) VALUE ZERO.
           05 WS-CHARGES-BILLED  PIC 9(5) VALUE ZERO.
           05 WS-CHARGES-REFUSED PIC 9(5) VALUE ZERO.
           05 WS-ACCTS-INVOICED  PIC 9(5) VALUE ZERO.
           05 WS-AMOUNT-BILLED   PIC 9(9)V99 VALUE ZERO.
           05 WS-AMOUNT-REFUSED  PIC 9(9)V99 VALUE ZERO.
           05 WS-ITEMS-WRITTEN   PIC 9(5) VALUE ZERO.
           05 WS-ITEMS-AMOUNT    PIC 9(9)V99 VALUE ZERO.
           05 WS-FIRST-INV       PIC 9(4) VALUE ZERO.
           05 WS-LAST-INV        PIC 9(4) VALUE ZERO.
           05 WS-ACCT-TOTAL      PIC 9(9)V99.
       01 WS-TODAY-YMD          PIC 9(8).
       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YY PIC 99.
           05 WS-RUN-MM PIC 99.
           05 WS-RUN-DD PIC 99.
       01 WS-INVOICE-LINES.
           05 WS-INV-RULE.
               10 FILLER PIC X(78) VALUE ALL "=".
           05 WS-INV-DASH.
               10 FILLER PIC X(78) VALUE ALL "-".
           05 WS-INV-TITLE.
               10 FILLER PIC X(50) VALUE "INVOICE".
               10 FILLER PIC X(14) VALUE "BILLING DATE: ".
               10 IVT-DATE        PIC 9(8).
           05 WS-INV-ACCOUNT.
               10 FILLER PIC X(9)  VALUE "ACCOUNT: ".
               10 IVA-ACCT        PIC 9(6).
               10 FILLER PIC X(3)  VALUE SPACE.
               10 IVA-NAME        PIC X(20).
           05 WS-INV-COLUMNS.
               10 FILLER PIC X(9)  VALUE "INVOICE".
               10 FILLER PIC X(10) VALUE "DATE".
               10 FILLER PIC X(31) VALUE "DESCRIPTION".
               10 FILLER PIC X(6)  VALUE "TERMS".
               10 FILLER PIC X(9)  VALUE "DUE".
               10 FILLER PIC X(11) VALUE "     AMOUNT".
           05 WS-INV-DETAIL.
               10 IVD-INV-NUM     PIC 9(4).
               10 FILLER          PIC X(5)  VALUE SPACE.
               10 IVD-DATE        PIC X(8).
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 IVD-DESCRIPTION PIC X(30).
               10 FILLER          PIC X(1)  VALUE SPACE.
               10 IVD-TERMS       PIC X(3).
               10 FILLER          PIC X(3)  VALUE SPACE.
               10 IVD-DUE-DATE    PIC 9(8).
               10 FILLER          PIC X(1)  VALUE SPACE.
               10 IVD-AMOUNT      PIC $ZZZ,ZZ9.99.
           05 WS-INV-TOTAL.
               10 FILLER          PIC X(49) VALUE SPACE.
               10 FILLER          PIC X(13) VALUE "AMOUNT DUE".
               10 IVT-AMOUNT      PIC $ZZ,ZZZ,ZZ9.99.
           05 WS-INV-QUOTE.
               10 FILLER PIC X(50) VALUE
                   "Please quote the invoice number with your payment.".
       01 WS-REGISTER-LINES.
           05 WS-REG-TITLE.
               10 FILLER PIC X(28) VALUE "BILLING REGISTER".
               10 FILLER PIC X(10) VALUE "RUN DATE: ".
               10 RGT-DATE        PIC 9(8).
           05 WS-REG-COLUMNS.
               10 FILLER PIC X(8)  VALUE "ACCOUNT".
               10 FILLER PIC X(10) VALUE "DATE".
               10 FILLER PIC X(15) VALUE "        AMOUNT ".
               10 FILLER PIC X(8)  VALUE "INVOICE".
               10 FILLER PIC X(30) VALUE "REFUSED".
           05 WS-REG-DETAIL.
               10 RGD-ACCT        PIC X(6).
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RGD-DATE        PIC X(8).
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RGD-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER          PIC X(1)  VALUE SPACE.
               10 RGD-INVOICE     PIC X(4).
               10 FILLER          PIC X(4)  VALUE SPACE.
               10 RGD-REASON      PIC X(30).
           05 WS-REG-COUNT-LINE.
               10 RGC-LABEL       PIC X(30).
               10 RGC-COUNT       PIC ZZ,ZZ9.
           05 WS-REG-AMOUNT-LINE.
               10 RGA-LABEL       PIC X(30).
               10 RGA-AMOUNT      PIC $ZZZ,ZZZ,ZZ9.99.
           05 WS-REG-RANGE-LINE.
               10 FILLER PIC X(30) VALUE "INVOICE NUMBERS ISSUED".
               10 RGR-FIRST       PIC 9(4).
               10 FILLER PIC X(4)  VALUE " TO ".
               10 RGR-LAST        PIC 9(4).
           05 WS-REG-PROOF-LINE   PIC X(80).
       COPY DATEREQ.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-RUN-DATE-RAW FROM DATE.
            COMPUTE WS-TODAY-YMD =
                20000000 + (WS-RUN-YY * 10000)
                    + (WS-RUN-MM * 100) + WS-RUN-DD.
            MOVE ALL 'N' TO WS-BASE-TABLE.
            PERFORM LOAD-ACCOUNTS.
            PERFORM LOAD-OPEN-ITEMS.
            PERFORM LOAD-BILL-CONTROL.
            PERFORM LOAD-AND-EDIT-CHARGES.
            IF WS-CHARGES-READ = ZERO
                DISPLAY "charges.txt carries no charges - nothing "
                    "to bill."
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-CHARGES-BILLED > ZERO
                PERFORM WRITE-OPEN-ITEMS
                PERFORM SAVE-BILL-CONTROL
                PERFORM PRINT-INVOICES
            END-IF.
            PERFORM WRITE-BILLING-REGISTER.
            DISPLAY "Billing complete - " WS-CHARGES-BILLED
                " invoice(s) issued, " WS-CHARGES-REFUSED
                " charge(s) refused; see arbillreg.txt.".
            EVALUATE TRUE
                WHEN RETURN-CODE NOT = ZERO
                    CONTINUE
                WHEN WS-CHARGES-BILLED = ZERO
                    MOVE 8 TO RETURN-CODE
                WHEN WS-CHARGES-REFUSED > ZERO
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE ZERO TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.
       LOAD-ACCOUNTS.
            OPEN INPUT ACCOUNT-MASTER-FILE.
            IF WS-ACCT-MASTER-STATUS NOT = "00"
                DISPLAY "acctmast.txt not found - status "
                    WS-ACCT-MASTER-STATUS " - nothing billed."
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
                            MOVE AM-STATUS TO
                                WA-STATUS(WS-ACCT-IDX)
                            MOVE ZERO TO WA-BILLED(WS-ACCT-IDX)
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
                DISPLAY "aropen.txt not found - starting a new "
                    "open-item file."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ OPEN-ITEM-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM REMEMBER-OPEN-ITEM
                    END-READ
                END-PERFORM
                CLOSE OPEN-ITEM-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       REMEMBER-OPEN-ITEM.
            IF WS-ITEM-COUNT < 2000
                ADD 1 TO WS-ITEM-COUNT
                SET WS-ITEM-IDX TO WS-ITEM-COUNT
                MOVE OI-INV-NUM     TO WI-INV-NUM(WS-ITEM-IDX)
                MOVE OI-ACCT-NO     TO WI-ACCT-NO(WS-ITEM-IDX)
                MOVE OI-INV-DATE    TO WI-INV-DATE(WS-ITEM-IDX)
                MOVE OI-DESCRIPTION TO WI-DESCRIPTION(WS-ITEM-IDX)
                MOVE OI-ORIG-AMOUNT TO WI-AMOUNT(WS-ITEM-IDX)
            ELSE
                DISPLAY "More than 2000 items on aropen.txt - "
                    "table full; nothing billed."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE OI-INV-NUM TO WS-NEW-INV-NUM.
            IF OI-IS-OPEN AND WS-INV-BASE > ZERO
                MOVE 'Y' TO WS-BASE-USED(WS-INV-BASE)
            END-IF.
       LOAD-BILL-CONTROL.
            OPEN INPUT BILL-CONTROL-FILE.
            IF WS-CONTROL-STATUS = "00"
                READ BILL-CONTROL-FILE
                    AT END
                        MOVE ZERO TO BC-LAST-BASE
                END-READ
                IF BC-LAST-BASE IS NUMERIC
                    MOVE BC-LAST-BASE TO WS-LAST-BASE
                END-IF
                CLOSE BILL-CONTROL-FILE
            ELSE
                DISPLAY "arbill.ctl not found - invoice numbers "
                    "start from base 001."
            END-IF.
       LOAD-AND-EDIT-CHARGES.
            OPEN INPUT CHARGE-FILE.
            IF WS-CHARGE-STATUS NOT = "00"
                DISPLAY "charges.txt not found - nothing to bill."
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-END-OF-FILE
                READ CHARGE-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-CHARGE-COUNT < 500
                            ADD 1 TO WS-CHARGE-COUNT
                            ADD 1 TO WS-CHARGES-READ
                            SET WS-CHG-IDX TO WS-CHARGE-COUNT
                            PERFORM EDIT-ONE-CHARGE
                        ELSE
      * a partial run would bill some customers and not others from
      * the same input - the whole file waits for a bigger table.
                            DISPLAY "More than 500 charges on "
                                "charges.txt - nothing billed."
                            CLOSE CHARGE-FILE
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CHARGE-FILE.
            MOVE 'N' TO WS-EOF-FLAG.
       EDIT-ONE-CHARGE.
            MOVE CHARGE-RECORD(1:6)  TO WC-ACCT-NO(WS-CHG-IDX).
            MOVE CHARGE-RECORD(7:8)  TO WC-DATE(WS-CHG-IDX).
            MOVE CH-DESCRIPTION      TO WC-DESCRIPTION(WS-CHG-IDX).
            MOVE CH-TERMS            TO WC-TERMS(WS-CHG-IDX).
            MOVE ZERO TO WC-AMOUNT(WS-CHG-IDX) WC-DUE-DATE(WS-CHG-IDX)
                WC-INV-NUM(WS-CHG-IDX).
            MOVE SPACES TO WS-REJECT-REASON.
            IF CH-AMOUNT IS NUMERIC
                MOVE CH-AMOUNT TO WC-AMOUNT(WS-CHG-IDX)
            END-IF.
            IF CH-ACCT-NO IS NOT NUMERIC
                MOVE "ACCOUNT NOT NUMERIC" TO WS-REJECT-REASON
            ELSE
                PERFORM FIND-ACCOUNT
                IF NOT WS-SLOT-FOUND
                    MOVE "ACCOUNT NOT ON ACCTMAST"
                        TO WS-REJECT-REASON
                ELSE
                    IF WA-STATUS(WS-SLOT) = 'C'
                        MOVE "ACCOUNT IS CLOSED" TO WS-REJECT-REASON
                    END-IF
                    IF WA-STATUS(WS-SLOT) = 'H'
                        MOVE "ACCOUNT ON CREDIT HOLD"
                            TO WS-REJECT-REASON
                    END-IF
                    IF WA-STATUS(WS-SLOT) = 'W'
                        MOVE "ACCOUNT WRITTEN OFF" TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF.
            IF WS-REJECT-REASON = SPACES
                MOVE "VAL " TO DS-FUNCTION
                MOVE CHARGE-RECORD(7:8) TO DS-DATE-1-X
                CALL "DATESRV" USING DS-REQUEST
                IF DS-STATUS NOT = 'Y'
                    MOVE "CHARGE DATE NOT A VALID DATE"
                        TO WS-REJECT-REASON
                END-IF
            END-IF.
            IF WS-REJECT-REASON = SPACES
                IF CH-AMOUNT IS NOT NUMERIC OR CH-AMOUNT = ZERO
                    MOVE "AMOUNT NOT NUMERIC OR ZERO"
                        TO WS-REJECT-REASON
                END-IF
            END-IF.
            IF WS-REJECT-REASON = SPACES
                PERFORM SET-DUE-DATE
            END-IF.
            IF WS-REJECT-REASON = SPACES
                PERFORM CHECK-ALREADY-BILLED
            END-IF.
            IF WS-REJECT-REASON = SPACES
                PERFORM ASSIGN-INVOICE-NUMBER
            END-IF.
            IF WS-REJECT-REASON = SPACES
                MOVE WS-DUE-DATE    TO WC-DUE-DATE(WS-CHG-IDX)
                MOVE WS-NEW-INV-NUM TO WC-INV-NUM(WS-CHG-IDX)
                MOVE WS-TERMS-WORK  TO WC-TERMS(WS-CHG-IDX)
                ADD 1 TO WS-CHARGES-BILLED
                ADD CH-AMOUNT TO WS-AMOUNT-BILLED
                ADD 1 TO WA-BILLED(WS-SLOT)
                PERFORM REMEMBER-BILLED-CHARGE
                IF WS-FIRST-INV = ZERO
                    MOVE WS-NEW-INV-NUM TO WS-FIRST-INV
                END-IF
                MOVE WS-NEW-INV-NUM TO WS-LAST-INV
            ELSE
                ADD 1 TO WS-CHARGES-REFUSED
                ADD WC-AMOUNT(WS-CHG-IDX) TO WS-AMOUNT-REFUSED
            END-IF.
            MOVE WS-REJECT-REASON TO WC-REASON(WS-CHG-IDX).
       REMEMBER-BILLED-CHARGE.
      * the same charge twice in one charges file is caught as well.
            ADD 1 TO WS-ITEM-COUNT.
            SET WS-ITEM-IDX TO WS-ITEM-COUNT.
            MOVE WS-NEW-INV-NUM TO WI-INV-NUM(WS-ITEM-IDX).
            MOVE CH-ACCT-NO     TO WI-ACCT-NO(WS-ITEM-IDX).
            MOVE CH-DATE        TO WI-INV-DATE(WS-ITEM-IDX).
            MOVE CH-DESCRIPTION TO WI-DESCRIPTION(WS-ITEM-IDX).
            MOVE CH-AMOUNT      TO WI-AMOUNT(WS-ITEM-IDX).
       FIND-ACCOUNT.
            MOVE 'N'  TO WS-SLOT-FOUND-FLAG.
            MOVE ZERO TO WS-SLOT.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                        OR WS-SLOT-FOUND
                IF WA-ACCT-NO(WS-ACCT-IDX) = CH-ACCT-NO
                    SET WS-SLOT-FOUND TO TRUE
                    SET WS-SLOT TO WS-ACCT-IDX
                END-IF
            END-PERFORM.
       SET-DUE-DATE.
      * Nnn is net nn calendar days, DOR due on receipt (the charge
      * date itself); blank terms have always meant net 30.
            MOVE CH-TERMS TO WS-TERMS-WORK.
            IF WS-TERMS-WORK = SPACES
                MOVE "N30" TO WS-TERMS-WORK
            END-IF.
            EVALUATE TRUE
                WHEN WS-TERMS-WORK = "DOR"
                    MOVE ZERO TO WS-TERMS-DAYS
                WHEN WS-TERMS-CODE = 'N' AND WS-TERMS-NN IS NUMERIC
                    MOVE WS-TERMS-NN TO WS-TERMS-DAYS
                WHEN OTHER
                    MOVE "UNKNOWN TERMS" TO WS-REJECT-REASON
            END-EVALUATE.
            IF WS-REJECT-REASON = SPACES
                MOVE "CADD" TO DS-FUNCTION
                MOVE CH-DATE TO DS-DATE-1
                MOVE WS-TERMS-DAYS TO DS-DATE-2
                CALL "DATESRV" USING DS-REQUEST
                MOVE DS-RESULT TO WS-DUE-DATE
            END-IF.
       CHECK-ALREADY-BILLED.
      * a charges file run twice must not bill the customer twice.
            PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                        OR WS-REJECT-REASON NOT = SPACES
                IF WI-ACCT-NO(WS-ITEM-IDX) = CH-ACCT-NO
                        AND WI-INV-DATE(WS-ITEM-IDX) = CH-DATE
                        AND WI-AMOUNT(WS-ITEM-IDX) = CH-AMOUNT
                        AND WI-DESCRIPTION(WS-ITEM-IDX)
                            = CH-DESCRIPTION
                    STRING "ALREADY BILLED ON INVOICE "
                        WI-INV-NUM(WS-ITEM-IDX)
                        DELIMITED BY SIZE
                        INTO WS-REJECT-REASON
                END-IF
            END-PERFORM.
       ASSIGN-INVOICE-NUMBER.
      * the next free base after the last one issued, wrapping from
      * 999 back to 001; the fourth digit is the check digit that
      * VALIDATE-INVOICE-CHECK-DIGIT enforces on the receipts.
            MOVE 'N'  TO WS-BASE-FREE-FLAG.
            MOVE ZERO TO WS-BASE-TRIES.
            PERFORM UNTIL WS-BASE-FREE OR WS-BASE-TRIES >= 999
                IF WS-LAST-BASE >= 999
                    MOVE 1 TO WS-LAST-BASE
                ELSE
                    ADD 1 TO WS-LAST-BASE
                END-IF
                ADD 1 TO WS-BASE-TRIES
                IF WS-BASE-USED(WS-LAST-BASE) NOT = 'Y'
                    SET WS-BASE-FREE TO TRUE
                END-IF
            END-PERFORM.
            IF NOT WS-BASE-FREE
                MOVE "NO FREE INVOICE NUMBER" TO WS-REJECT-REASON
            ELSE
                MOVE 'Y' TO WS-BASE-USED(WS-LAST-BASE)
                MOVE ZERO TO WS-NEW-INV-NUM
                MOVE WS-LAST-BASE TO WS-INV-BASE
                COMPUTE WS-INV-CHECK-SUM =
                    WS-INV-DIGIT-1 + WS-INV-DIGIT-2 + WS-INV-DIGIT-3
                DIVIDE WS-INV-CHECK-SUM BY 10
                    GIVING WS-INV-CHECK-SUM
                    REMAINDER WS-INV-CHECK
            END-IF.
       WRITE-OPEN-ITEMS.
            OPEN EXTEND OPEN-ITEM-FILE.
            IF WS-OPEN-ITEM-STATUS = "05"
                    OR WS-OPEN-ITEM-STATUS = "35"
                OPEN OUTPUT OPEN-ITEM-FILE
            END-IF.
            IF WS-OPEN-ITEM-STATUS NOT = "00"
                DISPLAY "Unable to open aropen.txt - status "
                    WS-OPEN-ITEM-STATUS " - nothing billed."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                    UNTIL WS-CHG-IDX > WS-CHARGE-COUNT
                IF WC-REASON(WS-CHG-IDX) = SPACES
                    MOVE WC-INV-NUM(WS-CHG-IDX)  TO OI-INV-NUM
                    MOVE WC-ACCT-NO(WS-CHG-IDX)  TO OI-ACCT-NO
                    MOVE WC-DATE(WS-CHG-IDX)     TO OI-INV-DATE
                    MOVE WC-DUE-DATE(WS-CHG-IDX) TO OI-DUE-DATE
                    MOVE WC-TERMS(WS-CHG-IDX)    TO OI-TERMS
                    MOVE WC-DESCRIPTION(WS-CHG-IDX)
                        TO OI-DESCRIPTION
                    MOVE WC-AMOUNT(WS-CHG-IDX)   TO OI-ORIG-AMOUNT
                    MOVE WC-AMOUNT(WS-CHG-IDX)   TO OI-OPEN-AMOUNT
                    MOVE 'O'                     TO OI-STATUS
                    MOVE WS-TODAY-YMD            TO OI-LAST-ACTIVITY
                    WRITE OPEN-ITEM-RECORD
                    ADD 1 TO WS-ITEMS-WRITTEN
                    ADD WC-AMOUNT(WS-CHG-IDX) TO WS-ITEMS-AMOUNT
                END-IF
            END-PERFORM.
            CLOSE OPEN-ITEM-FILE.
       SAVE-BILL-CONTROL.
            OPEN OUTPUT BILL-CONTROL-FILE.
            IF WS-CONTROL-STATUS = "00"
                MOVE WS-LAST-BASE TO BC-LAST-BASE
                WRITE BILL-CONTROL-RECORD
                CLOSE BILL-CONTROL-FILE
            ELSE
                DISPLAY "*** Unable to rewrite arbill.ctl - status "
                    WS-CONTROL-STATUS " - set its base to "
                    WS-LAST-BASE " before the next billing run ***"
                MOVE 12 TO RETURN-CODE
            END-IF.
       PRINT-INVOICES.
            OPEN OUTPUT INVOICE-PRINT-FILE.
            IF WS-INVOICE-STATUS NOT = "00"
                DISPLAY "Unable to open invoices.txt - status "
                    WS-INVOICE-STATUS " - the open items are "
                    "written; reprint the invoices from aropen.txt."
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                        UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                    IF WA-BILLED(WS-ACCT-IDX) > ZERO
                        PERFORM PRINT-ONE-INVOICE
                    END-IF
                END-PERFORM
                CLOSE INVOICE-PRINT-FILE
            END-IF.
       PRINT-ONE-INVOICE.
            ADD 1 TO WS-ACCTS-INVOICED.
            MOVE ZERO TO WS-ACCT-TOTAL.
            MOVE WS-TODAY-YMD TO IVT-DATE.
            MOVE WA-ACCT-NO(WS-ACCT-IDX)   TO IVA-ACCT.
            MOVE WA-CUST-NAME(WS-ACCT-IDX) TO IVA-NAME.
            WRITE INVOICE-PRINT-RECORD FROM WS-INV-RULE.
            WRITE INVOICE-PRINT-RECORD FROM WS-INV-TITLE.
            WRITE INVOICE-PRINT-RECORD FROM WS-INV-ACCOUNT.
            WRITE INVOICE-PRINT-RECORD FROM WS-INV-DASH.
            WRITE INVOICE-PRINT-RECORD FROM WS-INV-COLUMNS.
            PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                    UNTIL WS-CHG-IDX > WS-CHARGE-COUNT
                IF WC-REASON(WS-CHG-IDX) = SPACES
                        AND WC-ACCT-NO(WS-CHG-IDX)
                            = WA-ACCT-NO(WS-ACCT-IDX)
                    MOVE WC-INV-NUM(WS-CHG-IDX)  TO IVD-INV-NUM
                    MOVE WC-DATE(WS-CHG-IDX)     TO IVD-DATE
                    MOVE WC-DESCRIPTION(WS-CHG-IDX)
                        TO IVD-DESCRIPTION
                    MOVE WC-TERMS(WS-CHG-IDX)    TO IVD-TERMS
                    MOVE WC-DUE-DATE(WS-CHG-IDX) TO IVD-DUE-DATE
                    MOVE WC-AMOUNT(WS-CHG-IDX)   TO IVD-AMOUNT
                    WRITE INVOICE-PRINT-RECORD FROM WS-INV-DETAIL
                    ADD WC-AMOUNT(WS-CHG-IDX) TO WS-ACCT-TOTAL
                END-IF
            END-PERFORM.
            WRITE INVOICE-PRINT-RECORD FROM WS-INV-DASH.
            MOVE WS-ACCT-TOTAL TO IVT-AMOUNT.
            WRITE INVOICE-PRINT-RECORD FROM WS-INV-TOTAL.
            WRITE INVOICE-PRINT-RECORD FROM WS-INV-QUOTE.
       WRITE-BILLING-REGISTER.
            OPEN OUTPUT BILL-REGISTER-FILE.
            IF WS-REGISTER-STATUS NOT = "00"
                DISPLAY "Unable to open arbillreg.txt - status "
                    WS-REGISTER-STATUS
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE WS-TODAY-YMD TO RGT-DATE
                WRITE BILL-REGISTER-RECORD FROM WS-REG-TITLE
                WRITE BILL-REGISTER-RECORD FROM WS-REG-COLUMNS
                PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                        UNTIL WS-CHG-IDX > WS-CHARGE-COUNT
                    PERFORM WRITE-REGISTER-LINE
                END-PERFORM
                MOVE SPACES TO BILL-REGISTER-RECORD
                WRITE BILL-REGISTER-RECORD
                PERFORM WRITE-REGISTER-TOTALS
                CLOSE BILL-REGISTER-FILE
            END-IF.
       WRITE-REGISTER-LINE.
            MOVE WC-ACCT-NO(WS-CHG-IDX) TO RGD-ACCT.
            MOVE WC-DATE(WS-CHG-IDX)    TO RGD-DATE.
            MOVE WC-AMOUNT(WS-CHG-IDX)  TO RGD-AMOUNT.
            IF WC-REASON(WS-CHG-IDX) = SPACES
                MOVE WC-INV-NUM(WS-CHG-IDX) TO RGD-INVOICE
                MOVE SPACES TO RGD-REASON
            ELSE
                MOVE "----" TO RGD-INVOICE
                MOVE WC-REASON(WS-CHG-IDX) TO RGD-REASON
            END-IF.
            WRITE BILL-REGISTER-RECORD FROM WS-REG-DETAIL.
       WRITE-REGISTER-TOTALS.
            MOVE "CHARGES READ"       TO RGC-LABEL.
            MOVE WS-CHARGES-READ      TO RGC-COUNT.
            WRITE BILL-REGISTER-RECORD FROM WS-REG-COUNT-LINE.
            MOVE "CHARGES BILLED"     TO RGC-LABEL.
            MOVE WS-CHARGES-BILLED    TO RGC-COUNT.
            WRITE BILL-REGISTER-RECORD FROM WS-REG-COUNT-LINE.
            MOVE "CHARGES REFUSED"    TO RGC-LABEL.
            MOVE WS-CHARGES-REFUSED   TO RGC-COUNT.
            WRITE BILL-REGISTER-RECORD FROM WS-REG-COUNT-LINE.
            MOVE "ACCOUNTS INVOICED"  TO RGC-LABEL.
            MOVE WS-ACCTS-INVOICED    TO RGC-COUNT.
            WRITE BILL-REGISTER-RECORD FROM WS-REG-COUNT-LINE.
            IF WS-CHARGES-BILLED > ZERO
                MOVE WS-FIRST-INV TO RGR-FIRST
                MOVE WS-LAST-INV  TO RGR-LAST
                WRITE BILL-REGISTER-RECORD FROM WS-REG-RANGE-LINE
            END-IF.
            MOVE "AMOUNT BILLED"      TO RGA-LABEL.
            MOVE WS-AMOUNT-BILLED     TO RGA-AMOUNT.
            WRITE BILL-REGISTER-RECORD FROM WS-REG-AMOUNT-LINE.
            MOVE "AMOUNT REFUSED"     TO RGA-LABEL.
            MOVE WS-AMOUNT-REFUSED    TO RGA-AMOUNT.
            WRITE BILL-REGISTER-RECORD FROM WS-REG-AMOUNT-LINE.
            MOVE "OPEN ITEMS WRITTEN" TO RGC-LABEL.
            MOVE WS-ITEMS-WRITTEN     TO RGC-COUNT.
            WRITE BILL-REGISTER-RECORD FROM WS-REG-COUNT-LINE.
            MOVE "OPEN ITEMS AMOUNT"  TO RGA-LABEL.
            MOVE WS-ITEMS-AMOUNT      TO RGA-AMOUNT.
            WRITE BILL-REGISTER-RECORD FROM WS-REG-AMOUNT-LINE.
      * the register proves the open-item file took exactly what was
      * billed.
            IF WS-ITEMS-WRITTEN = WS-CHARGES-BILLED
                    AND WS-ITEMS-AMOUNT = WS-AMOUNT-BILLED
                MOVE "PROOF: OPEN ITEMS AGREE WITH CHARGES BILLED"
                    TO WS-REG-PROOF-LINE
            ELSE
                MOVE "*** PROOF FAILED: OPEN ITEMS DO NOT AGREE WITH "
                    TO WS-REG-PROOF-LINE
                MOVE "CHARGES BILLED ***" TO WS-REG-PROOF-LINE(48:18)
                DISPLAY "*** Billing register does not prove - "
                    "check aropen.txt ***"
                MOVE 12 TO RETURN-CODE
            END-IF.
            WRITE BILL-REGISTER-RECORD FROM WS-REG-PROOF-LINE.
       END PROGRAM AR-BILLING.
