      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end finance charge run, so the interest our
      *          terms allow on overdue balances actually gets
      *          charged. The rate and minimum come from the parameter
      *          file (arfcparm.txt - annual rate in percent, 99V99;
      *          minimum charge, 999V99; optional month-end date
      *          YYYYMMDD, blank for the month end just past). Interest
      *          is charged per account on the money past due as of
      *          the month-end date: each open invoice on aropen.txt
      *          due before the month end earns interest for the days
      *          it was overdue within the month, and a positive
      *          opening balance for the whole month, the day counts
      *          through DATESRV, at the annual rate over 365 days;
      *          credit held on the account is set against it. Earlier
      *          finance charges do not themselves earn interest. A
      *          charge below the minimum is raised to it. Accounts
      *          flagged exempt on acctmast.txt (AM-FC-EXEMPT) are
      *          listed but not charged. Each charge is posted as an
      *          open item (terms FC, dated the month end, due on
      *          receipt) under the next invoice number from
      *          arbill.ctl, so the aging and the account statement
      *          pick it up; arfcreg.txt is the register of what was
      *          assessed. A month that already carries finance
      *          charges is refused (return code 8) - the run cannot
      *          charge the same month twice. Return code 4 when
      *          nothing was charged.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-FINANCE-CHARGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "arfcparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "acctmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "aropen.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-ITEM-STATUS.
           SELECT BILL-CONTROL-FILE ASSIGN TO "arbill.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
           SELECT FC-REGISTER-FILE ASSIGN TO "arfcreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 FCP-ANNUAL-RATE  PIC 9(2)V99.
           05 FCP-MIN-CHARGE   PIC 9(3)V99.
           05 FCP-MONTH-END    PIC 9(8).
           05 FCP-MONTH-END-X REDEFINES FCP-MONTH-END PIC X(8).
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
       FD BILL-CONTROL-FILE.
       01 BILL-CONTROL-RECORD.
           05 BC-LAST-BASE    PIC 9(3).
       FD FC-REGISTER-FILE.
       01 FC-REGISTER-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-PARAMETER-STATUS   PIC X(2).
       01 WS-ACCT-MASTER-STATUS PIC X(2).
       01 WS-OPEN-ITEM-STATUS   PIC X(2).
       01 WS-CONTROL-STATUS     PIC X(2).
       01 WS-REGISTER-STATUS    PIC X(2).
       01 WS-EOF-FLAG           PIC A(1) VALUE 'N'.
           88 WS-END-OF-FILE             VALUE 'Y'.
       01 WS-PARAMETERS.
           05 WS-ANNUAL-RATE     PIC 9(2)V99.
           05 WS-MIN-CHARGE      PIC 9(3)V99.
           05 WS-MONTH-END       PIC 9(8).
           05 WS-MONTH-END-R REDEFINES WS-MONTH-END.
               10 WS-ME-YYYY     PIC 9(4).
               10 WS-ME-MM       PIC 9(2).
               10 WS-ME-DD       PIC 9(2).
           05 WS-PRIOR-MONTH-END PIC 9(8).
           05 WS-MONTH-DAYS      PIC S9(5).
       01 WS-ACCT-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10 WA-ACCT-NO    PIC 9(6).
               10 WA-CUST-NAME  PIC X(20).
               10 WA-OPEN-BAL   PIC S9(7)V99.
               10 WA-EXEMPT     PIC X(1).
               10 WA-OVERDUE    PIC 9(9)V99.
               10 WA-DAY-AMOUNT PIC 9(13)V99.
               10 WA-CREDIT     PIC 9(9)V99.
               10 WA-CHARGE     PIC 9(7)V99.
               10 WA-INV-NUM    PIC 9(4).
               10 WA-NOTE       PIC X(24).
      * one flag per invoice base: 'Y' while an open item holds it.
       01 WS-BASE-TABLE.
           05 WS-BASE-USED OCCURS 999 TIMES PIC X(1).
       01 WS-WORK-FIELDS.
           05 WS-SLOT-FOUND-FLAG PIC A(1).
               88 WS-SLOT-FOUND           VALUE 'Y'.
           05 WS-SLOT            PIC 9(3).
           05 WS-ALREADY-FLAG    PIC A(1) VALUE 'N'.
               88 WS-MONTH-ALREADY-CHARGED VALUE 'Y'.
           05 WS-OVERDUE-FROM    PIC 9(8).
           05 WS-OVERDUE-DAYS    PIC S9(5).
           05 WS-NET-DAY-AMOUNT  PIC S9(13)V99.
           05 WS-INTEREST        PIC 9(7)V99.
           05 WS-TRY-DAY         PIC 9(2).
           05 WS-FIND-YYYY       PIC 9(4).
           05 WS-FIND-MM         PIC 9(2).
           05 WS-FOUND-END       PIC 9(8).
           05 WS-FOUND-END-R REDEFINES WS-FOUND-END.
               10 WS-FE-YYYY     PIC 9(4).
               10 WS-FE-MM       PIC 9(2).
               10 WS-FE-DD       PIC 9(2).
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
           05 WS-ACCTS-CHARGED   PIC 9(5) VALUE ZERO.
           05 WS-ACCTS-EXEMPT    PIC 9(5) VALUE ZERO.
           05 WS-ACCTS-MINIMUM   PIC 9(5) VALUE ZERO.
           05 WS-ACCTS-NOT-CHARGED PIC 9(5) VALUE ZERO.
           05 WS-AMOUNT-CHARGED  PIC 9(9)V99 VALUE ZERO.
           05 WS-OVERDUE-TOTAL   PIC 9(11)V99 VALUE ZERO.
       01 WS-TODAY-YMD          PIC 9(8).
       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YY PIC 99.
           05 WS-RUN-MM PIC 99.
           05 WS-RUN-DD PIC 99.
       01 WS-REGISTER-LINES.
           05 WS-RG-RULE.
               10 FILLER PIC X(96) VALUE ALL "=".
           05 WS-RG-TITLE.
               10 FILLER PIC X(36) VALUE
                   "FINANCE CHARGE REGISTER".
               10 FILLER PIC X(18) VALUE "MONTH ENDING ".
               10 RGT-MONTH-END   PIC 9(8).
               10 FILLER PIC X(14) VALUE "   RUN DATE: ".
               10 RGT-RUN-DATE    PIC 9(8).
           05 WS-RG-TERMS.
               10 FILLER PIC X(14) VALUE "ANNUAL RATE ".
               10 RGM-RATE        PIC Z9.99.
               10 FILLER PIC X(6)  VALUE "%".
               10 FILLER PIC X(16) VALUE "MINIMUM CHARGE ".
               10 RGM-MINIMUM     PIC $ZZ9.99.
               10 FILLER PIC X(6)  VALUE SPACE.
               10 FILLER PIC X(14) VALUE "DAYS IN MONTH ".
               10 RGM-DAYS        PIC Z9.
           05 WS-RG-COLUMNS.
               10 FILLER PIC X(8)  VALUE "ACCOUNT".
               10 FILLER PIC X(21) VALUE "CUSTOMER".
               10 FILLER PIC X(15) VALUE "       OVERDUE ".
               10 FILLER PIC X(15) VALUE "        CREDIT ".
               10 FILLER PIC X(11) VALUE "    CHARGE ".
               10 FILLER PIC X(6)  VALUE "INV".
               10 FILLER PIC X(24) VALUE "NOTE".
           05 WS-RG-DETAIL.
               10 RGD-ACCT        PIC 9(6).
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RGD-NAME        PIC X(20).
               10 FILLER          PIC X(1)  VALUE SPACE.
               10 RGD-OVERDUE     PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER          PIC X(1)  VALUE SPACE.
               10 RGD-CREDIT      PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER          PIC X(1)  VALUE SPACE.
               10 RGD-CHARGE      PIC ZZZ,ZZ9.99.
               10 FILLER          PIC X(1)  VALUE SPACE.
               10 RGD-INVOICE     PIC X(4).
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RGD-NOTE        PIC X(24).
           05 WS-RG-COUNT-LINE.
               10 RGC-LABEL       PIC X(30).
               10 RGC-COUNT       PIC ZZ,ZZ9.
           05 WS-RG-AMOUNT-LINE.
               10 RGA-LABEL       PIC X(30).
               10 RGA-AMOUNT      PIC $ZZZ,ZZZ,ZZ9.99.
       COPY DATEREQ.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-RUN-DATE-RAW FROM DATE.
            COMPUTE WS-TODAY-YMD =
                20000000 + (WS-RUN-YY * 10000)
                    + (WS-RUN-MM * 100) + WS-RUN-DD.
            MOVE ALL 'N' TO WS-BASE-TABLE.
            PERFORM LOAD-PARAMETERS.
            PERFORM SET-MONTH-DATES.
            PERFORM LOAD-ACCOUNTS.
            PERFORM LOAD-OPEN-ITEMS.
            IF WS-MONTH-ALREADY-CHARGED
                DISPLAY "Finance charges for the month ending "
                    WS-MONTH-END " are already on aropen.txt - "
                    "run refused; nothing charged."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-BILL-CONTROL.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                PERFORM ASSESS-ONE-ACCOUNT
            END-PERFORM.
            IF WS-ACCTS-CHARGED > ZERO
                PERFORM WRITE-FINANCE-CHARGES
                PERFORM SAVE-BILL-CONTROL
            END-IF.
            PERFORM WRITE-FC-REGISTER.
            DISPLAY "Finance charges for the month ending "
                WS-MONTH-END " - " WS-ACCTS-CHARGED
                " account(s) charged, " WS-ACCTS-EXEMPT
                " exempt; see arfcreg.txt.".
            IF RETURN-CODE = ZERO AND WS-ACCTS-CHARGED = ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.
       LOAD-PARAMETERS.
            OPEN INPUT PARAMETER-FILE.
            IF WS-PARAMETER-STATUS NOT = "00"
                DISPLAY "arfcparm.txt not found - status "
                    WS-PARAMETER-STATUS " - no finance charges "
                    "assessed."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            READ PARAMETER-FILE
                AT END
                    MOVE SPACES TO PARAMETER-RECORD
            END-READ.
            CLOSE PARAMETER-FILE.
            IF FCP-ANNUAL-RATE IS NOT NUMERIC
                    OR FCP-ANNUAL-RATE = ZERO
                    OR FCP-MIN-CHARGE IS NOT NUMERIC
                DISPLAY "arfcparm.txt must carry the annual rate "
                    "(9999) and minimum charge (99999) - no finance "
                    "charges assessed."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE FCP-ANNUAL-RATE TO WS-ANNUAL-RATE.
            MOVE FCP-MIN-CHARGE  TO WS-MIN-CHARGE.
            IF FCP-MONTH-END-X = SPACES OR FCP-MONTH-END-X = ZEROS
                MOVE ZERO TO WS-MONTH-END
            ELSE
                MOVE "VAL " TO DS-FUNCTION
                MOVE FCP-MONTH-END-X TO DS-DATE-1-X
                CALL "DATESRV" USING DS-REQUEST
                IF DS-STATUS NOT = 'Y'
                    DISPLAY "arfcparm.txt month-end " FCP-MONTH-END-X
                        " is not a valid date - no finance charges "
                        "assessed."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE FCP-MONTH-END TO WS-MONTH-END
            END-IF.
       SET-MONTH-DATES.
      * blank month end means the month just finished.
            IF WS-MONTH-END = ZERO
                MOVE WS-TODAY-YMD(1:4) TO WS-FIND-YYYY
                MOVE WS-TODAY-YMD(5:2) TO WS-FIND-MM
                PERFORM STEP-BACK-ONE-MONTH
                PERFORM FIND-MONTH-END
                MOVE WS-FOUND-END TO WS-MONTH-END
            ELSE
                MOVE WS-ME-YYYY TO WS-FIND-YYYY
                MOVE WS-ME-MM   TO WS-FIND-MM
                PERFORM FIND-MONTH-END
                IF WS-FOUND-END NOT = WS-MONTH-END
                    DISPLAY "arfcparm.txt date " WS-MONTH-END
                        " is not the last day of its month - no "
                        "finance charges assessed."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            IF WS-MONTH-END >= WS-TODAY-YMD
                DISPLAY "The month ending " WS-MONTH-END
                    " has not closed yet - no finance charges "
                    "assessed."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-ME-YYYY TO WS-FIND-YYYY.
            MOVE WS-ME-MM   TO WS-FIND-MM.
            PERFORM STEP-BACK-ONE-MONTH.
            PERFORM FIND-MONTH-END.
            MOVE WS-FOUND-END TO WS-PRIOR-MONTH-END.
            MOVE "DIFF" TO DS-FUNCTION.
            MOVE WS-MONTH-END TO DS-DATE-1.
            MOVE WS-PRIOR-MONTH-END TO DS-DATE-2.
            CALL "DATESRV" USING DS-REQUEST.
            MOVE DS-RESULT TO WS-MONTH-DAYS.
       STEP-BACK-ONE-MONTH.
            IF WS-FIND-MM = 1
                MOVE 12 TO WS-FIND-MM
                SUBTRACT 1 FROM WS-FIND-YYYY
            ELSE
                SUBTRACT 1 FROM WS-FIND-MM
            END-IF.
       FIND-MONTH-END.
      * the last day of WS-FIND-YYYY/WS-FIND-MM is the highest day
      * DATESRV accepts as a date.
            MOVE WS-FIND-YYYY TO WS-FE-YYYY.
            MOVE WS-FIND-MM   TO WS-FE-MM.
            MOVE 'N' TO WS-SLOT-FOUND-FLAG.
            PERFORM VARYING WS-TRY-DAY FROM 31 BY -1
                    UNTIL WS-TRY-DAY < 28 OR WS-SLOT-FOUND
                MOVE WS-TRY-DAY TO WS-FE-DD
                MOVE "VAL " TO DS-FUNCTION
                MOVE WS-FOUND-END TO DS-DATE-1
                CALL "DATESRV" USING DS-REQUEST
                IF DS-STATUS = 'Y'
                    SET WS-SLOT-FOUND TO TRUE
                END-IF
            END-PERFORM.
       LOAD-ACCOUNTS.
            OPEN INPUT ACCOUNT-MASTER-FILE.
            IF WS-ACCT-MASTER-STATUS NOT = "00"
                DISPLAY "acctmast.txt not found - status "
                    WS-ACCT-MASTER-STATUS " - no finance charges "
                    "assessed."
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
                                WA-OPEN-BAL(WS-ACCT-IDX)
                            MOVE AM-FC-EXEMPT TO
                                WA-EXEMPT(WS-ACCT-IDX)
                            MOVE ZERO TO WA-OVERDUE(WS-ACCT-IDX)
                                WA-DAY-AMOUNT(WS-ACCT-IDX)
                                WA-CREDIT(WS-ACCT-IDX)
                                WA-CHARGE(WS-ACCT-IDX)
                                WA-INV-NUM(WS-ACCT-IDX)
                            MOVE SPACES TO WA-NOTE(WS-ACCT-IDX)
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
                DISPLAY "aropen.txt not found - only opening "
                    "balances can be charged."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ OPEN-ITEM-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM WEIGH-ONE-ITEM
                    END-READ
                END-PERFORM
                CLOSE OPEN-ITEM-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       WEIGH-ONE-ITEM.
            MOVE OI-INV-NUM TO WS-NEW-INV-NUM.
            IF OI-IS-OPEN AND WS-INV-BASE > ZERO
                MOVE 'Y' TO WS-BASE-USED(WS-INV-BASE)
            END-IF.
            IF OI-TERMS = "FC " AND OI-INV-DATE = WS-MONTH-END
                SET WS-MONTH-ALREADY-CHARGED TO TRUE
            END-IF.
            PERFORM FIND-ACCOUNT.
            IF WS-SLOT-FOUND AND OI-INV-DATE NOT > WS-MONTH-END
                SET WS-ACCT-IDX TO WS-SLOT
                EVALUATE TRUE
                    WHEN OI-IS-CREDIT
                        ADD OI-OPEN-AMOUNT TO WA-CREDIT(WS-ACCT-IDX)
                    WHEN OI-IS-OPEN AND OI-TERMS NOT = "FC "
                            AND OI-DUE-DATE < WS-MONTH-END
                        PERFORM WEIGH-OVERDUE-DAYS
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
       WEIGH-OVERDUE-DAYS.
      * only the days overdue inside this month - earlier months
      * were charged in their own runs.
            IF OI-DUE-DATE > WS-PRIOR-MONTH-END
                MOVE OI-DUE-DATE TO WS-OVERDUE-FROM
            ELSE
                MOVE WS-PRIOR-MONTH-END TO WS-OVERDUE-FROM
            END-IF.
            MOVE "DIFF" TO DS-FUNCTION.
            MOVE WS-MONTH-END TO DS-DATE-1.
            MOVE WS-OVERDUE-FROM TO DS-DATE-2.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS = 'Y'
                MOVE DS-RESULT TO WS-OVERDUE-DAYS
            ELSE
                MOVE WS-MONTH-DAYS TO WS-OVERDUE-DAYS
            END-IF.
            ADD OI-OPEN-AMOUNT TO WA-OVERDUE(WS-ACCT-IDX).
            COMPUTE WA-DAY-AMOUNT(WS-ACCT-IDX) =
                WA-DAY-AMOUNT(WS-ACCT-IDX)
                    + (OI-OPEN-AMOUNT * WS-OVERDUE-DAYS).
       FIND-ACCOUNT.
            MOVE 'N'  TO WS-SLOT-FOUND-FLAG.
            MOVE ZERO TO WS-SLOT.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                        OR WS-SLOT-FOUND
                IF WA-ACCT-NO(WS-ACCT-IDX) = OI-ACCT-NO
                    SET WS-SLOT-FOUND TO TRUE
                    SET WS-SLOT TO WS-ACCT-IDX
                END-IF
            END-PERFORM.
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
       ASSESS-ONE-ACCOUNT.
      * an opening balance still owed is overdue all month.
            IF WA-OPEN-BAL(WS-ACCT-IDX) > ZERO
                ADD WA-OPEN-BAL(WS-ACCT-IDX) TO WA-OVERDUE(WS-ACCT-IDX)
                COMPUTE WA-DAY-AMOUNT(WS-ACCT-IDX) =
                    WA-DAY-AMOUNT(WS-ACCT-IDX)
                        + (WA-OPEN-BAL(WS-ACCT-IDX) * WS-MONTH-DAYS)
            END-IF.
            IF WA-OVERDUE(WS-ACCT-IDX) > ZERO
                ADD WA-OVERDUE(WS-ACCT-IDX) TO WS-OVERDUE-TOTAL
                COMPUTE WS-NET-DAY-AMOUNT =
                    WA-DAY-AMOUNT(WS-ACCT-IDX)
                        - (WA-CREDIT(WS-ACCT-IDX) * WS-MONTH-DAYS)
                EVALUATE TRUE
                    WHEN WA-EXEMPT(WS-ACCT-IDX) = 'Y'
                        MOVE "EXEMPT - NOT CHARGED"
                            TO WA-NOTE(WS-ACCT-IDX)
                        ADD 1 TO WS-ACCTS-EXEMPT
                    WHEN WS-NET-DAY-AMOUNT NOT > ZERO
                        MOVE "CREDIT COVERS OVERDUE"
                            TO WA-NOTE(WS-ACCT-IDX)
                        ADD 1 TO WS-ACCTS-NOT-CHARGED
                    WHEN OTHER
                        PERFORM CHARGE-ONE-ACCOUNT
                END-EVALUATE
            END-IF.
       CHARGE-ONE-ACCOUNT.
            COMPUTE WS-INTEREST ROUNDED =
                WS-NET-DAY-AMOUNT * WS-ANNUAL-RATE / 100 / 365.
            IF WS-INTEREST < WS-MIN-CHARGE
                MOVE WS-MIN-CHARGE TO WS-INTEREST
                MOVE "MINIMUM CHARGE" TO WA-NOTE(WS-ACCT-IDX)
                ADD 1 TO WS-ACCTS-MINIMUM
            END-IF.
            IF WS-INTEREST = ZERO
                MOVE "UNDER ONE CENT" TO WA-NOTE(WS-ACCT-IDX)
                ADD 1 TO WS-ACCTS-NOT-CHARGED
            ELSE
                PERFORM ASSIGN-INVOICE-NUMBER
                IF NOT WS-BASE-FREE
                    MOVE "NO FREE INVOICE NUMBER"
                        TO WA-NOTE(WS-ACCT-IDX)
                    ADD 1 TO WS-ACCTS-NOT-CHARGED
                    MOVE 12 TO RETURN-CODE
                ELSE
                    MOVE WS-INTEREST TO WA-CHARGE(WS-ACCT-IDX)
                    MOVE WS-NEW-INV-NUM TO WA-INV-NUM(WS-ACCT-IDX)
                    ADD 1 TO WS-ACCTS-CHARGED
                    ADD WS-INTEREST TO WS-AMOUNT-CHARGED
                END-IF
            END-IF.
       ASSIGN-INVOICE-NUMBER.
      * the same numbering the billing run uses - the next free base
      * after the last one issued, wrapping from 999 back to 001,
      * with the check digit the receipt run enforces.
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
            IF WS-BASE-FREE
                MOVE 'Y' TO WS-BASE-USED(WS-LAST-BASE)
                MOVE ZERO TO WS-NEW-INV-NUM
                MOVE WS-LAST-BASE TO WS-INV-BASE
                COMPUTE WS-INV-CHECK-SUM =
                    WS-INV-DIGIT-1 + WS-INV-DIGIT-2 + WS-INV-DIGIT-3
                DIVIDE WS-INV-CHECK-SUM BY 10
                    GIVING WS-INV-CHECK-SUM
                    REMAINDER WS-INV-CHECK
            END-IF.
       WRITE-FINANCE-CHARGES.
            OPEN EXTEND OPEN-ITEM-FILE.
            IF WS-OPEN-ITEM-STATUS = "05"
                    OR WS-OPEN-ITEM-STATUS = "35"
                OPEN OUTPUT OPEN-ITEM-FILE
            END-IF.
            IF WS-OPEN-ITEM-STATUS NOT = "00"
                DISPLAY "Unable to open aropen.txt - status "
                    WS-OPEN-ITEM-STATUS " - no finance charges "
                    "posted."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                IF WA-CHARGE(WS-ACCT-IDX) > ZERO
                    MOVE WA-INV-NUM(WS-ACCT-IDX) TO OI-INV-NUM
                    MOVE WA-ACCT-NO(WS-ACCT-IDX) TO OI-ACCT-NO
                    MOVE WS-MONTH-END            TO OI-INV-DATE
                    MOVE WS-MONTH-END            TO OI-DUE-DATE
                    MOVE "FC "                   TO OI-TERMS
                    MOVE SPACES                  TO OI-DESCRIPTION
                    STRING "FINANCE CHARGE TO " WS-MONTH-END
                        DELIMITED BY SIZE INTO OI-DESCRIPTION
                    MOVE WA-CHARGE(WS-ACCT-IDX)  TO OI-ORIG-AMOUNT
                    MOVE WA-CHARGE(WS-ACCT-IDX)  TO OI-OPEN-AMOUNT
                    MOVE 'O'                     TO OI-STATUS
                    MOVE WS-TODAY-YMD            TO OI-LAST-ACTIVITY
                    WRITE OPEN-ITEM-RECORD
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
       WRITE-FC-REGISTER.
            OPEN OUTPUT FC-REGISTER-FILE.
            IF WS-REGISTER-STATUS NOT = "00"
                DISPLAY "Unable to open arfcreg.txt - status "
                    WS-REGISTER-STATUS
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE WS-MONTH-END  TO RGT-MONTH-END
                MOVE WS-TODAY-YMD  TO RGT-RUN-DATE
                MOVE WS-ANNUAL-RATE TO RGM-RATE
                MOVE WS-MIN-CHARGE TO RGM-MINIMUM
                MOVE WS-MONTH-DAYS TO RGM-DAYS
                WRITE FC-REGISTER-RECORD FROM WS-RG-RULE
                WRITE FC-REGISTER-RECORD FROM WS-RG-TITLE
                WRITE FC-REGISTER-RECORD FROM WS-RG-TERMS
                WRITE FC-REGISTER-RECORD FROM WS-RG-RULE
                WRITE FC-REGISTER-RECORD FROM WS-RG-COLUMNS
                PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                        UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                    IF WA-OVERDUE(WS-ACCT-IDX) > ZERO
                        PERFORM WRITE-REGISTER-LINE
                    END-IF
                END-PERFORM
                WRITE FC-REGISTER-RECORD FROM WS-RG-RULE
                MOVE "ACCOUNTS CHARGED"     TO RGC-LABEL
                MOVE WS-ACCTS-CHARGED       TO RGC-COUNT
                WRITE FC-REGISTER-RECORD FROM WS-RG-COUNT-LINE
                MOVE "  AT THE MINIMUM"     TO RGC-LABEL
                MOVE WS-ACCTS-MINIMUM       TO RGC-COUNT
                WRITE FC-REGISTER-RECORD FROM WS-RG-COUNT-LINE
                MOVE "ACCOUNTS EXEMPT"      TO RGC-LABEL
                MOVE WS-ACCTS-EXEMPT        TO RGC-COUNT
                WRITE FC-REGISTER-RECORD FROM WS-RG-COUNT-LINE
                MOVE "OVERDUE, NOT CHARGED" TO RGC-LABEL
                MOVE WS-ACCTS-NOT-CHARGED   TO RGC-COUNT
                WRITE FC-REGISTER-RECORD FROM WS-RG-COUNT-LINE
                MOVE "OVERDUE MONEY"        TO RGA-LABEL
                MOVE WS-OVERDUE-TOTAL       TO RGA-AMOUNT
                WRITE FC-REGISTER-RECORD FROM WS-RG-AMOUNT-LINE
                MOVE "FINANCE CHARGES POSTED" TO RGA-LABEL
                MOVE WS-AMOUNT-CHARGED      TO RGA-AMOUNT
                WRITE FC-REGISTER-RECORD FROM WS-RG-AMOUNT-LINE
                CLOSE FC-REGISTER-FILE
            END-IF.
       WRITE-REGISTER-LINE.
            MOVE WA-ACCT-NO(WS-ACCT-IDX)   TO RGD-ACCT.
            MOVE WA-CUST-NAME(WS-ACCT-IDX) TO RGD-NAME.
            MOVE WA-OVERDUE(WS-ACCT-IDX)   TO RGD-OVERDUE.
            MOVE WA-CREDIT(WS-ACCT-IDX)    TO RGD-CREDIT.
            MOVE WA-CHARGE(WS-ACCT-IDX)    TO RGD-CHARGE.
            IF WA-CHARGE(WS-ACCT-IDX) > ZERO
                MOVE WA-INV-NUM(WS-ACCT-IDX) TO RGD-INVOICE
            ELSE
                MOVE "----" TO RGD-INVOICE
            END-IF.
            MOVE WA-NOTE(WS-ACCT-IDX)      TO RGD-NOTE.
            WRITE FC-REGISTER-RECORD FROM WS-RG-DETAIL.
       END PROGRAM AR-FINANCE-CHARGE.
