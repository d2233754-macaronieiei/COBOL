      ******************************************************************
      * Author:
      * Date:
      * Purpose: Accounts receivable aging off the open-item file
      *          (aropen.txt), so collections stop reading statements
      *          one by one. For every acctmast.txt account each
      *          invoice still open is aged by how far past its due
      *          date it is on the run date - current (not yet due),
      *          1-30, 31-60, 61-90 and over 90 days past due, the
      *          date math through DATESRV - with the opening balance
      *          aged into the oldest bucket. Credit held on the
      *          account (overpayments from cash application) is shown
      *          in a column of its own and taken off the balance.
      *          The report (araging.txt) lists the accounts
      *          worst-first (largest over-90 money first) with the
      *          customer name, oldest open due date and balance, and
      *          totals each bucket on the footer - the collections
      *          call list. The same buckets go per account to
      *          arbucket.txt (layout AGEBKT) for the dunning run.
      * Tectonics: cobc
      * Modifications:
      *   - Ages the open invoices on aropen.txt by days past due
      *     (current, 1-30, 31-60, 61-90, over 90) instead of
      *     bucketing receipt activity; credit items shown in a
      *     CREDIT column and taken off the balance; oldest open due
      *     date replaces the last receipt date.
      *   - Writes the per-account buckets to arbucket.txt (layout
      *     AGEBKT) for the dunning run.
      *   - Account layout carries the finance charge exemption flag
      *     (AM-FC-EXEMPT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-AGING.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "acctmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-MASTER-STATUS.
               SELECT OPEN-ITEM-FILE ASSIGN TO "aropen.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-ITEM-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "araging.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
           SELECT AGE-BUCKET-FILE ASSIGN TO "arbucket.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUCKET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER-FILE.
           05 AM-CUST-NAME    PIC X(20).
           05 AM-OPEN-BALANCE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 AM-STATUS       PIC X(1).
           05 AM-FC-EXEMPT    PIC X(1).
               88 AM-FC-IS-EXEMPT     VALUE 'Y'.
       FD OPEN-ITEM-FILE.
       COPY OPENITEM.
       FD AGING-REPORT-FILE.
       01 AGING-REPORT-RECORD PIC X(140).
       FD AGE-BUCKET-FILE.
       COPY AGEBKT.
       WORKING-STORAGE SECTION.
       01 WS-ACCT-MASTER-STATUS PIC X(2).
       01 WS-OPEN-ITEM-STATUS   PIC X(2).
       01 WS-REPORT-STATUS      PIC X(2).
       01 WS-BUCKET-STATUS      PIC X(2).
       01 WS-EOF-FLAG           PIC A(1) VALUE 'N'.
           88 WS-END-OF-FILE             VALUE 'Y'.
       01 WS-ACCT-COUNT         PIC 9(3) VALUE ZERO.
               10 WA-CUST-NAME PIC X(20).
               10 WA-BALANCE   PIC S9(8)V99.
               10 WA-CURRENT   PIC 9(8)V99.
               10 WA-B1        PIC 9(8)V99.
               10 WA-B30       PIC 9(8)V99.
               10 WA-B60       PIC 9(8)V99.
               10 WA-B90       PIC 9(8)V99.
               10 WA-CREDIT    PIC 9(8)V99.
               10 WA-OLDEST-DUE PIC 9(8).
       01 WS-WORK-FIELDS.
           05 WS-SLOT-FOUND-FLAG PIC A(1).
               88 WS-SLOT-FOUND           VALUE 'Y'.
           05 WS-SLOT           PIC 9(3).
           05 WS-AGE-DAYS       PIC S9(5).
       01 WS-SORT-FIELDS.
           05 WS-PASS        PIC 9(3).
           05 WS-HIGH-IDX    PIC 9(3).
           05 WS-SCAN-IDX    PIC 9(3).
           05 WS-SWAP-ENTRY  PIC X(104).
       01 WS-UNKNOWN-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-BUCKET-TOTALS.
           05 WS-TOT-CURRENT PIC 9(9)V99 VALUE ZERO.
           05 WS-TOT-B1      PIC 9(9)V99 VALUE ZERO.
           05 WS-TOT-B30     PIC 9(9)V99 VALUE ZERO.
           05 WS-TOT-B60     PIC 9(9)V99 VALUE ZERO.
           05 WS-TOT-B90     PIC 9(9)V99 VALUE ZERO.
           05 WS-TOT-CREDIT  PIC 9(9)V99 VALUE ZERO.
       01 WS-TODAY-YMD          PIC 9(8).
       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YY PIC 99.
           05 WS-RUN-DD PIC 99.
       01 WS-REPORT-LINES.
           05 WS-RPT-RULE.
               10 FILLER PIC X(136) VALUE ALL "=".
           05 WS-RPT-TITLE.
               10 FILLER PIC X(54) VALUE SPACE.
               10 FILLER PIC X(30) VALUE
                   "ACCOUNTS RECEIVABLE AGING".
               10 FILLER PIC X(52) VALUE SPACE.
           05 WS-RPT-COLUMNS.
               10 FILLER PIC X(6)  VALUE "ACCT".
               10 FILLER PIC X(1)  VALUE SPACE.
               10 FILLER PIC X(20) VALUE "CUSTOMER".
               10 FILLER PIC X(1)  VALUE SPACE.
               10 FILLER PIC X(10) VALUE "OLDEST DUE".
               10 FILLER PIC X(1)  VALUE SPACE.
               10 FILLER PIC X(13) VALUE "      CURRENT".
               10 FILLER PIC X(1)  VALUE SPACE.
               10 FILLER PIC X(13) VALUE "         1-30".
               10 FILLER PIC X(1)  VALUE SPACE.
               10 FILLER PIC X(13) VALUE "        31-60".
               10 FILLER PIC X(1)  VALUE SPACE.
               10 FILLER PIC X(13) VALUE "        61-90".
               10 FILLER PIC X(1)  VALUE SPACE.
               10 FILLER PIC X(13) VALUE "      OVER 90".
               10 FILLER PIC X(1)  VALUE SPACE.
               10 FILLER PIC X(13) VALUE "       CREDIT".
               10 FILLER PIC X(1)  VALUE SPACE.
               10 FILLER PIC X(13) VALUE "      BALANCE".
           05 WS-RPT-DETAIL.
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 RPD-NAME     PIC X(20).
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 RPD-OLDEST   PIC 9(8).
               10 FILLER       PIC X(3)  VALUE SPACE.
               10 RPD-CURRENT  PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 RPD-B1       PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 RPD-B30      PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 RPD-B60      PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 RPD-B90      PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 RPD-CREDIT   PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 RPD-BALANCE  PIC -Z,ZZZ,ZZ9.99.
       COPY DATEREQ.
       PROCEDURE DIVISION.
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM AGE-OPEN-ITEMS.
            PERFORM SORT-WORST-FIRST.
            MOVE ZERO TO RETURN-CODE.
            PERFORM WRITE-AGING-REPORT.
            PERFORM WRITE-BUCKET-FILE.
            DISPLAY "Aging written to araging.txt - "
                WS-ACCT-COUNT " account(s).".
            IF WS-UNKNOWN-COUNT > ZERO
                DISPLAY WS-UNKNOWN-COUNT " open item(s) on accounts "
                    "not on acctmast.txt - left out of the aging."
            END-IF.
            STOP RUN.
       LOAD-ACCOUNTS.
            OPEN INPUT ACCOUNT-MASTER-FILE.
                            END-IF
                            MOVE ZERO TO
                                WA-CURRENT(WS-ACCT-IDX)
                            MOVE ZERO TO WA-B1(WS-ACCT-IDX)
                            MOVE ZERO TO WA-B30(WS-ACCT-IDX)
                            MOVE ZERO TO WA-B60(WS-ACCT-IDX)
                            MOVE ZERO TO WA-CREDIT(WS-ACCT-IDX)
                            MOVE ZERO TO
                                WA-OLDEST-DUE(WS-ACCT-IDX)
                        ELSE
                            DISPLAY "Account table full - "
                                "account dropped: " AM-ACCT-NO
            END-PERFORM.
            CLOSE ACCOUNT-MASTER-FILE.
            MOVE 'N' TO WS-EOF-FLAG.
       AGE-OPEN-ITEMS.
            OPEN INPUT OPEN-ITEM-FILE.
            IF WS-OPEN-ITEM-STATUS NOT = "00"
                DISPLAY "aropen.txt not found - aging covers "
                    "the opening balances only."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ OPEN-ITEM-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF OI-IS-OPEN OR OI-IS-CREDIT
                                PERFORM AGE-ONE-ITEM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPEN-ITEM-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       AGE-ONE-ITEM.
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
            IF NOT WS-SLOT-FOUND
                ADD 1 TO WS-UNKNOWN-COUNT
            ELSE
                SET WS-ACCT-IDX TO WS-SLOT
                IF OI-IS-CREDIT
                    ADD OI-OPEN-AMOUNT TO WA-CREDIT(WS-ACCT-IDX)
                    SUBTRACT OI-OPEN-AMOUNT
                        FROM WA-BALANCE(WS-ACCT-IDX)
                ELSE
                    ADD OI-OPEN-AMOUNT TO WA-BALANCE(WS-ACCT-IDX)
                    IF WA-OLDEST-DUE(WS-ACCT-IDX) = ZERO
                            OR OI-DUE-DATE
                                < WA-OLDEST-DUE(WS-ACCT-IDX)
                        MOVE OI-DUE-DATE
                            TO WA-OLDEST-DUE(WS-ACCT-IDX)
                    END-IF
                    PERFORM BUCKET-BY-DUE-DATE
                END-IF
            END-IF.
       BUCKET-BY-DUE-DATE.
      * days past due - nothing is late until the day after it falls
      * due. An item whose due date DATESRV cannot read is treated as
      * the oldest money.
            MOVE "DIFF" TO DS-FUNCTION.
            MOVE WS-TODAY-YMD TO DS-DATE-1.
            MOVE OI-DUE-DATE  TO DS-DATE-2.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS NOT = 'Y'
                ADD OI-OPEN-AMOUNT TO WA-B90(WS-ACCT-IDX)
            ELSE
                MOVE DS-RESULT TO WS-AGE-DAYS
                EVALUATE TRUE
                    WHEN WS-AGE-DAYS <= 0
                        ADD OI-OPEN-AMOUNT
                            TO WA-CURRENT(WS-ACCT-IDX)
                    WHEN WS-AGE-DAYS <= 30
                        ADD OI-OPEN-AMOUNT TO WA-B1(WS-ACCT-IDX)
                    WHEN WS-AGE-DAYS <= 60
                        ADD OI-OPEN-AMOUNT TO WA-B30(WS-ACCT-IDX)
                    WHEN WS-AGE-DAYS <= 90
                        ADD OI-OPEN-AMOUNT TO WA-B60(WS-ACCT-IDX)
                    WHEN OTHER
                        ADD OI-OPEN-AMOUNT TO WA-B90(WS-ACCT-IDX)
                END-EVALUATE
            END-IF.
       SORT-WORST-FIRST.
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                MOVE WA-ACCT-NO(WS-ACCT-IDX)   TO RPD-ACCT
                MOVE WA-CUST-NAME(WS-ACCT-IDX) TO RPD-NAME
                MOVE WA-OLDEST-DUE(WS-ACCT-IDX) TO RPD-OLDEST
                MOVE WA-CURRENT(WS-ACCT-IDX)   TO RPD-CURRENT
                MOVE WA-B1(WS-ACCT-IDX)        TO RPD-B1
                MOVE WA-B30(WS-ACCT-IDX)       TO RPD-B30
                MOVE WA-B60(WS-ACCT-IDX)       TO RPD-B60
                MOVE WA-B90(WS-ACCT-IDX)       TO RPD-B90
                MOVE WA-CREDIT(WS-ACCT-IDX)    TO RPD-CREDIT
                MOVE WA-BALANCE(WS-ACCT-IDX)   TO RPD-BALANCE
                WRITE AGING-REPORT-RECORD FROM WS-RPT-DETAIL
                ADD WA-CURRENT(WS-ACCT-IDX) TO WS-TOT-CURRENT
                ADD WA-B1(WS-ACCT-IDX)      TO WS-TOT-B1
                ADD WA-B30(WS-ACCT-IDX)     TO WS-TOT-B30
                ADD WA-B60(WS-ACCT-IDX)     TO WS-TOT-B60
                ADD WA-B90(WS-ACCT-IDX)     TO WS-TOT-B90
                ADD WA-CREDIT(WS-ACCT-IDX)  TO WS-TOT-CREDIT
            END-PERFORM.
            WRITE AGING-REPORT-RECORD FROM WS-RPT-RULE.
            MOVE ZERO TO RPD-ACCT.
            MOVE "TOTALS" TO RPD-NAME.
            MOVE ZERO TO RPD-OLDEST.
            MOVE WS-TOT-CURRENT TO RPD-CURRENT.
            MOVE WS-TOT-B1      TO RPD-B1.
            MOVE WS-TOT-B30     TO RPD-B30.
            MOVE WS-TOT-B60     TO RPD-B60.
            MOVE WS-TOT-B90     TO RPD-B90.
            MOVE WS-TOT-CREDIT  TO RPD-CREDIT.
            MOVE ZERO TO RPD-BALANCE.
            WRITE AGING-REPORT-RECORD FROM WS-RPT-DETAIL.
            CLOSE AGING-REPORT-FILE.
       WRITE-BUCKET-FILE.
            OPEN OUTPUT AGE-BUCKET-FILE.
            IF WS-BUCKET-STATUS NOT = "00"
                DISPLAY "Unable to open arbucket.txt - status "
                    WS-BUCKET-STATUS " - the dunning run has no "
                    "buckets to work from."
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                        UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                    MOVE WA-ACCT-NO(WS-ACCT-IDX)    TO AB-ACCT-NO
                    MOVE WA-CUST-NAME(WS-ACCT-IDX)  TO AB-CUST-NAME
                    MOVE WA-OLDEST-DUE(WS-ACCT-IDX) TO AB-OLDEST-DUE
                    MOVE WA-CURRENT(WS-ACCT-IDX)    TO AB-CURRENT
                    MOVE WA-B1(WS-ACCT-IDX)         TO AB-B1
                    MOVE WA-B30(WS-ACCT-IDX)        TO AB-B30
                    MOVE WA-B60(WS-ACCT-IDX)        TO AB-B60
                    MOVE WA-B90(WS-ACCT-IDX)        TO AB-B90
                    MOVE WA-CREDIT(WS-ACCT-IDX)     TO AB-CREDIT
                    MOVE WA-BALANCE(WS-ACCT-IDX)    TO AB-BALANCE
                    MOVE WS-TODAY-YMD               TO AB-RUN-DATE
                    WRITE AGE-BUCKET-RECORD
                END-PERFORM
                CLOSE AGE-BUCKET-FILE
            END-IF.
       END PROGRAM AR-AGING.
