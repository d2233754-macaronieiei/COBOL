      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bad-debt write-off with a second operator's approval,
      *          so money that will never be paid stops sitting in the
      *          over-90 column of the aging. A collector (P)roposes a
      *          write-off of an account's balance, or part of it, with
      *          a reason; a different operator (A)pproves or (R)ejects
      *          it. Proposals and decisions are kept on arwriteoff.txt
      *          (layout WRITEOFF) with the operator and date of each.
      *          Approval is the write-off transaction: the amount is
      *          taken off what the account owes oldest first - a
      *          positive opening balance on acctmast.txt, then the
      *          open items on aropen.txt by due date, each one cleared
      *          in full marked written off (OI-STATUS W) - and an
      *          account left owing nothing is marked written off
      *          (AM-STATUS W), so billing refuses new charges and the
      *          receipt run treats any later money as a recovery. The
      *          account change is logged with before and after images
      *          to acctchglog.txt (action W). Credit items are left
      *          for cash application to refund or use. The master,
      *          the open items and the write-off file are loaded to
      *          tables and rewritten at the end of the session.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-WRITE-OFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "acctmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "aropen.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-ITEM-STATUS.
           SELECT WRITE-OFF-FILE ASSIGN TO "arwriteoff.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRITE-OFF-STATUS.
           SELECT ACCT-CHANGE-LOG-FILE ASSIGN TO "acctchglog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHGLOG-STATUS.
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
       FD WRITE-OFF-FILE.
       COPY WRITEOFF.
       FD ACCT-CHANGE-LOG-FILE.
       01 ACCT-CHANGE-LOG-RECORD.
           05 ACL-DATE          PIC X(8).
           05 ACL-ACTION        PIC X(1).
           05 ACL-ACCT-NO       PIC 9(6).
           05 ACL-BEFORE-IMAGE  PIC X(38).
           05 ACL-AFTER-IMAGE   PIC X(38).
       WORKING-STORAGE SECTION.
       01 WS-ACCT-MASTER-STATUS PIC X(2).
       01 WS-OPEN-ITEM-STATUS   PIC X(2).
       01 WS-WRITE-OFF-STATUS   PIC X(2).
       01 WS-CHGLOG-STATUS      PIC X(2).
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
               10 WA-FC-EXEMPT PIC X(1).
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
       01 WS-WO-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-WO-TABLE.
           05 WS-WO-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-WO-IDX.
               10 WW-NUMBER        PIC 9(5).
               10 WW-ACCT-NO       PIC 9(6).
               10 WW-AMOUNT        PIC 9(7)V99.
               10 WW-REASON        PIC X(30).
               10 WW-STATUS        PIC X(1).
               10 WW-PROPOSED-BY   PIC X(8).
               10 WW-PROPOSED-DATE PIC 9(8).
               10 WW-DECIDED-BY    PIC X(8).
               10 WW-DECIDED-DATE  PIC 9(8).
       01 WS-LOOKUP-FIELDS.
           05 WS-ENTRY-ACCT-X    PIC X(6).
           05 WS-ENTRY-ACCT      PIC 9(6).
           05 WS-LOOKUP-FOUND    PIC A(1).
               88 WS-ACCT-ON-FILE         VALUE 'Y'.
           05 WS-LOOKUP-SLOT     PIC 9(3).
           05 WS-ENTRY-WO-X      PIC X(5).
           05 WS-ENTRY-WO        PIC 9(5).
           05 WS-WO-FOUND        PIC A(1).
               88 WS-PROPOSAL-ON-FILE     VALUE 'Y'.
           05 WS-WO-SLOT         PIC 9(4).
           05 WS-PENDING-FLAG    PIC A(1).
               88 WS-PROPOSAL-PENDING     VALUE 'Y'.
       01 WS-ENTRY-FIELDS.
           05 WS-ENTRY-AMT-X     PIC X(12).
           05 WS-ENTRY-AMOUNT    PIC 9(7)V99.
           05 WS-ENTRY-REASON    PIC X(30).
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
       01 WS-WORK-FIELDS.
           05 WS-OUTSTANDING     PIC 9(9)V99.
           05 WS-REMAINING       PIC 9(9)V99.
           05 WS-LAST-WO-NUMBER  PIC 9(5) VALUE ZERO.
           05 WS-BEST-SLOT       PIC 9(4).
           05 WS-BEST-DUE        PIC 9(8).
           05 WS-ITEMS-CLEARED   PIC 9(4).
           05 DISP-AMOUNT        PIC $Z,ZZZ,ZZ9.99.
           05 DISP-OUTSTANDING   PIC $ZZZ,ZZZ,ZZ9.99.
       01 WS-IMAGE-FIELDS.
           05 WS-BEFORE-IMAGE.
               10 WS-BI-ACCT     PIC 9(6).
               10 WS-BI-NAME     PIC X(20).
               10 WS-BI-BAL      PIC S9(7)V99
                                 SIGN LEADING SEPARATE.
               10 WS-BI-STATUS   PIC X(1).
               10 WS-BI-EXEMPT   PIC X(1).
           05 WS-AFTER-IMAGE.
               10 WS-AI-ACCT     PIC 9(6).
               10 WS-AI-NAME     PIC X(20).
               10 WS-AI-BAL      PIC S9(7)V99
                                 SIGN LEADING SEPARATE.
               10 WS-AI-STATUS   PIC X(1).
               10 WS-AI-EXEMPT   PIC X(1).
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
                    "write-off records who proposed and approved it."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-ACCT-MASTER.
            PERFORM LOAD-OPEN-ITEMS.
            PERFORM LOAD-WRITE-OFFS.
            PERFORM UNTIL WS-DONE
                DISPLAY "Write-offs - (P)ropose, (A)pprove, "
                    "(R)eject, (L)ist pending, (X) done: "
                ACCEPT WS-ACTION
                EVALUATE WS-ACTION
                    WHEN 'P' PERFORM PROPOSE-WRITE-OFF
                    WHEN 'p' PERFORM PROPOSE-WRITE-OFF
                    WHEN 'A' PERFORM APPROVE-WRITE-OFF
                    WHEN 'a' PERFORM APPROVE-WRITE-OFF
                    WHEN 'R' PERFORM REJECT-WRITE-OFF
                    WHEN 'r' PERFORM REJECT-WRITE-OFF
                    WHEN 'L' PERFORM LIST-PENDING
                    WHEN 'l' PERFORM LIST-PENDING
                    WHEN 'X' SET WS-DONE TO TRUE
                    WHEN 'x' SET WS-DONE TO TRUE
                    WHEN OTHER
                        DISPLAY "Invalid action."
                END-EVALUATE
            END-PERFORM.
            MOVE ZERO TO RETURN-CODE.
            IF WS-FILES-CHANGED
                PERFORM SAVE-OPEN-ITEMS
                PERFORM SAVE-ACCT-MASTER
                PERFORM SAVE-WRITE-OFFS
            END-IF.
            STOP RUN.
       LOAD-ACCT-MASTER.
            OPEN INPUT ACCOUNT-MASTER-FILE.
            IF WS-ACCT-MASTER-STATUS NOT = "00"
                DISPLAY "acctmast.txt not found - status "
                    WS-ACCT-MASTER-STATUS " - nothing to write off."
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
                            DISPLAY "More than 200 accounts on "
                                "acctmast.txt - table full; "
                                "nothing written off."
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
                DISPLAY "aropen.txt not found - only opening "
                    "balances can be written off."
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
                                    "nothing written off."
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPEN-ITEM-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       LOAD-WRITE-OFFS.
            OPEN INPUT WRITE-OFF-FILE.
            IF WS-WRITE-OFF-STATUS NOT = "00"
                DISPLAY "arwriteoff.txt not found - starting an "
                    "empty write-off file."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ WRITE-OFF-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-WO-COUNT < 1000
                                ADD 1 TO WS-WO-COUNT
                                SET WS-WO-IDX TO WS-WO-COUNT
                                MOVE WRITE-OFF-RECORD
                                    TO WS-WO-ENTRY(WS-WO-IDX)
                                IF WO-NUMBER > WS-LAST-WO-NUMBER
                                    MOVE WO-NUMBER
                                        TO WS-LAST-WO-NUMBER
                                END-IF
                            ELSE
                                DISPLAY "More than 1000 write-offs "
                                    "on arwriteoff.txt - table "
                                    "full; nothing written off."
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WRITE-OFF-FILE
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
       ACCEPT-ACCOUNT-NUMBER.
            DISPLAY "Account number (6 digits): ".
            ACCEPT WS-ENTRY-ACCT-X.
            IF WS-ENTRY-ACCT-X IS NUMERIC
                MOVE WS-ENTRY-ACCT-X TO WS-ENTRY-ACCT
            ELSE
                DISPLAY "Account number must be 6 digits."
                MOVE ZERO TO WS-ENTRY-ACCT
            END-IF.
       ACCEPT-PROPOSAL-NUMBER.
            DISPLAY "Write-off number (5 digits): ".
            ACCEPT WS-ENTRY-WO-X.
            MOVE 'N'  TO WS-WO-FOUND.
            MOVE ZERO TO WS-WO-SLOT.
            IF WS-ENTRY-WO-X IS NOT NUMERIC
                DISPLAY "Write-off number must be 5 digits."
            ELSE
                MOVE WS-ENTRY-WO-X TO WS-ENTRY-WO
                PERFORM VARYING WS-WO-IDX FROM 1 BY 1
                        UNTIL WS-WO-IDX > WS-WO-COUNT
                            OR WS-PROPOSAL-ON-FILE
                    IF WW-NUMBER(WS-WO-IDX) = WS-ENTRY-WO
                        SET WS-PROPOSAL-ON-FILE TO TRUE
                        SET WS-WO-SLOT TO WS-WO-IDX
                    END-IF
                END-PERFORM
                IF NOT WS-PROPOSAL-ON-FILE
                    DISPLAY "No write-off numbered " WS-ENTRY-WO
                END-IF
            END-IF.
       ACCEPT-AMOUNT.
      * 9999999.99 or a whole number; blank takes the whole of
      * what the account owes.
            MOVE 'Y' TO WS-AMT-VALID-FLAG.
            DISPLAY "Amount to write off (9999999.99, blank for "
                "the full balance): ".
            ACCEPT WS-ENTRY-AMT-X.
            MOVE ZERO TO WS-ENTRY-AMOUNT.
            EVALUATE TRUE
                WHEN WS-ENTRY-AMT-X = SPACES
                    MOVE WS-OUTSTANDING TO WS-ENTRY-AMOUNT
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
      * opening balance plus its open items. Credit items are not
      * netted off - they stay with cash application.
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
       CHECK-PENDING-PROPOSAL.
            MOVE 'N' TO WS-PENDING-FLAG.
            PERFORM VARYING WS-WO-IDX FROM 1 BY 1
                    UNTIL WS-WO-IDX > WS-WO-COUNT
                        OR WS-PROPOSAL-PENDING
                IF WW-ACCT-NO(WS-WO-IDX) = WS-ENTRY-ACCT
                        AND WW-STATUS(WS-WO-IDX) = 'P'
                    SET WS-PROPOSAL-PENDING TO TRUE
                END-IF
            END-PERFORM.
       PROPOSE-WRITE-OFF.
            PERFORM ACCEPT-ACCOUNT-NUMBER.
            PERFORM FIND-ACCOUNT.
            PERFORM CHECK-PENDING-PROPOSAL.
            IF NOT WS-ACCT-ON-FILE
                DISPLAY "Account not on file: " WS-ENTRY-ACCT
            ELSE
                SET WS-ACCT-IDX TO WS-LOOKUP-SLOT
                PERFORM COMPUTE-OUTSTANDING
                MOVE WS-OUTSTANDING TO DISP-OUTSTANDING
                EVALUATE TRUE
                    WHEN WS-PROPOSAL-PENDING
                        DISPLAY "A write-off for account "
                            WS-ENTRY-ACCT " is already awaiting "
                            "approval."
                    WHEN WS-OUTSTANDING = ZERO
                        DISPLAY "Account " WS-ENTRY-ACCT
                            " owes nothing - no write-off."
                    WHEN WS-WO-COUNT >= 1000
                        DISPLAY "Write-off table full - not "
                            "proposed."
                    WHEN OTHER
                        DISPLAY "Account " WS-ENTRY-ACCT " "
                            WA-CUST-NAME(WS-ACCT-IDX) " owes "
                            DISP-OUTSTANDING
                        PERFORM ADD-PROPOSAL
                END-EVALUATE
            END-IF.
       ADD-PROPOSAL.
            PERFORM ACCEPT-AMOUNT.
            IF WS-AMT-IS-VALID
                DISPLAY "Reason: "
                ACCEPT WS-ENTRY-REASON
                EVALUATE TRUE
                    WHEN WS-ENTRY-AMOUNT = ZERO
                        DISPLAY "Nothing to write off."
                    WHEN WS-ENTRY-AMOUNT > WS-OUTSTANDING
                        DISPLAY "Amount is more than the account "
                            "owes - not proposed."
                    WHEN WS-ENTRY-REASON = SPACES
                        DISPLAY "A reason is required - not "
                            "proposed."
                    WHEN OTHER
                        ADD 1 TO WS-LAST-WO-NUMBER
                        ADD 1 TO WS-WO-COUNT
                        SET WS-WO-IDX TO WS-WO-COUNT
                        MOVE WS-LAST-WO-NUMBER
                            TO WW-NUMBER(WS-WO-IDX)
                        MOVE WS-ENTRY-ACCT TO WW-ACCT-NO(WS-WO-IDX)
                        MOVE WS-ENTRY-AMOUNT TO WW-AMOUNT(WS-WO-IDX)
                        MOVE WS-ENTRY-REASON TO WW-REASON(WS-WO-IDX)
                        MOVE 'P' TO WW-STATUS(WS-WO-IDX)
                        MOVE WS-OPERATOR
                            TO WW-PROPOSED-BY(WS-WO-IDX)
                        MOVE WS-TODAY-YMD
                            TO WW-PROPOSED-DATE(WS-WO-IDX)
                        MOVE SPACES TO WW-DECIDED-BY(WS-WO-IDX)
                        MOVE ZERO TO WW-DECIDED-DATE(WS-WO-IDX)
                        SET WS-FILES-CHANGED TO TRUE
                        DISPLAY "Write-off " WS-LAST-WO-NUMBER
                            " proposed - awaiting approval by "
                            "another operator."
                END-EVALUATE
            END-IF.
       APPROVE-WRITE-OFF.
            PERFORM ACCEPT-PROPOSAL-NUMBER.
            IF WS-PROPOSAL-ON-FILE
                SET WS-WO-IDX TO WS-WO-SLOT
                MOVE WW-ACCT-NO(WS-WO-IDX) TO WS-ENTRY-ACCT
                PERFORM FIND-ACCOUNT
                EVALUATE TRUE
                    WHEN WW-STATUS(WS-WO-IDX) NOT = 'P'
                        DISPLAY "Write-off " WS-ENTRY-WO
                            " has already been decided."
                    WHEN WW-PROPOSED-BY(WS-WO-IDX) = WS-OPERATOR
                        DISPLAY "Write-off " WS-ENTRY-WO
                            " was proposed by " WS-OPERATOR
                            " - it must be approved by a "
                            "different operator."
                    WHEN NOT WS-ACCT-ON-FILE
                        DISPLAY "Account " WS-ENTRY-ACCT
                            " is no longer on acctmast.txt - "
                            "reject the write-off."
                    WHEN OTHER
                        SET WS-ACCT-IDX TO WS-LOOKUP-SLOT
                        PERFORM COMPUTE-OUTSTANDING
                        IF WW-AMOUNT(WS-WO-IDX) > WS-OUTSTANDING
                            MOVE WS-OUTSTANDING TO DISP-OUTSTANDING
                            DISPLAY "Account " WS-ENTRY-ACCT
                                " now owes only " DISP-OUTSTANDING
                                " - reject and propose again."
                        ELSE
                            PERFORM APPLY-WRITE-OFF
                        END-IF
                END-EVALUATE
            END-IF.
       APPLY-WRITE-OFF.
      * the oldest money goes first: the opening balance, then the
      * open items by due date.
            PERFORM BUILD-BEFORE-IMAGE.
            MOVE WW-AMOUNT(WS-WO-IDX) TO WS-REMAINING.
            MOVE ZERO TO WS-ITEMS-CLEARED.
            IF WA-BALANCE(WS-ACCT-IDX) > ZERO
                IF WA-BALANCE(WS-ACCT-IDX) > WS-REMAINING
                    SUBTRACT WS-REMAINING FROM WA-BALANCE(WS-ACCT-IDX)
                    MOVE ZERO TO WS-REMAINING
                ELSE
                    SUBTRACT WA-BALANCE(WS-ACCT-IDX) FROM WS-REMAINING
                    MOVE ZERO TO WA-BALANCE(WS-ACCT-IDX)
                END-IF
            END-IF.
            MOVE 1 TO WS-BEST-SLOT.
            PERFORM UNTIL WS-REMAINING = ZERO OR WS-BEST-SLOT = ZERO
                PERFORM FIND-OLDEST-OPEN-ITEM
                IF WS-BEST-SLOT > ZERO
                    PERFORM WRITE-OFF-ONE-ITEM
                END-IF
            END-PERFORM.
            PERFORM COMPUTE-OUTSTANDING.
            IF WS-OUTSTANDING = ZERO
                MOVE 'W' TO WA-STATUS(WS-ACCT-IDX)
            END-IF.
            PERFORM BUILD-AFTER-IMAGE.
            PERFORM LOG-ACCOUNT-CHANGE.
            MOVE 'A' TO WW-STATUS(WS-WO-IDX).
            MOVE WS-OPERATOR  TO WW-DECIDED-BY(WS-WO-IDX).
            MOVE WS-TODAY-YMD TO WW-DECIDED-DATE(WS-WO-IDX).
            SET WS-FILES-CHANGED TO TRUE.
            MOVE WW-AMOUNT(WS-WO-IDX) TO DISP-AMOUNT.
            DISPLAY "Write-off " WS-ENTRY-WO " approved - "
                DISP-AMOUNT " written off account " WS-ENTRY-ACCT
                ", " WS-ITEMS-CLEARED " item(s) cleared.".
            IF WS-OUTSTANDING = ZERO
                DISPLAY "Account " WS-ENTRY-ACCT " is now written "
                    "off - later receipts are recoveries."
            ELSE
                MOVE WS-OUTSTANDING TO DISP-OUTSTANDING
                DISPLAY "Account " WS-ENTRY-ACCT " still owes "
                    DISP-OUTSTANDING
            END-IF.
       FIND-OLDEST-OPEN-ITEM.
            MOVE ZERO     TO WS-BEST-SLOT.
            MOVE 99999999 TO WS-BEST-DUE.
            PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                IF WI-ACCT-NO(WS-ITEM-IDX) = WS-ENTRY-ACCT
                        AND WI-STATUS(WS-ITEM-IDX) = 'O'
                        AND WI-DUE-DATE(WS-ITEM-IDX) < WS-BEST-DUE
                    MOVE WI-DUE-DATE(WS-ITEM-IDX) TO WS-BEST-DUE
                    SET WS-BEST-SLOT TO WS-ITEM-IDX
                END-IF
            END-PERFORM.
       WRITE-OFF-ONE-ITEM.
            SET WS-ITEM-IDX TO WS-BEST-SLOT.
            MOVE WS-TODAY-YMD TO WI-LAST-ACTIVITY(WS-ITEM-IDX).
            IF WI-OPEN-AMOUNT(WS-ITEM-IDX) > WS-REMAINING
                SUBTRACT WS-REMAINING FROM WI-OPEN-AMOUNT(WS-ITEM-IDX)
                MOVE ZERO TO WS-REMAINING
            ELSE
                SUBTRACT WI-OPEN-AMOUNT(WS-ITEM-IDX) FROM WS-REMAINING
                MOVE ZERO TO WI-OPEN-AMOUNT(WS-ITEM-IDX)
                MOVE 'W' TO WI-STATUS(WS-ITEM-IDX)
                ADD 1 TO WS-ITEMS-CLEARED
            END-IF.
       REJECT-WRITE-OFF.
            PERFORM ACCEPT-PROPOSAL-NUMBER.
            IF WS-PROPOSAL-ON-FILE
                SET WS-WO-IDX TO WS-WO-SLOT
                IF WW-STATUS(WS-WO-IDX) NOT = 'P'
                    DISPLAY "Write-off " WS-ENTRY-WO
                        " has already been decided."
                ELSE
                    MOVE 'R' TO WW-STATUS(WS-WO-IDX)
                    MOVE WS-OPERATOR  TO WW-DECIDED-BY(WS-WO-IDX)
                    MOVE WS-TODAY-YMD TO WW-DECIDED-DATE(WS-WO-IDX)
                    SET WS-FILES-CHANGED TO TRUE
                    DISPLAY "Write-off " WS-ENTRY-WO " rejected."
                END-IF
            END-IF.
       LIST-PENDING.
            MOVE 'N' TO WS-PENDING-FLAG.
            PERFORM VARYING WS-WO-IDX FROM 1 BY 1
                    UNTIL WS-WO-IDX > WS-WO-COUNT
                IF WW-STATUS(WS-WO-IDX) = 'P'
                    SET WS-PROPOSAL-PENDING TO TRUE
                    MOVE WW-AMOUNT(WS-WO-IDX) TO DISP-AMOUNT
                    DISPLAY "  " WW-NUMBER(WS-WO-IDX) "  acct "
                        WW-ACCT-NO(WS-WO-IDX) "  " DISP-AMOUNT
                        "  by " WW-PROPOSED-BY(WS-WO-IDX) " on "
                        WW-PROPOSED-DATE(WS-WO-IDX) "  "
                        WW-REASON(WS-WO-IDX)
                END-IF
            END-PERFORM.
            IF NOT WS-PROPOSAL-PENDING
                DISPLAY "No write-offs awaiting approval."
            END-IF.
       BUILD-BEFORE-IMAGE.
            MOVE SPACES TO WS-BEFORE-IMAGE.
            MOVE WA-ACCT-NO(WS-ACCT-IDX)   TO WS-BI-ACCT.
            MOVE WA-CUST-NAME(WS-ACCT-IDX) TO WS-BI-NAME.
            MOVE WA-BALANCE(WS-ACCT-IDX)   TO WS-BI-BAL.
            MOVE WA-STATUS(WS-ACCT-IDX)    TO WS-BI-STATUS.
            MOVE WA-FC-EXEMPT(WS-ACCT-IDX) TO WS-BI-EXEMPT.
       BUILD-AFTER-IMAGE.
            MOVE SPACES TO WS-AFTER-IMAGE.
            MOVE WA-ACCT-NO(WS-ACCT-IDX)   TO WS-AI-ACCT.
            MOVE WA-CUST-NAME(WS-ACCT-IDX) TO WS-AI-NAME.
            MOVE WA-BALANCE(WS-ACCT-IDX)   TO WS-AI-BAL.
            MOVE WA-STATUS(WS-ACCT-IDX)    TO WS-AI-STATUS.
            MOVE WA-FC-EXEMPT(WS-ACCT-IDX) TO WS-AI-EXEMPT.
       LOG-ACCOUNT-CHANGE.
            OPEN EXTEND ACCT-CHANGE-LOG-FILE.
            IF WS-CHGLOG-STATUS = "05" OR WS-CHGLOG-STATUS = "35"
                OPEN OUTPUT ACCT-CHANGE-LOG-FILE
            END-IF.
            IF WS-CHGLOG-STATUS NOT = "00"
                DISPLAY "Unable to open acctchglog.txt - status "
                    WS-CHGLOG-STATUS " - write-off not logged."
            ELSE
                MOVE WS-TODAY-YMD     TO ACL-DATE
                MOVE 'W'              TO ACL-ACTION
                MOVE WS-ENTRY-ACCT    TO ACL-ACCT-NO
                MOVE WS-BEFORE-IMAGE  TO ACL-BEFORE-IMAGE
                MOVE WS-AFTER-IMAGE   TO ACL-AFTER-IMAGE
                WRITE ACCT-CHANGE-LOG-RECORD
                CLOSE ACCT-CHANGE-LOG-FILE
            END-IF.
       SAVE-OPEN-ITEMS.
            IF WS-ITEM-COUNT > ZERO
                OPEN OUTPUT OPEN-ITEM-FILE
                IF WS-OPEN-ITEM-STATUS NOT = "00"
                    DISPLAY "*** Unable to rewrite aropen.txt - "
                        "status " WS-OPEN-ITEM-STATUS " - nothing "
                        "saved; the session's work is lost ***"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                        UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                    MOVE WS-ITEM-ENTRY(WS-ITEM-IDX)
                        TO OPEN-ITEM-RECORD
                    WRITE OPEN-ITEM-RECORD
                END-PERFORM
                CLOSE OPEN-ITEM-FILE
            END-IF.
       SAVE-ACCT-MASTER.
            OPEN OUTPUT ACCOUNT-MASTER-FILE.
            IF WS-ACCT-MASTER-STATUS NOT = "00"
                DISPLAY "*** Unable to rewrite acctmast.txt - status "
                    WS-ACCT-MASTER-STATUS " - write-offs are on "
                    "aropen.txt but NOT on the master ***"
                MOVE 16 TO RETURN-CODE
            ELSE
                PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                        UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                    MOVE WA-ACCT-NO(WS-ACCT-IDX) TO AM-ACCT-NO
                    MOVE WA-CUST-NAME(WS-ACCT-IDX)
                        TO AM-CUST-NAME
                    MOVE WA-BALANCE(WS-ACCT-IDX)
                        TO AM-OPEN-BALANCE
                    MOVE WA-STATUS(WS-ACCT-IDX) TO AM-STATUS
                    MOVE WA-FC-EXEMPT(WS-ACCT-IDX) TO AM-FC-EXEMPT
                    WRITE ACCOUNT-MASTER-RECORD
                END-PERFORM
                CLOSE ACCOUNT-MASTER-FILE
            END-IF.
       SAVE-WRITE-OFFS.
            OPEN OUTPUT WRITE-OFF-FILE.
            IF WS-WRITE-OFF-STATUS NOT = "00"
                DISPLAY "*** Unable to rewrite arwriteoff.txt - "
                    "status " WS-WRITE-OFF-STATUS " - the session's "
                    "proposals and decisions are NOT recorded ***"
                MOVE 16 TO RETURN-CODE
            ELSE
                PERFORM VARYING WS-WO-IDX FROM 1 BY 1
                        UNTIL WS-WO-IDX > WS-WO-COUNT
                    MOVE WS-WO-ENTRY(WS-WO-IDX) TO WRITE-OFF-RECORD
                    WRITE WRITE-OFF-RECORD
                END-PERFORM
                CLOSE WRITE-OFF-FILE
                DISPLAY "arwriteoff.txt saved - " WS-WO-COUNT
                    " write-off(s)."
            END-IF.
       END PROGRAM AR-WRITE-OFF.
