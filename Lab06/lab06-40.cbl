      *          maintained there, and rewritten at the end.
      * Tectonics: cobc
      * Modifications:
      *   - bankacct.txt now carries one distribution line per
      *     account an employee is paid into: a priority, a type
      *     (F fixed amount, P percentage of net, R remainder) and
      *     a value. Lines are added, changed and deleted by
      *     EMP-ID plus priority, the change log images carry the
      *     whole line, and the session cannot be closed until
      *     every employee with lines has exactly one remainder
      *     line - the one that takes whatever the others leave.
      *     A row from the old layout loads as the remainder line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-MAINT.
           05 BA-EMP-ID        PIC X(6).
           05 BA-BANK-CODE     PIC X(3).
           05 BA-ACCOUNT-NO    PIC X(10).
           05 BA-PRIORITY      PIC 9(2).
           05 BA-DIST-TYPE     PIC X(1).
           05 BA-DIST-VALUE    PIC 9(7)V99.
       FD EMPLOYEE-FILE.
       COPY EMPREC.
       FD BANK-CHANGE-LOG-FILE.
           05 BCL-DATE          PIC X(8).
           05 BCL-ACTION        PIC X(1).
           05 BCL-EMP-ID        PIC X(6).
           05 BCL-BEFORE-IMAGE  PIC X(31).
           05 BCL-AFTER-IMAGE   PIC X(31).
       FD PRENOTE-FILE.
       01 PRENOTE-RECORD   PIC X(46).
       WORKING-STORAGE SECTION.
           88 WS-DONE                       VALUE 'Y'.
       01 WS-ACCT-COUNT           PIC 9(3)  VALUE ZERO.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-ACCT-IDX WS-SCAN-IDX.
               10 WS-BA-EMP-ID     PIC X(6).
               10 WS-BA-BANK-CODE  PIC X(3).
               10 WS-BA-ACCOUNT-NO PIC X(10).
               10 WS-BA-PRIORITY   PIC 9(2).
               10 WS-BA-DIST-TYPE  PIC X(1).
               10 WS-BA-DIST-VALUE PIC 9(7)V99.
               10 WS-BA-PRENOTE    PIC X(1).
       01 WS-LOOKUP-FIELDS.
           05 WS-ENTRY-ID        PIC X(6).
           05 WS-ENTRY-PRIORITY  PIC 9(2).
           05 WS-LOOKUP-FOUND    PIC A(1).
               88 WS-ACCT-ON-FILE         VALUE 'Y'.
           05 WS-LOOKUP-SLOT     PIC 9(3).
       01 WS-ENTRY-FIELDS.
           05 WS-ENTRY-BANK      PIC X(3).
           05 WS-ENTRY-ACCOUNT   PIC X(10).
           05 WS-ENTRY-TYPE      PIC X(1).
               88 WS-ENTRY-FIXED          VALUE 'F'.
               88 WS-ENTRY-PERCENT        VALUE 'P'.
               88 WS-ENTRY-REMAINDER      VALUE 'R'.
           05 WS-ENTRY-VALUE     PIC 9(7)V99.
           05 WS-ACCT-VALID-FLAG PIC A(1).
               88 WS-ACCT-IS-VALID        VALUE 'Y'.
           05 WS-CHECK-SUM       PIC 9(3).
           05 WS-CHECK-DIGIT     PIC 9(1).
           05 WS-CHECK-POS       PIC 9(2).
           05 WS-DIGIT-N         PIC 9(1).
       01 WS-LINE-COUNT-FIELDS.
           05 WS-EMP-LINE-COUNT  PIC 9(3).
           05 WS-EMP-REMAINDERS  PIC 9(3).
           05 WS-EMP-FIRST-SLOT  PIC 9(3).
           05 WS-PROOF-FLAG      PIC A(1).
               88 WS-PROOF-FAILED         VALUE 'Y'.
       01 WS-IMAGE-FIELDS.
           05 WS-BEFORE-IMAGE    PIC X(31).
           05 WS-AFTER-IMAGE     PIC X(31).
           05 WS-CHANGE-ACTION   PIC X(1).
           05 WS-IMAGE-VALUE     PIC 9(7)V99.
           05 WS-IMAGE-VALUE-X REDEFINES WS-IMAGE-VALUE
                                 PIC X(9).
       01 WS-CHGLOG-RUN-DATE.
           05 WS-CHGLOG-YY PIC 99.
           05 WS-CHGLOG-MM PIC 99.
            END-IF.
            PERFORM OPEN-CHANGE-LOG.
            PERFORM UNTIL WS-DONE
                DISPLAY "Bank distribution lines - (A)dd, "
                    "(C)hange, (D)elete, (L)ist, (X) done: "
                ACCEPT WS-ACTION
                EVALUATE WS-ACTION
                    WHEN 'A' PERFORM ADD-ACCOUNT
                    WHEN 'd' PERFORM DELETE-ACCOUNT
                    WHEN 'L' PERFORM LIST-ACCOUNTS
                    WHEN 'l' PERFORM LIST-ACCOUNTS
                    WHEN 'X' PERFORM PROVE-REMAINDER-LINES
                    WHEN 'x' PERFORM PROVE-REMAINDER-LINES
                    WHEN OTHER
                        DISPLAY "Invalid action."
                END-EVALUATE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-ACCT-COUNT < 400
                                ADD 1 TO WS-ACCT-COUNT
                                SET WS-ACCT-IDX TO WS-ACCT-COUNT
                                MOVE BA-EMP-ID TO
                                    WS-BA-BANK-CODE(WS-ACCT-IDX)
                                MOVE BA-ACCOUNT-NO TO
                                    WS-BA-ACCOUNT-NO(WS-ACCT-IDX)
                                PERFORM LOAD-DISTRIBUTION-FIELDS
                                MOVE 'N' TO
                                    WS-BA-PRENOTE(WS-ACCT-IDX)
                            ELSE
                END-PERFORM
                CLOSE BANK-ACCOUNT-FILE
                DISPLAY "bankacct.txt loaded - " WS-ACCT-COUNT
                    " distribution line(s)."
            ELSE
                DISPLAY "bankacct.txt not found - starting an "
                    "empty master."
            END-IF.
       LOAD-DISTRIBUTION-FIELDS.
      * a row from before distribution lines has no type - it was
      * the employee's only account, so it takes the remainder.
            IF BA-PRIORITY IS NUMERIC AND BA-PRIORITY > ZERO
                MOVE BA-PRIORITY TO WS-BA-PRIORITY(WS-ACCT-IDX)
            ELSE
                MOVE 1 TO WS-BA-PRIORITY(WS-ACCT-IDX)
            END-IF.
            IF BA-DIST-TYPE = SPACE
                MOVE 'R' TO WS-BA-DIST-TYPE(WS-ACCT-IDX)
            ELSE
                MOVE BA-DIST-TYPE TO WS-BA-DIST-TYPE(WS-ACCT-IDX)
            END-IF.
            IF BA-DIST-VALUE IS NUMERIC
                MOVE BA-DIST-VALUE TO WS-BA-DIST-VALUE(WS-ACCT-IDX)
            ELSE
                MOVE ZERO TO WS-BA-DIST-VALUE(WS-ACCT-IDX)
            END-IF.
       SAVE-BANK-ACCOUNTS.
            OPEN OUTPUT BANK-ACCOUNT-FILE.
            IF WS-BANK-ACCT-STATUS = "00"
                        TO BA-BANK-CODE
                    MOVE WS-BA-ACCOUNT-NO(WS-ACCT-IDX)
                        TO BA-ACCOUNT-NO
                    MOVE WS-BA-PRIORITY(WS-ACCT-IDX)
                        TO BA-PRIORITY
                    MOVE WS-BA-DIST-TYPE(WS-ACCT-IDX)
                        TO BA-DIST-TYPE
                    MOVE WS-BA-DIST-VALUE(WS-ACCT-IDX)
                        TO BA-DIST-VALUE
                    WRITE BANK-ACCOUNT-RECORD
                END-PERFORM
                CLOSE BANK-ACCOUNT-FILE
                DISPLAY "bankacct.txt saved - " WS-ACCT-COUNT
                    " distribution line(s)."
            ELSE
                DISPLAY "Unable to rewrite bankacct.txt - status "
                    WS-BANK-ACCT-STATUS
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                        OR WS-ACCT-ON-FILE
                IF WS-BA-EMP-ID(WS-ACCT-IDX) = WS-ENTRY-ID
                        AND WS-BA-PRIORITY(WS-ACCT-IDX)
                            = WS-ENTRY-PRIORITY
                    SET WS-ACCT-ON-FILE TO TRUE
                    SET WS-LOOKUP-SLOT TO WS-ACCT-IDX
                END-IF
            END-PERFORM.
       COUNT-EMPLOYEE-LINES.
      * lines and remainder lines on file for WS-ENTRY-ID, leaving
      * out the line in WS-LOOKUP-SLOT (the one being changed).
            MOVE ZERO TO WS-EMP-LINE-COUNT.
            MOVE ZERO TO WS-EMP-REMAINDERS.
            MOVE ZERO TO WS-EMP-FIRST-SLOT.
            PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                    UNTIL WS-SCAN-IDX > WS-ACCT-COUNT
                IF WS-BA-EMP-ID(WS-SCAN-IDX) = WS-ENTRY-ID
                    IF WS-EMP-FIRST-SLOT = ZERO
                        SET WS-EMP-FIRST-SLOT TO WS-SCAN-IDX
                    END-IF
                    IF WS-SCAN-IDX NOT = WS-LOOKUP-SLOT
                        ADD 1 TO WS-EMP-LINE-COUNT
                        IF WS-BA-DIST-TYPE(WS-SCAN-IDX) = 'R'
                            ADD 1 TO WS-EMP-REMAINDERS
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
       ACCEPT-LINE-KEY.
            DISPLAY "Employee ID: ".
            ACCEPT WS-ENTRY-ID.
            DISPLAY "Distribution priority (01-99, lowest is paid "
                "first): ".
            ACCEPT WS-ENTRY-PRIORITY.
            IF WS-ENTRY-PRIORITY = ZERO
                MOVE 1 TO WS-ENTRY-PRIORITY
            END-IF.
            PERFORM FIND-ACCOUNT.
       VERIFY-EMPLOYEE.
            MOVE 'N' TO WS-EMP-OK-FLAG.
            MOVE WS-ENTRY-ID TO EMP-ID.
            DISPLAY "Account number (10 digits, last is the "
                "check digit): ".
            ACCEPT WS-ENTRY-ACCOUNT.
            DISPLAY "Distribution type - (F)ixed amount, "
                "(P)ercentage of net, (R)emainder: ".
            ACCEPT WS-ENTRY-TYPE.
            INSPECT WS-ENTRY-TYPE CONVERTING "fpr" TO "FPR".
            MOVE ZERO TO WS-ENTRY-VALUE.
            IF WS-ENTRY-FIXED
                DISPLAY "Fixed amount: "
                ACCEPT WS-ENTRY-VALUE
            END-IF.
            IF WS-ENTRY-PERCENT
                DISPLAY "Percentage of net pay (e.g. 25.00): "
                ACCEPT WS-ENTRY-VALUE
            END-IF.
            PERFORM VALIDATE-ACCOUNT-FIELDS.
            PERFORM VALIDATE-DISTRIBUTION.
       VALIDATE-ACCOUNT-FIELDS.
            MOVE 'Y' TO WS-ACCT-VALID-FLAG.
            IF WS-ENTRY-BANK = SPACES
                    "expected " WS-CHECK-DIGIT "."
                MOVE 'N' TO WS-ACCT-VALID-FLAG
            END-IF.
       VALIDATE-DISTRIBUTION.
            EVALUATE TRUE
                WHEN WS-ENTRY-FIXED
                    IF WS-ENTRY-VALUE = ZERO
                        DISPLAY "A fixed amount must be more than "
                            "zero."
                        MOVE 'N' TO WS-ACCT-VALID-FLAG
                    END-IF
                WHEN WS-ENTRY-PERCENT
                    IF WS-ENTRY-VALUE = ZERO
                            OR WS-ENTRY-VALUE > 100
                        DISPLAY "A percentage must be more than "
                            "zero and no more than 100."
                        MOVE 'N' TO WS-ACCT-VALID-FLAG
                    END-IF
                WHEN WS-ENTRY-REMAINDER
                    PERFORM COUNT-EMPLOYEE-LINES
                    IF WS-EMP-REMAINDERS > ZERO
                        DISPLAY WS-ENTRY-ID " already has a "
                            "remainder line - change that one "
                            "instead."
                        MOVE 'N' TO WS-ACCT-VALID-FLAG
                    END-IF
                WHEN OTHER
                    DISPLAY "Distribution type must be F, P or R."
                    MOVE 'N' TO WS-ACCT-VALID-FLAG
            END-EVALUATE.
       ADD-ACCOUNT.
            PERFORM ACCEPT-LINE-KEY.
            IF WS-ACCT-ON-FILE
                DISPLAY "Priority " WS-ENTRY-PRIORITY
                    " already on file for " WS-ENTRY-ID
                    " - use (C)hange."
            ELSE
                PERFORM VERIFY-EMPLOYEE
                IF WS-EMP-ON-FILE
                    PERFORM ACCEPT-ACCOUNT-FIELDS
                    IF WS-ACCT-IS-VALID
                        IF WS-ACCT-COUNT >= 400
                            DISPLAY "Account table full - not "
                                "added."
                        ELSE
                                TO WS-BA-BANK-CODE(WS-ACCT-IDX)
                            MOVE WS-ENTRY-ACCOUNT
                                TO WS-BA-ACCOUNT-NO(WS-ACCT-IDX)
                            PERFORM MOVE-ENTRY-DISTRIBUTION
                            MOVE 'Y'
                                TO WS-BA-PRENOTE(WS-ACCT-IDX)
                            MOVE SPACES TO WS-BEFORE-IMAGE
                    END-IF
                END-IF
            END-IF.
       MOVE-ENTRY-DISTRIBUTION.
            MOVE WS-ENTRY-PRIORITY TO WS-BA-PRIORITY(WS-ACCT-IDX).
            MOVE WS-ENTRY-TYPE     TO WS-BA-DIST-TYPE(WS-ACCT-IDX).
            MOVE WS-ENTRY-VALUE    TO WS-BA-DIST-VALUE(WS-ACCT-IDX).
       CHANGE-ACCOUNT.
            PERFORM ACCEPT-LINE-KEY.
            IF NOT WS-ACCT-ON-FILE
                DISPLAY "No priority " WS-ENTRY-PRIORITY
                    " line on file for " WS-ENTRY-ID
            ELSE
                PERFORM VERIFY-EMPLOYEE
                IF WS-EMP-ON-FILE
                            TO WS-BA-BANK-CODE(WS-ACCT-IDX)
                        MOVE WS-ENTRY-ACCOUNT
                            TO WS-BA-ACCOUNT-NO(WS-ACCT-IDX)
                        PERFORM MOVE-ENTRY-DISTRIBUTION
                        MOVE 'Y' TO WS-BA-PRENOTE(WS-ACCT-IDX)
                        PERFORM BUILD-AFTER-IMAGE
                        MOVE 'C' TO WS-CHANGE-ACTION
                END-IF
            END-IF.
       DELETE-ACCOUNT.
            PERFORM ACCEPT-LINE-KEY.
            IF NOT WS-ACCT-ON-FILE
                DISPLAY "No priority " WS-ENTRY-PRIORITY
                    " line on file for " WS-ENTRY-ID
            ELSE
                SET WS-ACCT-IDX TO WS-LOOKUP-SLOT
                PERFORM BUILD-BEFORE-IMAGE
                MOVE SPACES TO WS-AFTER-IMAGE
                MOVE 'D' TO WS-CHANGE-ACTION
                PERFORM LOG-ACCOUNT-CHANGE
                MOVE WS-ACCT-ENTRY(WS-ACCT-COUNT)
                    TO WS-ACCT-ENTRY(WS-ACCT-IDX)
                SUBTRACT 1 FROM WS-ACCT-COUNT
                MOVE ZERO TO WS-LOOKUP-SLOT
                PERFORM COUNT-EMPLOYEE-LINES
                IF WS-EMP-LINE-COUNT = ZERO
                    DISPLAY "Line deleted for " WS-ENTRY-ID
                        " - the employee falls back to check "
                        "payment."
                ELSE
                    DISPLAY "Line deleted for " WS-ENTRY-ID
                        " - " WS-EMP-LINE-COUNT
                        " line(s) remain."
                END-IF
            END-IF.
       LIST-ACCOUNTS.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                DISPLAY "  " WS-BA-EMP-ID(WS-ACCT-IDX) "  "
                    WS-BA-PRIORITY(WS-ACCT-IDX) "  "
                    WS-BA-BANK-CODE(WS-ACCT-IDX) "  "
                    WS-BA-ACCOUNT-NO(WS-ACCT-IDX) "  "
                    WS-BA-DIST-TYPE(WS-ACCT-IDX) "  "
                    WS-BA-DIST-VALUE(WS-ACCT-IDX)
            END-PERFORM.
            IF WS-ACCT-COUNT = ZERO
                DISPLAY "No accounts on file."
            END-IF.
       PROVE-REMAINDER-LINES.
      * the payroll run pays the remainder line whatever the fixed
      * and percentage lines leave, so an employee with none, or
      * with two, cannot be paid correctly - the session stays open
      * until every employee with lines has exactly one.
            MOVE 'N' TO WS-PROOF-FLAG.
            MOVE ZERO TO WS-LOOKUP-SLOT.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                MOVE WS-BA-EMP-ID(WS-ACCT-IDX) TO WS-ENTRY-ID
                PERFORM COUNT-EMPLOYEE-LINES
                IF WS-EMP-FIRST-SLOT = WS-ACCT-IDX
                        AND WS-EMP-REMAINDERS NOT = 1
                    SET WS-PROOF-FAILED TO TRUE
                    DISPLAY "  " WS-ENTRY-ID " has "
                        WS-EMP-REMAINDERS " remainder line(s) - "
                        "exactly one is required."
                END-IF
            END-PERFORM.
            IF WS-PROOF-FAILED
                DISPLAY "Distribution lines do not prove - fix "
                    "the employees listed before closing."
            ELSE
                DISPLAY "Every employee has exactly one remainder "
                    "line."
                SET WS-DONE TO TRUE
            END-IF.
       BUILD-BEFORE-IMAGE.
            MOVE SPACES TO WS-BEFORE-IMAGE.
            MOVE WS-BA-EMP-ID(WS-ACCT-IDX)
                TO WS-BEFORE-IMAGE(7:3).
            MOVE WS-BA-ACCOUNT-NO(WS-ACCT-IDX)
                TO WS-BEFORE-IMAGE(10:10).
            MOVE WS-BA-PRIORITY(WS-ACCT-IDX)
                TO WS-BEFORE-IMAGE(20:2).
            MOVE WS-BA-DIST-TYPE(WS-ACCT-IDX)
                TO WS-BEFORE-IMAGE(22:1).
            MOVE WS-BA-DIST-VALUE(WS-ACCT-IDX) TO WS-IMAGE-VALUE.
            MOVE WS-IMAGE-VALUE-X TO WS-BEFORE-IMAGE(23:9).
       BUILD-AFTER-IMAGE.
            MOVE SPACES TO WS-AFTER-IMAGE.
            MOVE WS-BA-EMP-ID(WS-ACCT-IDX)
                TO WS-AFTER-IMAGE(7:3).
            MOVE WS-BA-ACCOUNT-NO(WS-ACCT-IDX)
                TO WS-AFTER-IMAGE(10:10).
            MOVE WS-BA-PRIORITY(WS-ACCT-IDX)
                TO WS-AFTER-IMAGE(20:2).
            MOVE WS-BA-DIST-TYPE(WS-ACCT-IDX)
                TO WS-AFTER-IMAGE(22:1).
            MOVE WS-BA-DIST-VALUE(WS-ACCT-IDX) TO WS-IMAGE-VALUE.
            MOVE WS-IMAGE-VALUE-X TO WS-AFTER-IMAGE(23:9).
       OPEN-CHANGE-LOG.
            OPEN EXTEND BANK-CHANGE-LOG-FILE.
            IF WS-CHGLOG-STATUS = "05" OR WS-CHGLOG-STATUS = "35"
