      *          accounts for every number ever issued.
      * Tectonics: cobc
      * Modifications:
      *   - bankacct.txt now carries one line per account an
      *     employee's net pay is split across, so the account
      *     table holds 400 lines; any line at all still means the
      *     employee is paid by the bank, not by check.
      *   - Each check now carries the payee's mailing address from
      *     addrmast.txt (through ADDRSRV) under the payee line for a
      *     window envelope; checks with no address on file are
      *     counted at the end of the run.
      *   - At the end of a print run the checks issued and voided on
      *     checkreg.txt since the last one go to the bank as a
      *     positive pay issue file (posipay.txt: header with the
      *     account from posipayparm.txt, an issue or void line per
      *     check with the issue date, amount and payee, and a
      *     count/amount trailer). posipayctl.txt keeps how far into
      *     the register has been sent, and each batch is registered
      *     as POSIPAY on ifregistry.txt so it is never sent twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-PRINT.
           SELECT OP-SESSION-FILE ASSIGN TO "opsession.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPSESSION-STATUS.
           SELECT POSPAY-PARM-FILE ASSIGN TO "posipayparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSPAY-PARM-STATUS.
           SELECT POSPAY-CONTROL-FILE ASSIGN TO "posipayctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSPAY-CTL-STATUS.
           SELECT POSPAY-FILE ASSIGN TO "posipay.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSPAY-STATUS.
           SELECT IF-REGISTRY-FILE ASSIGN TO "ifregistry.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PAY-HISTORY-FILE.
           05 BA-EMP-ID        PIC X(6).
           05 BA-BANK-CODE     PIC X(3).
           05 BA-ACCOUNT-NO    PIC X(10).
           05 BA-PRIORITY      PIC 9(2).
           05 BA-DIST-TYPE     PIC X(1).
           05 BA-DIST-VALUE    PIC 9(7)V99.
       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-RECORD.
           05 PP-PERIOD-ID     PIC X(6).
       FD OP-SESSION-FILE.
       01 OP-SESSION-RECORD.
           05 OPS-OPERATOR PIC X(8).
       FD POSPAY-PARM-FILE.
       01 POSPAY-PARM-RECORD.
           05 PPP-BANK-CODE    PIC X(3).
           05 PPP-ACCOUNT-NO   PIC X(10).
       FD POSPAY-CONTROL-FILE.
       01 POSPAY-CONTROL-RECORD.
           05 PPC-SENT-RECORDS PIC 9(6).
       FD POSPAY-FILE.
       01 POSPAY-HEADER.
           05 PPH-TYPE         PIC X(1).
           05 PPH-BANK-CODE    PIC X(3).
           05 PPH-ACCOUNT-NO   PIC X(10).
           05 PPH-RUN-DATE     PIC X(8).
           05 PPH-BATCH-ID     PIC X(8).
       01 POSPAY-DETAIL.
           05 PPD-TYPE         PIC X(1).
           05 PPD-ACCOUNT-NO   PIC X(10).
           05 PPD-CHECK-NO     PIC 9(6).
           05 PPD-ISSUE-DATE   PIC X(8).
           05 PPD-AMOUNT       PIC 9(9)V99.
           05 PPD-PAYEE        PIC X(25).
       01 POSPAY-TRAILER.
           05 PPT-TYPE         PIC X(1).
           05 PPT-COUNT        PIC 9(7).
           05 PPT-AMOUNT       PIC 9(11)V99.
       FD IF-REGISTRY-FILE.
       01 IF-REGISTRY-RECORD.
           05 IR-INTERFACE PIC X(8).
           05 IR-BATCH-ID  PIC X(8).
           05 IR-DATE      PIC X(8).
           05 IR-COUNT     PIC 9(7).
           05 IR-HASH      PIC 9(13)V99.
       WORKING-STORAGE SECTION.
       COPY ADDRREQ.
       01 WS-PAYHIST-STATUS     PIC X(2).
       01 WS-BANK-ACCT-STATUS   PIC X(2).
       01 WS-PERIOD-STATUS      PIC X(2).
       01 WS-REGISTER-STATUS    PIC X(2).
       01 WS-CONTROL-STATUS     PIC X(2).
       01 WS-OPSESSION-STATUS   PIC X(2).
       01 WS-POSPAY-PARM-STATUS PIC X(2).
       01 WS-POSPAY-CTL-STATUS  PIC X(2).
       01 WS-POSPAY-STATUS      PIC X(2).
       01 WS-REGISTRY-STATUS    PIC X(2).
       01 WS-RUN-RC             PIC 9(2)  VALUE ZERO.
       01 WS-SESSION-OPERATOR   PIC X(8)  VALUE "CONSOLE".
       01 WS-UNATTENDED-FLAG    PIC A(1)  VALUE 'N'.
           88 WS-UNATTENDED               VALUE 'Y'.
       01 WS-VOID-ENTRY         PIC X(6).
       01 WS-BANK-ACCT-COUNT    PIC 9(3)  VALUE ZERO.
       01 WS-BANK-ID-TABLE.
           05 WS-BANK-EMP-ID OCCURS 400 TIMES
                   INDEXED BY WS-BANK-IDX PIC X(6).
       01 WS-BANK-FOUND         PIC A(1).
           88 WS-BANK-ACCT-KNOWN          VALUE 'Y'.
       01 WS-CHECK-COUNTS.
           05 WS-CHECK-COUNT    PIC 9(5)     VALUE ZERO.
           05 WS-NO-ADDRESS-COUNT PIC 9(5)   VALUE ZERO.
           05 WS-CHECK-HASH     PIC 9(11)V99 VALUE ZERO.
       01 WS-RUN-DATE-X         PIC X(8).
       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YY PIC 99.
           05 WS-RUN-MM PIC 99.
           05 WS-RUN-DD PIC 99.
       01 WS-POSPAY-FIELDS.
           05 WS-PP-BANK-CODE    PIC X(3)  VALUE SPACES.
           05 WS-PP-ACCOUNT-NO   PIC X(10) VALUE SPACES.
           05 WS-PP-SENT-RECORDS PIC 9(6)  VALUE ZERO.
           05 WS-PP-REG-RECORDS  PIC 9(6)  VALUE ZERO.
           05 WS-PP-LAST-RECORD  PIC 9(6)  VALUE ZERO.
           05 WS-PP-BATCH-ID     PIC X(8).
           05 WS-PP-VOID-COUNT   PIC 9(4)  VALUE ZERO.
           05 WS-PP-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05 WS-PP-REGISTERED-FLAG PIC X(1).
               88 WS-PP-ALREADY-REGISTERED  VALUE 'Y'.
           05 WS-PP-FULL-FLAG    PIC X(1)  VALUE 'N'.
               88 WS-PP-TABLE-FULL          VALUE 'Y'.
       01 WS-PP-COUNT           PIC 9(4)  VALUE ZERO.
       01 WS-PP-TABLE.
           05 WS-PP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-PP-IDX.
               10 WS-PP-TYPE      PIC X(1).
               10 WS-PP-CHECK-NO  PIC 9(6).
               10 WS-PP-DATE      PIC X(8).
               10 WS-PP-NAME      PIC X(25).
               10 WS-PP-AMOUNT    PIC 9(9)V99.
       01 WS-FORM-FEED          PIC X(1)  VALUE X"0C".
       01 WS-LINE-SUB           PIC 9(1).
       01 WS-WORD-TABLES.
           05 WS-UNIT-TEXT.
               10 FILLER PIC X(9) VALUE "ONE".
               10 FILLER        PIC X(21) VALUE
                   "PAY TO THE ORDER OF: ".
               10 CHK-PAYEE     PIC X(39).
           05 WS-CHK-MAIL-LINE.
               10 FILLER        PIC X(21) VALUE SPACE.
               10 CHK-MAIL      PIC X(40).
           05 WS-CHK-NUMBER-LINE.
               10 FILLER        PIC X(21) VALUE
                   "CHECK NO: ".
            CLOSE CHECK-FILE.
            PERFORM FINISH-CHECK-REGISTER.
            PERFORM SAVE-CHECK-CONTROL.
            PERFORM BUILD-POSITIVE-PAY
                THRU BUILD-POSITIVE-PAY-EXIT.

            DISPLAY "Checks printed for period " WS-SELECTED-PERIOD
                ": " WS-CHECK-COUNT.
                DISPLAY "Every payment for that period had a bank "
                    "account - no checks needed."
            END-IF.
            IF WS-NO-ADDRESS-COUNT > ZERO
                DISPLAY "Checks with no address on addrmast.txt: "
                    WS-NO-ADDRESS-COUNT " - address these by hand."
            END-IF.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       CHECK-UNATTENDED.
            OPEN INPUT OP-SESSION-FILE.
                        AT END
                            SET WS-BANK-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-BANK-ACCT-COUNT < 400
                                ADD 1 TO WS-BANK-ACCT-COUNT
                                SET WS-BANK-IDX
                                    TO WS-BANK-ACCT-COUNT
                                    WS-BANK-EMP-ID(WS-BANK-IDX)
                            ELSE
                                DISPLAY "bankacct.txt has more "
                                    "than 400 lines - extra "
                                    "line ignored"
                            END-IF
                    END-READ
                END-PERFORM
            MOVE PH-PERIOD-ID       TO CHK-MEMO-PERIOD.
            WRITE CHECK-RECORD FROM WS-CHK-RULE.
            WRITE CHECK-RECORD FROM WS-CHK-PAYEE-LINE.
            PERFORM WRITE-MAILING-BLOCK.
            WRITE CHECK-RECORD FROM WS-CHK-NUMBER-LINE.
            WRITE CHECK-RECORD FROM WS-CHK-AMOUNT-LINE.
            MOVE PH-NET-PAY TO WS-AMOUNT-INT.
            PERFORM WRITE-REGISTER-DETAIL.
            ADD PH-NET-PAY TO WS-CHECK-HASH.
            ADD 1 TO WS-NEXT-CHECK-NO.
       WRITE-MAILING-BLOCK.
      * the address lines under the payee for the window envelope;
      * the name is already on the payee line.
            MOVE PH-EMP-ID   TO AR-EMP-ID.
            MOVE PH-EMP-NAME TO AR-NAME.
            CALL "ADDRSRV" USING AR-REQUEST.
            IF NOT AR-ADDRESS-FOUND
                ADD 1 TO WS-NO-ADDRESS-COUNT
            END-IF.
            PERFORM VARYING WS-LINE-SUB FROM 2 BY 1
                    UNTIL WS-LINE-SUB > 4
                MOVE AR-MAIL-LINE(WS-LINE-SUB) TO CHK-MAIL
                WRITE CHECK-RECORD FROM WS-CHK-MAIL-LINE
            END-PERFORM.
       BUILD-AMOUNT-IN-WORDS.
            MOVE SPACES TO WS-WORDS-LINE.
            MOVE 1 TO WS-WORDS-POINTER.
            CLOSE CHECK-REGISTER-FILE.
            DISPLAY "Check register trailer written - count "
                WS-CHECK-COUNT ", hash total on the record.".
       BUILD-POSITIVE-PAY.
      * every check issued or voided on the register since the last
      * issue file goes to the bank, so a check it was never told
      * of - or one since voided - is refused at the counter.
            PERFORM LOAD-POSPAY-PARM.
            IF WS-PP-ACCOUNT-NO = SPACES
                DISPLAY "posipayparm.txt not found - positive pay "
                    "issue file NOT built; these checks go in the "
                    "next one."
                MOVE 4 TO WS-RUN-RC
                GO TO BUILD-POSITIVE-PAY-EXIT
            END-IF.
            PERFORM LOAD-POSPAY-CONTROL.
            PERFORM COLLECT-POSPAY-BATCH.
            IF WS-PP-COUNT = ZERO
                DISPLAY "No checks issued or voided since the last "
                    "positive pay file - none built."
                GO TO BUILD-POSITIVE-PAY-EXIT
            END-IF.
      * the batch is named for the register record it ends on, so
      * the same stretch of the register always has the same id.
            MOVE SPACES TO WS-PP-BATCH-ID.
            STRING "PP" WS-PP-LAST-RECORD
                DELIMITED BY SIZE INTO WS-PP-BATCH-ID
            END-STRING.
            PERFORM CHECK-POSPAY-REGISTERED.
            IF WS-PP-ALREADY-REGISTERED
                DISPLAY "Positive pay batch " WS-PP-BATCH-ID
                    " is already registered on ifregistry.txt - "
                    "not sent again."
                MOVE WS-PP-LAST-RECORD TO WS-PP-SENT-RECORDS
                PERFORM SAVE-POSPAY-CONTROL
                MOVE 4 TO WS-RUN-RC
                GO TO BUILD-POSITIVE-PAY-EXIT
            END-IF.
            IF WS-PP-VOID-COUNT > ZERO
                PERFORM FILL-VOID-DETAILS
            END-IF.
            OPEN OUTPUT POSPAY-FILE.
            IF WS-POSPAY-STATUS NOT = "00"
                DISPLAY "Unable to open posipay.txt - status "
                    WS-POSPAY-STATUS " - these checks go in the "
                    "next issue file."
                MOVE 16 TO WS-RUN-RC
                GO TO BUILD-POSITIVE-PAY-EXIT
            END-IF.
            MOVE SPACES            TO POSPAY-HEADER.
            MOVE "H"               TO PPH-TYPE.
            MOVE WS-PP-BANK-CODE   TO PPH-BANK-CODE.
            MOVE WS-PP-ACCOUNT-NO  TO PPH-ACCOUNT-NO.
            MOVE WS-RUN-DATE-X     TO PPH-RUN-DATE.
            MOVE WS-PP-BATCH-ID    TO PPH-BATCH-ID.
            WRITE POSPAY-HEADER.
            MOVE ZERO TO WS-PP-TOTAL.
            PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                    UNTIL WS-PP-IDX > WS-PP-COUNT
                MOVE SPACES                  TO POSPAY-DETAIL
                IF WS-PP-TYPE(WS-PP-IDX) = 'V'
                    MOVE "V"                 TO PPD-TYPE
                ELSE
                    MOVE "I"                 TO PPD-TYPE
                END-IF
                MOVE WS-PP-ACCOUNT-NO        TO PPD-ACCOUNT-NO
                MOVE WS-PP-CHECK-NO(WS-PP-IDX) TO PPD-CHECK-NO
                MOVE WS-PP-DATE(WS-PP-IDX)   TO PPD-ISSUE-DATE
                MOVE WS-PP-AMOUNT(WS-PP-IDX) TO PPD-AMOUNT
                MOVE WS-PP-NAME(WS-PP-IDX)   TO PPD-PAYEE
                WRITE POSPAY-DETAIL
                ADD WS-PP-AMOUNT(WS-PP-IDX) TO WS-PP-TOTAL
            END-PERFORM.
            MOVE SPACES            TO POSPAY-TRAILER.
            MOVE "T"               TO PPT-TYPE.
            MOVE WS-PP-COUNT       TO PPT-COUNT.
            MOVE WS-PP-TOTAL       TO PPT-AMOUNT.
            WRITE POSPAY-TRAILER.
            CLOSE POSPAY-FILE.
            PERFORM REGISTER-POSITIVE-PAY.
            IF WS-REGISTRY-STATUS = "00"
                MOVE WS-PP-LAST-RECORD TO WS-PP-SENT-RECORDS
                PERFORM SAVE-POSPAY-CONTROL
                DISPLAY "posipay.txt written - batch " WS-PP-BATCH-ID
                    ", " WS-PP-COUNT " check(s), " WS-PP-VOID-COUNT
                    " of them void(s)."
            END-IF.
            IF WS-PP-TABLE-FULL
                DISPLAY "More than 2000 register lines waiting - "
                    "run the check print again for the rest."
                MOVE 4 TO WS-RUN-RC
            END-IF.
       BUILD-POSITIVE-PAY-EXIT.
            EXIT.
       LOAD-POSPAY-PARM.
            OPEN INPUT POSPAY-PARM-FILE.
            IF WS-POSPAY-PARM-STATUS = "00"
                READ POSPAY-PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE PPP-BANK-CODE  TO WS-PP-BANK-CODE
                        MOVE PPP-ACCOUNT-NO TO WS-PP-ACCOUNT-NO
                END-READ
                CLOSE POSPAY-PARM-FILE
            END-IF.
       LOAD-POSPAY-CONTROL.
            OPEN INPUT POSPAY-CONTROL-FILE.
            IF WS-POSPAY-CTL-STATUS = "00"
                READ POSPAY-CONTROL-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF PPC-SENT-RECORDS IS NUMERIC
                            MOVE PPC-SENT-RECORDS
                                TO WS-PP-SENT-RECORDS
                        END-IF
                END-READ
                CLOSE POSPAY-CONTROL-FILE
            ELSE
                DISPLAY "posipayctl.txt not found - the whole check "
                    "register is offered to the bank."
            END-IF.
       SAVE-POSPAY-CONTROL.
            OPEN OUTPUT POSPAY-CONTROL-FILE.
            IF WS-POSPAY-CTL-STATUS = "00"
                MOVE WS-PP-SENT-RECORDS TO PPC-SENT-RECORDS
                WRITE POSPAY-CONTROL-RECORD
                CLOSE POSPAY-CONTROL-FILE
            ELSE
                DISPLAY "Unable to rewrite posipayctl.txt - status "
                    WS-POSPAY-CTL-STATUS " - NOTE THE REGISTER "
                    "LINES SENT BY HAND: " WS-PP-SENT-RECORDS
            END-IF.
       COLLECT-POSPAY-BATCH.
      * the register lines past the ones already sent; trailers are
      * the register's own control and are not sent.
            MOVE ZERO TO WS-PP-COUNT WS-PP-VOID-COUNT.
            MOVE ZERO TO WS-PP-REG-RECORDS.
            MOVE WS-PP-SENT-RECORDS TO WS-PP-LAST-RECORD.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT CHECK-REGISTER-FILE.
            IF WS-REGISTER-STATUS NOT = "00"
                DISPLAY "Unable to read checkreg.txt - status "
                    WS-REGISTER-STATUS
            ELSE
                PERFORM UNTIL WS-END-OF-FILE OR WS-PP-TABLE-FULL
                    READ CHECK-REGISTER-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            ADD 1 TO WS-PP-REG-RECORDS
                            IF WS-PP-REG-RECORDS
                                    > WS-PP-SENT-RECORDS
                                PERFORM KEEP-POSPAY-LINE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CHECK-REGISTER-FILE
            END-IF.
       KEEP-POSPAY-LINE.
            IF CR-TYPE = 'D' OR CR-TYPE = 'V'
                IF WS-PP-COUNT >= 2000
                    SET WS-PP-TABLE-FULL TO TRUE
                ELSE
                    ADD 1 TO WS-PP-COUNT
                    SET WS-PP-IDX TO WS-PP-COUNT
                    MOVE CR-TYPE     TO WS-PP-TYPE(WS-PP-IDX)
                    MOVE CR-CHECK-NO TO WS-PP-CHECK-NO(WS-PP-IDX)
                    MOVE CR-DATE     TO WS-PP-DATE(WS-PP-IDX)
                    MOVE CR-NAME     TO WS-PP-NAME(WS-PP-IDX)
                    MOVE CR-AMOUNT   TO WS-PP-AMOUNT(WS-PP-IDX)
                    IF CR-TYPE = 'V'
                        ADD 1 TO WS-PP-VOID-COUNT
                        MOVE SPACES TO WS-PP-NAME(WS-PP-IDX)
                    END-IF
                    MOVE WS-PP-REG-RECORDS TO WS-PP-LAST-RECORD
                END-IF
            ELSE
                IF NOT WS-PP-TABLE-FULL
                    MOVE WS-PP-REG-RECORDS TO WS-PP-LAST-RECORD
                END-IF
            END-IF.
       FILL-VOID-DETAILS.
      * the void line carries the check as it was issued - its
      * date, payee and amount - from the register detail line.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT CHECK-REGISTER-FILE.
            IF WS-REGISTER-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ CHECK-REGISTER-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF CR-TYPE = 'D'
                                PERFORM MATCH-VOIDED-CHECK
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CHECK-REGISTER-FILE
            END-IF.
       MATCH-VOIDED-CHECK.
            PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                    UNTIL WS-PP-IDX > WS-PP-COUNT
                IF WS-PP-TYPE(WS-PP-IDX) = 'V'
                        AND WS-PP-CHECK-NO(WS-PP-IDX) = CR-CHECK-NO
                    MOVE CR-DATE   TO WS-PP-DATE(WS-PP-IDX)
                    MOVE CR-NAME   TO WS-PP-NAME(WS-PP-IDX)
                    MOVE CR-AMOUNT TO WS-PP-AMOUNT(WS-PP-IDX)
                END-IF
            END-PERFORM.
       CHECK-POSPAY-REGISTERED.
            MOVE 'N' TO WS-PP-REGISTERED-FLAG.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT IF-REGISTRY-FILE.
            IF WS-REGISTRY-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ IF-REGISTRY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF IR-INTERFACE = "POSIPAY"
                                    AND IR-BATCH-ID = WS-PP-BATCH-ID
                                SET WS-PP-ALREADY-REGISTERED TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE IF-REGISTRY-FILE
            END-IF.
       REGISTER-POSITIVE-PAY.
      * once registered the batch cannot be sent again.
            OPEN EXTEND IF-REGISTRY-FILE.
            IF WS-REGISTRY-STATUS = "05"
                    OR WS-REGISTRY-STATUS = "35"
                OPEN OUTPUT IF-REGISTRY-FILE
            END-IF.
            IF WS-REGISTRY-STATUS = "00"
                MOVE SPACES            TO IF-REGISTRY-RECORD
                MOVE "POSIPAY"         TO IR-INTERFACE
                MOVE WS-PP-BATCH-ID    TO IR-BATCH-ID
                MOVE WS-RUN-DATE-X     TO IR-DATE
                MOVE WS-PP-COUNT       TO IR-COUNT
                MOVE WS-PP-TOTAL       TO IR-HASH
                WRITE IF-REGISTRY-RECORD
                CLOSE IF-REGISTRY-FILE
            ELSE
                DISPLAY "Unable to open ifregistry.txt - status "
                    WS-REGISTRY-STATUS " - posipay.txt not "
                    "registered; do not send it until it is."
                MOVE 16 TO WS-RUN-RC
            END-IF.
       VOID-ONE-CHECK.
            DISPLAY "Check number to void: ".
            ACCEPT WS-VOID-ENTRY.
