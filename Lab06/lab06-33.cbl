      *          payroll only, since not every month runs a bonus.
      * Tectonics: cobc
      * Modifications:
      *   - The month journal header now also carries the fiscal
      *     period (YYYYPP, after the run date) the month books into
      *     - the period holding the month's last day, from the
      *     fiscal calendar through DATESRV "FPER". A month end
      *     outside the fiscal calendar stops the run.
      *   - The receipts journal (glreceipts.txt, written by the
      *     receipt run one balanced block per business day) is
      *     consolidated with the payroll and bonus journals - only
      *     the days falling in the month entered are taken. A
      *     missing receipts journal is reported and the month
      *     consolidates without it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-CONSOLIDATE.
           SELECT GL-BONUS-FILE ASSIGN TO "glbonus.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-BONUS-STATUS.
           SELECT GL-RECEIPTS-FILE ASSIGN TO "glreceipts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-RECEIPTS-STATUS.
           SELECT GL-ACCOUNT-FILE ASSIGN TO "glaccounts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-ACCT-STATUS.
           05 GB-DRCR      PIC X(2).
           05 GB-ACCOUNT   PIC X(8).
           05 GB-AMOUNT    PIC 9(11)V99.
       FD GL-RECEIPTS-FILE.
       01 GL-RECEIPTS-RECORD.
           05 GR-TYPE      PIC X(1).
           05 GR-DRCR      PIC X(2).
           05 GR-ACCOUNT   PIC X(8).
           05 GR-AMOUNT    PIC 9(11)V99.
       01 GL-RECEIPTS-HEADER.
           05 FILLER       PIC X(1).
           05 GRH-SOURCE   PIC X(8).
           05 GRH-MONTH    PIC X(6).
           05 GRH-DAY      PIC X(2).
       FD GL-ACCOUNT-FILE.
       01 GL-ACCOUNT-RECORD.
           05 GA-TYPE      PIC X(1).
       WORKING-STORAGE SECTION.
       01 WS-GL-JOURNAL-STATUS  PIC X(2).
       01 WS-GL-BONUS-STATUS    PIC X(2).
       01 WS-GL-RECEIPTS-STATUS PIC X(2).
       01 WS-RECEIPT-DAY-FLAG   PIC A(1)  VALUE 'N'.
           88 WS-RECEIPT-DAY-IN-MONTH     VALUE 'Y'.
       01 WS-RECEIPT-DAYS       PIC 9(3)  VALUE ZERO.
       01 WS-GL-ACCT-STATUS     PIC X(2).
       01 WS-RUNCAL-STATUS      PIC X(2).
       01 WS-GL-MONTH-STATUS    PIC X(2).
       01 WS-EOF-FLAG           PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE              VALUE 'Y'.
       01 WS-SELECTED-MONTH     PIC X(6).
       01 WS-SELECTED-MONTH-N REDEFINES WS-SELECTED-MONTH.
           05 WS-SM-YEAR        PIC 9(4).
           05 WS-SM-MONTH       PIC 9(2).
       01 WS-FISCAL-FIELDS.
           05 WS-MONTH-END-DATE PIC 9(8).
           05 WS-MONTH-END-R REDEFINES WS-MONTH-END-DATE.
               10 FILLER        PIC 9(6).
               10 WS-ME-DAY     PIC 9(2).
           05 WS-FISCAL-PERIOD  PIC 9(6).
       01 WS-MONTH-POSTED-FLAG  PIC A(1)  VALUE 'N'.
           88 WS-MONTH-WAS-POSTED         VALUE 'Y'.
       01 WS-ACCT-COUNT         PIC 9(3)  VALUE ZERO.
               10 GMH-SOURCE     PIC X(8)  VALUE "PAYCONS ".
               10 GMH-MONTH      PIC X(6).
               10 GMH-DATE       PIC X(8).
               10 GMH-FISCAL-PERIOD PIC 9(6).
           05 WS-MONTH-DETAIL.
               10 FILLER         PIC X(1)  VALUE 'D'.
               10 GMD-DRCR       PIC X(2).
           05 WS-RUN-YY PIC 99.
           05 WS-RUN-MM PIC 99.
           05 WS-RUN-DD PIC 99.
       COPY DATEREQ.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Month to consolidate (YYYYMM): ".
            ACCEPT WS-SELECTED-MONTH.
            IF WS-SELECTED-MONTH IS NOT NUMERIC
                    OR WS-SM-MONTH < 1 OR WS-SM-MONTH > 12
                DISPLAY "Month must be YYYYMM - nothing "
                    "consolidated."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM SET-FISCAL-PERIOD.

            PERFORM CHECK-RUN-CALENDAR.
            OPEN INPUT GL-JOURNAL-FILE.
                CLOSE GL-BONUS-FILE
            ELSE
                DISPLAY "glbonus.txt not found - consolidating "
                    "without a bonus journal."
            END-IF.

            OPEN INPUT GL-RECEIPTS-FILE.
            IF WS-GL-RECEIPTS-STATUS = "00"
                PERFORM SUMMARIZE-RECEIPTS-JOURNAL
                CLOSE GL-RECEIPTS-FILE
                DISPLAY "Receipts journal: " WS-RECEIPT-DAYS
                    " day(s) in " WS-SELECTED-MONTH "."
            ELSE
                DISPLAY "glreceipts.txt not found - consolidating "
                    "without a receipts journal."
            END-IF.

            IF WS-ACCT-COUNT = ZERO
            PERFORM LOAD-GL-ACCOUNTS.
            PERFORM RELEASE-MONTH-JOURNAL.
            DISPLAY "Month journal released to glmonth.txt - "
                WS-ACCT-COUNT " account(s), in balance, fiscal "
                "period " WS-FISCAL-PERIOD ".".
            MOVE ZERO TO RETURN-CODE.
            STOP RUN.
       SET-FISCAL-PERIOD.
      * the month books into the fiscal period its last day falls in.
            COMPUTE WS-MONTH-END-DATE =
                WS-SM-YEAR * 10000 + WS-SM-MONTH * 100 + 31.
            MOVE "VAL " TO DS-FUNCTION.
            MOVE WS-MONTH-END-DATE TO DS-DATE-1.
            CALL "DATESRV" USING DS-REQUEST.
            PERFORM UNTIL DS-STATUS = 'Y' OR WS-ME-DAY < 28
                SUBTRACT 1 FROM WS-ME-DAY
                MOVE WS-MONTH-END-DATE TO DS-DATE-1
                CALL "DATESRV" USING DS-REQUEST
            END-PERFORM.
            MOVE "FPER" TO DS-FUNCTION.
            MOVE WS-MONTH-END-DATE TO DS-DATE-1.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS NOT = 'Y'
                DISPLAY "Month end " WS-MONTH-END-DATE " is not on "
                    "the fiscal calendar (fiscalcal.txt) - generate "
                    "the fiscal year first. Nothing consolidated."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE DS-RESULT TO WS-FISCAL-PERIOD.
       CHECK-RUN-CALENDAR.
            OPEN INPUT RUN-CALENDAR-FILE.
            IF WS-RUNCAL-STATUS = "00"
                END-READ
            END-PERFORM.
            MOVE 'N' TO WS-EOF-FLAG.
       SUMMARIZE-RECEIPTS-JOURNAL.
      * the receipt run rebuilds glreceipts.txt from every receipt
      * on file, one block per business day - only the days in the
      * month being consolidated are taken.
            PERFORM UNTIL WS-END-OF-FILE
                READ GL-RECEIPTS-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        EVALUATE GR-TYPE
                            WHEN 'H'
                                IF GRH-MONTH = WS-SELECTED-MONTH
                                    SET WS-RECEIPT-DAY-IN-MONTH
                                        TO TRUE
                                    ADD 1 TO WS-RECEIPT-DAYS
                                ELSE
                                    MOVE 'N' TO WS-RECEIPT-DAY-FLAG
                                END-IF
                            WHEN 'D'
                                IF WS-RECEIPT-DAY-IN-MONTH
                                    MOVE GR-DRCR    TO WS-IN-DRCR
                                    MOVE GR-ACCOUNT TO WS-IN-ACCOUNT
                                    MOVE GR-AMOUNT  TO WS-IN-AMOUNT
                                    PERFORM TALLY-ONE-ENTRY
                                END-IF
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-PERFORM.
            MOVE 'N' TO WS-EOF-FLAG.
       TALLY-ONE-ENTRY.
            MOVE 'N' TO WS-AC-FOUND.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                STOP RUN
            END-IF.
            MOVE WS-SELECTED-MONTH TO GMH-MONTH.
            MOVE WS-FISCAL-PERIOD  TO GMH-FISCAL-PERIOD.
            ACCEPT WS-RUN-DATE-RAW FROM DATE.
            MOVE "20"      TO GMH-DATE(1:2).
            MOVE WS-RUN-YY TO GMH-DATE(3:2).
