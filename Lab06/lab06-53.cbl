      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end withholding true-up, run before the last
      *          period of the year posts. For an entered year the
      *          pay history (payhist.txt, periods beginning with
      *          that year) is accumulated per employee - gross and
      *          PH-TAX-WITHHELD - and the tax actually due on that
      *          gross is worked out on the band set in force for the
      *          year (taxbandsets.txt, latest set effective on or
      *          before 31 December; the flat taxbands.txt when no set
      *          file is present), the per-period bands widened by the
      *          number of periods posted so far and the employee's
      *          allowances (taxdecl.txt / allowparm.txt, as the
      *          payroll run uses them) taken off first. The
      *          difference is written to payadjust.txt as a TXU
      *          adjustment for the final period - positive refunds
      *          withholding, negative collects more - which the
      *          lab06-2 run takes against the withholding, not the
      *          gross. An employee whose declaration is exempt for
      *          any part of the year gets no adjustment and is listed
      *          for review. The review listing (trueup.txt) shows
      *          every employee whose adjustment exceeds the review
      *          threshold (trueparm.txt, default 50.00) with the run
      *          totals. A year already closed, a year whose final
      *          period has posted, or a year that already has TXU
      *          adjustments waiting is refused.
      * Tectonics: cobc
      * Modifications:
      *   - Earnings lines paid under a non-taxable code (earncode.txt
      *     taxable flag N, amounts from payearnhist.txt) are taken
      *     off the year's gross before the tax due is worked out,
      *     as the payroll run leaves them out of withholding.
      *   - Expense claim reimbursements (paid under the expcat.txt
      *     category codes) are taken off the year's gross with the
      *     other non-taxable earnings.
      *   - The true-up is refused unless payperiod.txt stands at the
      *     year's final period, the only period the payroll run
      *     takes TXU adjustments in.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-TRUEUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "payhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT TAX-BAND-FILE ASSIGN TO "taxbands.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-BAND-STATUS.
           SELECT TAX-SET-FILE ASSIGN TO "taxbandsets.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-SET-STATUS.
           SELECT EARN-HISTORY-FILE ASSIGN TO "payearnhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EARNHIST-STATUS.
           SELECT EXPENSE-CATEGORY-FILE ASSIGN TO "expcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPCAT-STATUS.
           SELECT EARN-CODE-FILE ASSIGN TO "earncode.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EARN-CODE-STATUS.
           SELECT TAX-DECL-FILE ASSIGN TO "taxdecl.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-EMP-ID
           FILE STATUS IS WS-TAX-DECL-STATUS.
           SELECT ALLOW-PARM-FILE ASSIGN TO "allowparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOW-PARM-STATUS.
           SELECT TRUE-PARM-FILE ASSIGN TO "trueparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRUE-PARM-STATUS.
           SELECT PAY-ADJUST-FILE ASSIGN TO "payadjust.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-ADJUST-STATUS.
           SELECT RUN-CALENDAR-FILE ASSIGN TO "runcal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "payperiod.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.
           SELECT CLOSE-CONTROL-FILE ASSIGN TO "yearclose.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSE-CTL-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "trueup.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVIEW-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "auditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OP-SESSION-FILE ASSIGN TO "opsession.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPSESSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PAY-HISTORY-FILE.
       COPY PAYHIST.
       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-RECORD.
           05 PP-PERIOD-ID     PIC X(6).
           05 PP-START-DATE    PIC 9(8).
           05 PP-END-DATE      PIC 9(8).
       FD TAX-BAND-FILE.
       01 TAX-BAND-RECORD.
           05 TB-FLOOR         PIC 9(9)V99.
           05 TB-CEILING       PIC 9(9)V99.
           05 TB-RATE          PIC 9(2)V99.
       FD TAX-SET-FILE.
       01 TAX-SET-RECORD.
           05 TS-EFF-DATE      PIC 9(8).
           05 TS-FLOOR         PIC 9(9)V99.
           05 TS-CEILING       PIC 9(9)V99.
           05 TS-RATE          PIC 9(2)V99.
       FD EARN-HISTORY-FILE.
       01 EARN-HISTORY-RECORD.
           05 EH-PERIOD-ID      PIC X(6).
           05 EH-EMP-ID         PIC X(6).
           05 EH-CODE           PIC X(4).
           05 EH-AMOUNT         PIC 9(7)V99.
       FD EXPENSE-CATEGORY-FILE.
       COPY EXPCAT.
       FD EARN-CODE-FILE.
       01 EARN-CODE-RECORD.
           05 ER-CODE           PIC X(4).
           05 ER-DESC           PIC X(20).
           05 ER-TAXABLE        PIC X(1).
           05 ER-CONTRIB        PIC X(1).
           05 ER-ACCOUNT        PIC X(8).
       FD TAX-DECL-FILE.
       01 TAX-DECL-RECORD.
           05 TD-EMP-ID         PIC X(6).
           05 TD-FILING-STATUS  PIC X(1).
           05 TD-ALLOWANCES     PIC 9(2).
           05 TD-ADDL-AMOUNT    PIC 9(5)V99.
           05 TD-EXEMPT-UNTIL   PIC 9(8).
       FD ALLOW-PARM-FILE.
       01 ALLOW-PARM-RECORD.
           05 AP-SINGLE-VALUE   PIC 9(7)V99.
           05 AP-MARRIED-VALUE  PIC 9(7)V99.
           05 AP-HEAD-VALUE     PIC 9(7)V99.
       FD TRUE-PARM-FILE.
       01 TRUE-PARM-RECORD.
           05 TP-THRESHOLD      PIC 9(7)V99.
       FD PAY-ADJUST-FILE.
       01 PAY-ADJUST-RECORD.
           05 PA-EMP-ID       PIC X(6).
           05 PA-AMOUNT       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 PA-REASON       PIC X(3).
           05 PA-PERIOD       PIC X(6).
       FD RUN-CALENDAR-FILE.
       01 RUN-CALENDAR-RECORD.
           05 RC-PERIOD-ID     PIC X(6).
           05 RC-POSTED-DATE   PIC X(8).
       FD CLOSE-CONTROL-FILE.
       01 CLOSE-CONTROL-RECORD.
           05 YC-YEAR             PIC X(4).
       FD REVIEW-FILE.
       01 REVIEW-RECORD       PIC X(100).
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 AUD-DATE      PIC X(8).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-PROGRAM   PIC X(10).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-RECORDS   PIC 9(5).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-REJECTS   PIC 9(5).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-OUTCOME   PIC X(10).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-OPERATOR  PIC X(8).
       FD OP-SESSION-FILE.
       01 OP-SESSION-RECORD.
           05 OPS-OPERATOR PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-PAYHIST-STATUS       PIC X(2).
       01 WS-TAX-BAND-STATUS      PIC X(2).
       01 WS-TAX-SET-STATUS       PIC X(2).
       01 WS-TAX-DECL-STATUS      PIC X(2).
       01 WS-EARNHIST-STATUS      PIC X(2).
       01 WS-EARN-CODE-STATUS     PIC X(2).
       01 WS-EXPCAT-STATUS        PIC X(2).
       01 WS-NONTAX-CODE-COUNT    PIC 9(2)  VALUE ZERO.
       01 WS-NONTAX-CODE-TABLE.
           05 WS-NONTAX-CODE OCCURS 30 TIMES
                   INDEXED BY WS-NTC-IDX PIC X(4).
       01 WS-NONTAX-FLAG          PIC A(1).
           88 WS-CODE-NOT-TAXABLE           VALUE 'Y'.
       01 WS-ALLOW-PARM-STATUS    PIC X(2).
       01 WS-TRUE-PARM-STATUS     PIC X(2).
       01 WS-PAY-ADJUST-STATUS    PIC X(2).
       01 WS-RUNCAL-STATUS        PIC X(2).
       01 WS-PERIOD-STATUS        PIC X(2).
       01 WS-CURRENT-PERIOD       PIC X(6)  VALUE SPACES.
       01 WS-CLOSE-CTL-STATUS     PIC X(2).
       01 WS-REVIEW-STATUS        PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-TRUEUP-YEAR          PIC X(4).
       01 WS-FINAL-PERIOD         PIC X(6).
       01 WS-YEAR-START-DATE.
           05 WS-YS-YEAR          PIC X(4).
           05 FILLER              PIC X(4)  VALUE "0101".
       01 WS-YEAR-START REDEFINES WS-YEAR-START-DATE PIC 9(8).
       01 WS-YEAR-END-DATE.
           05 WS-YE-YEAR          PIC X(4).
           05 FILLER              PIC X(4)  VALUE "1231".
       01 WS-YEAR-END REDEFINES WS-YEAR-END-DATE PIC 9(8).
       01 WS-CONTROL-FLAGS.
           05 WS-YEAR-CLOSED-FLAG PIC A(1)  VALUE 'N'.
               88 WS-YEAR-IS-CLOSED         VALUE 'Y'.
           05 WS-FINAL-POSTED-FLAG PIC A(1) VALUE 'N'.
               88 WS-FINAL-PERIOD-POSTED    VALUE 'Y'.
           05 WS-TXU-PENDING-FLAG PIC A(1)  VALUE 'N'.
               88 WS-TXU-PENDING            VALUE 'Y'.
       01 WS-REVIEW-THRESHOLD     PIC 9(7)V99  VALUE 50.00.
       01 WS-ALLOWANCE-VALUES.
           05 WS-ALLOW-SINGLE     PIC 9(7)V99  VALUE ZERO.
           05 WS-ALLOW-MARRIED    PIC 9(7)V99  VALUE ZERO.
           05 WS-ALLOW-HEAD       PIC 9(7)V99  VALUE ZERO.
       01 WS-TAXSET-EOF-FLAG      PIC A(1)  VALUE 'N'.
           88 WS-TAXSET-END-OF-FILE         VALUE 'Y'.
       01 WS-TAXSET-CHOSEN        PIC 9(8)  VALUE ZERO.
       01 WS-TAXBAND-COUNT        PIC 9(2)  VALUE ZERO.
       01 WS-TAXBAND-TABLE.
           05 WS-TAXBAND-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-TAXBAND-IDX.
               10 WS-TB-FLOOR    PIC 9(9)V99.
               10 WS-TB-CEILING  PIC 9(9)V99.
               10 WS-TB-RATE     PIC 9(2)V99.
       01 WS-PERIODS-POSTED       PIC 9(2)  VALUE ZERO.
       01 WS-LAST-PERIOD          PIC X(6)  VALUE SPACES.
       01 WS-SUM-COUNT            PIC 9(3)  VALUE ZERO.
       01 WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 300 TIMES INDEXED BY WS-SUM-IDX.
               10 WS-SUM-EMP-ID   PIC X(6).
               10 WS-SUM-NAME     PIC X(39).
               10 WS-SUM-GROSS    PIC 9(11)V99.
               10 WS-SUM-TAX      PIC 9(9)V99.
               10 WS-SUM-NONTAX   PIC 9(11)V99.
       01 WS-SUM-WORK.
           05 WS-SUM-FOUND       PIC A(1).
               88 WS-SUM-SLOT-KNOWN        VALUE 'Y'.
           05 WS-SUM-SLOT        PIC 9(3).
       01 WS-CALC-FIELDS.
           05 WS-TAX-BASE         PIC 9(11)V99.
           05 WS-ALLOW-AMOUNT     PIC 9(11)V99.
           05 WS-BAND-FLOOR       PIC 9(13)V99.
           05 WS-BAND-CEILING     PIC 9(13)V99.
           05 WS-TAXABLE-SLICE    PIC 9(11)V99.
           05 WS-TAX-DUE          PIC 9(9)V99.
           05 WS-ADJUSTMENT       PIC S9(9)V99.
           05 WS-ADJ-ABSOLUTE     PIC 9(9)V99.
           05 WS-EXEMPT-FLAG      PIC A(1).
               88 WS-EMP-EXEMPT             VALUE 'Y'.
           05 WS-REVIEW-FLAG      PIC X(8).
       01 WS-RUN-TOTALS.
           05 WS-TOT-GROSS        PIC 9(12)V99 VALUE ZERO.
           05 WS-TOT-DUE          PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-WITHHELD     PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-REFUND       PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-COLLECT      PIC 9(11)V99 VALUE ZERO.
           05 WS-ADJ-WRITTEN      PIC 9(5)     VALUE ZERO.
           05 WS-REVIEW-COUNT     PIC 9(5)     VALUE ZERO.
           05 WS-EXEMPT-COUNT     PIC 9(5)     VALUE ZERO.
       01 WS-AUDIT-RUN-DATE.
           05 WS-AUDIT-YY PIC 99.
           05 WS-AUDIT-MM PIC 99.
           05 WS-AUDIT-DD PIC 99.
       01 WS-REVIEW-LINES.
           05 WS-REV-RULE.
               10 FILLER PIC X(100) VALUE ALL "=".
           05 WS-REV-TITLE.
               10 FILLER PIC X(25) VALUE SPACE.
               10 FILLER PIC X(34) VALUE
                   "YEAR-END WITHHOLDING TRUE-UP".
               10 FILLER PIC X(10) VALUE "TAX YEAR ".
               10 RVT-YEAR       PIC X(4).
           05 WS-REV-BASIS.
               10 FILLER PIC X(16) VALUE "Band set      : ".
               10 RVB-SET        PIC X(8).
               10 FILLER PIC X(20) VALUE "   Periods posted : ".
               10 RVB-PERIODS    PIC Z9.
               10 FILLER PIC X(20) VALUE "   Review over    : ".
               10 RVB-THRESHOLD  PIC Z,ZZZ,ZZ9.99.
           05 WS-REV-COLUMNS.
               10 FILLER PIC X(6)  VALUE "ID".
               10 FILLER PIC X(1)  VALUE SPACE.
               10 FILLER PIC X(22) VALUE "NAME".
               10 FILLER PIC X(14) VALUE "     YTD GROSS".
               10 FILLER PIC X(1)  VALUE SPACE.
               10 FILLER PIC X(13) VALUE "   ANNUAL DUE".
               10 FILLER PIC X(1)  VALUE SPACE.
               10 FILLER PIC X(13) VALUE "     WITHHELD".
               10 FILLER PIC X(1)  VALUE SPACE.
               10 FILLER PIC X(14) VALUE "    ADJUSTMENT".
               10 FILLER PIC X(1)  VALUE SPACE.
               10 FILLER PIC X(8)  VALUE "FLAG".
           05 WS-REV-DETAIL.
               10 RVD-EMP-ID     PIC X(6).
               10 FILLER         PIC X(1)  VALUE SPACE.
               10 RVD-NAME       PIC X(22).
               10 RVD-GROSS      PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER         PIC X(1)  VALUE SPACE.
               10 RVD-DUE        PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER         PIC X(1)  VALUE SPACE.
               10 RVD-WITHHELD   PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER         PIC X(1)  VALUE SPACE.
               10 RVD-ADJUST     PIC +ZZ,ZZZ,ZZ9.99.
               10 FILLER         PIC X(1)  VALUE SPACE.
               10 RVD-FLAG       PIC X(8).
           05 WS-REV-DASHES.
               10 FILLER PIC X(100) VALUE ALL "-".
           05 WS-REV-TOTAL-LINE.
               10 RVL-LABEL      PIC X(29).
               10 RVL-AMOUNT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-REV-COUNT-LINE.
               10 RVC-LABEL      PIC X(29).
               10 RVC-COUNT      PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            DISPLAY "True-up tax year (YYYY): ".
            ACCEPT WS-TRUEUP-YEAR.
            IF WS-TRUEUP-YEAR = SPACES
                    OR WS-TRUEUP-YEAR IS NOT NUMERIC
                DISPLAY "Year must be a 4-digit year - no true-up "
                    "written."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-TRUEUP-YEAR TO WS-FINAL-PERIOD(1:4).
            MOVE "12"           TO WS-FINAL-PERIOD(5:2).
            MOVE WS-TRUEUP-YEAR TO WS-YS-YEAR.
            MOVE WS-TRUEUP-YEAR TO WS-YE-YEAR.

            PERFORM CHECK-YEAR-STATE.
            IF WS-YEAR-IS-CLOSED
                DISPLAY "Year " WS-TRUEUP-YEAR " has been closed - "
                    "too late for a true-up."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-FINAL-PERIOD-POSTED
                DISPLAY "Final period " WS-FINAL-PERIOD " has "
                    "already posted - the true-up must run before "
                    "it."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-PAY-PERIOD.
            IF WS-CURRENT-PERIOD NOT = WS-FINAL-PERIOD
                DISPLAY "payperiod.txt is at period "
                    WS-CURRENT-PERIOD " - the true-up is only "
                    "queued when the final period " WS-FINAL-PERIOD
                    " is the next to run."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-TXU-PENDING
                DISPLAY "payadjust.txt already holds true-up "
                    "adjustments for " WS-TRUEUP-YEAR " - remove "
                    "them before running the true-up again."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM LOAD-PARAMETERS.
            PERFORM PICK-TAX-BAND-SET.
            PERFORM LOAD-TAX-BANDS.
            IF WS-TAXBAND-COUNT = ZERO
                DISPLAY "No tax bands on file - no true-up written."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM SWEEP-PAY-HISTORY.
            PERFORM SWEEP-NONTAX-EARNINGS.
            IF WS-SUM-COUNT = ZERO
                DISPLAY "No pay history for year " WS-TRUEUP-YEAR
                    " - nothing to true up."
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN OUTPUT REVIEW-FILE.
            IF WS-REVIEW-STATUS NOT = "00"
                DISPLAY "Unable to open trueup.txt - status "
                    WS-REVIEW-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND PAY-ADJUST-FILE.
            IF WS-PAY-ADJUST-STATUS = "05"
                    OR WS-PAY-ADJUST-STATUS = "35"
                OPEN OUTPUT PAY-ADJUST-FILE
            END-IF.
            IF WS-PAY-ADJUST-STATUS NOT = "00"
                DISPLAY "Unable to open payadjust.txt - status "
                    WS-PAY-ADJUST-STATUS " - no true-up written."
                CLOSE REVIEW-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT TAX-DECL-FILE.
            PERFORM WRITE-REVIEW-HEADINGS.
            PERFORM TRUE-UP-ONE-EMPLOYEE
                VARYING WS-SUM-IDX FROM 1 BY 1
                UNTIL WS-SUM-IDX > WS-SUM-COUNT.
            PERFORM WRITE-REVIEW-FOOTER.
            IF WS-TAX-DECL-STATUS = "00"
                CLOSE TAX-DECL-FILE
            END-IF.
            CLOSE PAY-ADJUST-FILE.
            CLOSE REVIEW-FILE.

            DISPLAY "True-up for " WS-TRUEUP-YEAR " - "
                WS-ADJ-WRITTEN " adjustment(s) queued for period "
                WS-FINAL-PERIOD ", " WS-REVIEW-COUNT
                " over the review threshold - see trueup.txt.".
            PERFORM WRITE-AUDIT-LOG.
            IF WS-REVIEW-COUNT > ZERO OR WS-EXEMPT-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF.
            STOP RUN.
       CHECK-YEAR-STATE.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT CLOSE-CONTROL-FILE.
            IF WS-CLOSE-CTL-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ CLOSE-CONTROL-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF YC-YEAR = WS-TRUEUP-YEAR
                                SET WS-YEAR-IS-CLOSED TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CLOSE-CONTROL-FILE
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT RUN-CALENDAR-FILE.
            IF WS-RUNCAL-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ RUN-CALENDAR-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF RC-PERIOD-ID = WS-FINAL-PERIOD
                                SET WS-FINAL-PERIOD-POSTED TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RUN-CALENDAR-FILE
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT PAY-ADJUST-FILE.
            IF WS-PAY-ADJUST-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ PAY-ADJUST-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF PA-REASON = "TXU"
                                    AND PA-PERIOD(1:4)
                                        = WS-TRUEUP-YEAR
                                SET WS-TXU-PENDING TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAY-ADJUST-FILE
            END-IF.
       LOAD-PAY-PERIOD.
      * the TXU rows carry the final period and the payroll run
      * only takes them in that period, so the year has to be
      * standing at it.
            OPEN INPUT PERIOD-CONTROL-FILE.
            IF WS-PERIOD-STATUS = "00"
                READ PERIOD-CONTROL-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE PP-PERIOD-ID TO WS-CURRENT-PERIOD
                END-READ
                CLOSE PERIOD-CONTROL-FILE
            ELSE
                DISPLAY "payperiod.txt not found - no current "
                    "period."
            END-IF.
       LOAD-PARAMETERS.
            OPEN INPUT TRUE-PARM-FILE.
            IF WS-TRUE-PARM-STATUS = "00"
                READ TRUE-PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE TP-THRESHOLD TO WS-REVIEW-THRESHOLD
                END-READ
                CLOSE TRUE-PARM-FILE
            ELSE
                DISPLAY "trueparm.txt not found - adjustments over "
                    "50.00 listed for review."
            END-IF.
            OPEN INPUT ALLOW-PARM-FILE.
            IF WS-ALLOW-PARM-STATUS = "00"
                READ ALLOW-PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE AP-SINGLE-VALUE  TO WS-ALLOW-SINGLE
                        MOVE AP-MARRIED-VALUE TO WS-ALLOW-MARRIED
                        MOVE AP-HEAD-VALUE    TO WS-ALLOW-HEAD
                END-READ
                CLOSE ALLOW-PARM-FILE
            END-IF.
       PICK-TAX-BAND-SET.
      * the set in force for the year is the one with the latest
      * effective date on or before 31 December.
            MOVE ZERO TO WS-TAXSET-CHOSEN.
            OPEN INPUT TAX-SET-FILE.
            IF WS-TAX-SET-STATUS = "00"
                MOVE 'N' TO WS-TAXSET-EOF-FLAG
                PERFORM UNTIL WS-TAXSET-END-OF-FILE
                    READ TAX-SET-FILE
                        AT END
                            SET WS-TAXSET-END-OF-FILE TO TRUE
                        NOT AT END
                            IF TS-EFF-DATE <= WS-YEAR-END
                                    AND TS-EFF-DATE
                                        > WS-TAXSET-CHOSEN
                                MOVE TS-EFF-DATE
                                    TO WS-TAXSET-CHOSEN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TAX-SET-FILE
            END-IF.
       LOAD-TAX-BANDS.
            IF WS-TAXSET-CHOSEN > ZERO
                OPEN INPUT TAX-SET-FILE
                MOVE 'N' TO WS-TAXSET-EOF-FLAG
                PERFORM UNTIL WS-TAXSET-END-OF-FILE
                    READ TAX-SET-FILE
                        AT END
                            SET WS-TAXSET-END-OF-FILE TO TRUE
                        NOT AT END
                            IF TS-EFF-DATE = WS-TAXSET-CHOSEN
                                    AND WS-TAXBAND-COUNT < 10
                                ADD 1 TO WS-TAXBAND-COUNT
                                SET WS-TAXBAND-IDX
                                    TO WS-TAXBAND-COUNT
                                MOVE TS-FLOOR TO
                                    WS-TB-FLOOR(WS-TAXBAND-IDX)
                                MOVE TS-CEILING TO
                                    WS-TB-CEILING(WS-TAXBAND-IDX)
                                MOVE TS-RATE TO
                                    WS-TB-RATE(WS-TAXBAND-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TAX-SET-FILE
            ELSE
                MOVE 'N' TO WS-EOF-FLAG
                OPEN INPUT TAX-BAND-FILE
                IF WS-TAX-BAND-STATUS = "00"
                    PERFORM UNTIL WS-END-OF-FILE
                        READ TAX-BAND-FILE
                            AT END
                                SET WS-END-OF-FILE TO TRUE
                            NOT AT END
                                IF WS-TAXBAND-COUNT < 10
                                    ADD 1 TO WS-TAXBAND-COUNT
                                    SET WS-TAXBAND-IDX
                                        TO WS-TAXBAND-COUNT
                                    MOVE TB-FLOOR TO
                                        WS-TB-FLOOR(WS-TAXBAND-IDX)
                                    MOVE TB-CEILING TO
                                        WS-TB-CEILING(WS-TAXBAND-IDX)
                                    MOVE TB-RATE TO
                                        WS-TB-RATE(WS-TAXBAND-IDX)
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE TAX-BAND-FILE
                END-IF
            END-IF.
       SWEEP-PAY-HISTORY.
      * the history is keyed period first, so the periods posted in
      * the year are counted as the period id changes.
            OPEN INPUT PAY-HISTORY-FILE.
            IF WS-PAYHIST-STATUS NOT = "00"
                DISPLAY "Unable to open payhist.txt - status "
                    WS-PAYHIST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE WS-TRUEUP-YEAR TO PH-PERIOD-ID(1:4).
            MOVE "00"           TO PH-PERIOD-ID(5:2).
            MOVE LOW-VALUES     TO PH-EMP-ID.
            START PAY-HISTORY-FILE
                KEY IS NOT LESS THAN PH-KEY
                INVALID KEY
                    SET WS-END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL WS-END-OF-FILE
                READ PAY-HISTORY-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF PH-PERIOD-ID(1:4) NOT = WS-TRUEUP-YEAR
                            SET WS-END-OF-FILE TO TRUE
                        ELSE
                            IF PH-PERIOD-ID NOT = WS-LAST-PERIOD
                                ADD 1 TO WS-PERIODS-POSTED
                                MOVE PH-PERIOD-ID TO WS-LAST-PERIOD
                            END-IF
                            PERFORM TALLY-ONE-HISTORY
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PAY-HISTORY-FILE.
       TALLY-ONE-HISTORY.
            MOVE 'N' TO WS-SUM-FOUND.
            PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                    UNTIL WS-SUM-IDX > WS-SUM-COUNT
                        OR WS-SUM-SLOT-KNOWN
                IF WS-SUM-EMP-ID(WS-SUM-IDX) = PH-EMP-ID
                    SET WS-SUM-SLOT-KNOWN TO TRUE
                    SET WS-SUM-SLOT TO WS-SUM-IDX
                END-IF
            END-PERFORM.
            IF WS-SUM-SLOT-KNOWN
                SET WS-SUM-IDX TO WS-SUM-SLOT
            ELSE
                IF WS-SUM-COUNT < 300
                    ADD 1 TO WS-SUM-COUNT
                    SET WS-SUM-IDX TO WS-SUM-COUNT
                    MOVE PH-EMP-ID   TO WS-SUM-EMP-ID(WS-SUM-IDX)
                    MOVE PH-EMP-NAME TO WS-SUM-NAME(WS-SUM-IDX)
                    MOVE ZERO TO WS-SUM-GROSS(WS-SUM-IDX)
                    MOVE ZERO TO WS-SUM-TAX(WS-SUM-IDX)
                    MOVE ZERO TO WS-SUM-NONTAX(WS-SUM-IDX)
                ELSE
                    DISPLAY "More than 300 employees in the year "
                        "- table full; true-up abandoned."
                    CLOSE PAY-HISTORY-FILE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            ADD PH-GROSS-PAY TO WS-SUM-GROSS(WS-SUM-IDX).
            IF PH-TAX-WITHHELD IS NUMERIC
                ADD PH-TAX-WITHHELD TO WS-SUM-TAX(WS-SUM-IDX)
            END-IF.
       SWEEP-NONTAX-EARNINGS.
      * non-taxable earnings were paid but never withheld on; the
      * year's lines under those codes are tallied per employee.
            OPEN INPUT EARN-CODE-FILE.
            IF WS-EARN-CODE-STATUS = "00"
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ EARN-CODE-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF ER-TAXABLE = 'N'
                                    AND WS-NONTAX-CODE-COUNT < 30
                                ADD 1 TO WS-NONTAX-CODE-COUNT
                                SET WS-NTC-IDX
                                    TO WS-NONTAX-CODE-COUNT
                                MOVE ER-CODE
                                    TO WS-NONTAX-CODE(WS-NTC-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EARN-CODE-FILE
            END-IF.
      * expense claim reimbursements are paid under the category
      * code and are never taxable.
            OPEN INPUT EXPENSE-CATEGORY-FILE.
            IF WS-EXPCAT-STATUS = "00"
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ EXPENSE-CATEGORY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-NONTAX-CODE-COUNT < 30
                                ADD 1 TO WS-NONTAX-CODE-COUNT
                                SET WS-NTC-IDX
                                    TO WS-NONTAX-CODE-COUNT
                                MOVE XK-CATEGORY
                                    TO WS-NONTAX-CODE(WS-NTC-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EXPENSE-CATEGORY-FILE
            END-IF.
            IF WS-NONTAX-CODE-COUNT > ZERO
                OPEN INPUT EARN-HISTORY-FILE
                IF WS-EARNHIST-STATUS = "00"
                    MOVE 'N' TO WS-EOF-FLAG
                    PERFORM UNTIL WS-END-OF-FILE
                        READ EARN-HISTORY-FILE
                            AT END
                                SET WS-END-OF-FILE TO TRUE
                            NOT AT END
                                IF EH-PERIOD-ID(1:4) = WS-TRUEUP-YEAR
                                    PERFORM TALLY-NONTAX-EARNING
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE EARN-HISTORY-FILE
                END-IF
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
       TALLY-NONTAX-EARNING.
            MOVE 'N' TO WS-NONTAX-FLAG.
            PERFORM VARYING WS-NTC-IDX FROM 1 BY 1
                    UNTIL WS-NTC-IDX > WS-NONTAX-CODE-COUNT
                IF WS-NONTAX-CODE(WS-NTC-IDX) = EH-CODE
                    SET WS-CODE-NOT-TAXABLE TO TRUE
                END-IF
            END-PERFORM.
            IF WS-CODE-NOT-TAXABLE
                PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                        UNTIL WS-SUM-IDX > WS-SUM-COUNT
                    IF WS-SUM-EMP-ID(WS-SUM-IDX) = EH-EMP-ID
                        ADD EH-AMOUNT TO WS-SUM-NONTAX(WS-SUM-IDX)
                    END-IF
                END-PERFORM
            END-IF.
       TRUE-UP-ONE-EMPLOYEE.
            MOVE 'N' TO WS-EXEMPT-FLAG.
            COMPUTE WS-TAX-BASE =
                WS-SUM-GROSS(WS-SUM-IDX) - WS-SUM-NONTAX(WS-SUM-IDX).
            PERFORM APPLY-DECLARATION.
            ADD WS-SUM-GROSS(WS-SUM-IDX) TO WS-TOT-GROSS.
            ADD WS-SUM-TAX(WS-SUM-IDX)   TO WS-TOT-WITHHELD.
            MOVE SPACES TO WS-REVIEW-FLAG.
            IF WS-EMP-EXEMPT
                MOVE ZERO TO WS-TAX-DUE
                MOVE ZERO TO WS-ADJUSTMENT
                MOVE "EXEMPT" TO WS-REVIEW-FLAG
                ADD 1 TO WS-EXEMPT-COUNT
            ELSE
                PERFORM COMPUTE-ANNUAL-TAX
                ADD WS-TAX-DUE TO WS-TOT-DUE
      * positive gives withholding back, negative takes more.
                COMPUTE WS-ADJUSTMENT =
                    WS-SUM-TAX(WS-SUM-IDX) - WS-TAX-DUE
                IF WS-ADJUSTMENT NOT = ZERO
                    PERFORM QUEUE-TRUE-UP-ADJUSTMENT
                END-IF
                IF WS-ADJUSTMENT < ZERO
                    COMPUTE WS-ADJ-ABSOLUTE = ZERO - WS-ADJUSTMENT
                ELSE
                    MOVE WS-ADJUSTMENT TO WS-ADJ-ABSOLUTE
                END-IF
                IF WS-ADJ-ABSOLUTE > WS-REVIEW-THRESHOLD
                    MOVE "REVIEW" TO WS-REVIEW-FLAG
                    ADD 1 TO WS-REVIEW-COUNT
                END-IF
            END-IF.
            IF WS-REVIEW-FLAG NOT = SPACES
                MOVE WS-SUM-EMP-ID(WS-SUM-IDX) TO RVD-EMP-ID
                MOVE WS-SUM-NAME(WS-SUM-IDX)   TO RVD-NAME
                MOVE WS-SUM-GROSS(WS-SUM-IDX)  TO RVD-GROSS
                MOVE WS-TAX-DUE                TO RVD-DUE
                MOVE WS-SUM-TAX(WS-SUM-IDX)    TO RVD-WITHHELD
                MOVE WS-ADJUSTMENT             TO RVD-ADJUST
                MOVE WS-REVIEW-FLAG            TO RVD-FLAG
                WRITE REVIEW-RECORD FROM WS-REV-DETAIL
            END-IF.
       APPLY-DECLARATION.
      * the allowances the payroll run gives each period are given
      * for every period posted; an exemption covering any part of
      * the year leaves the employee to be reviewed by hand.
            IF WS-TAX-DECL-STATUS = "00"
                MOVE WS-SUM-EMP-ID(WS-SUM-IDX) TO TD-EMP-ID
                READ TAX-DECL-FILE
                    KEY IS TD-EMP-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF TD-EXEMPT-UNTIL >= WS-YEAR-START
                            SET WS-EMP-EXEMPT TO TRUE
                        END-IF
                        EVALUATE TD-FILING-STATUS
                            WHEN 'M'
                                COMPUTE WS-ALLOW-AMOUNT =
                                    TD-ALLOWANCES * WS-ALLOW-MARRIED
                                        * WS-PERIODS-POSTED
                            WHEN 'H'
                                COMPUTE WS-ALLOW-AMOUNT =
                                    TD-ALLOWANCES * WS-ALLOW-HEAD
                                        * WS-PERIODS-POSTED
                            WHEN OTHER
                                COMPUTE WS-ALLOW-AMOUNT =
                                    TD-ALLOWANCES * WS-ALLOW-SINGLE
                                        * WS-PERIODS-POSTED
                        END-EVALUATE
                        IF WS-ALLOW-AMOUNT >= WS-TAX-BASE
                            MOVE ZERO TO WS-TAX-BASE
                        ELSE
                            SUBTRACT WS-ALLOW-AMOUNT FROM WS-TAX-BASE
                        END-IF
                END-READ
            END-IF.
       COMPUTE-ANNUAL-TAX.
      * the bands are per period; widened by the periods posted
      * they give the tax due on the year so far.
            MOVE ZERO TO WS-TAX-DUE.
            PERFORM VARYING WS-TAXBAND-IDX FROM 1 BY 1
                    UNTIL WS-TAXBAND-IDX > WS-TAXBAND-COUNT
                COMPUTE WS-BAND-FLOOR =
                    WS-TB-FLOOR(WS-TAXBAND-IDX) * WS-PERIODS-POSTED
                COMPUTE WS-BAND-CEILING =
                    WS-TB-CEILING(WS-TAXBAND-IDX) * WS-PERIODS-POSTED
                IF WS-TAX-BASE > WS-BAND-FLOOR
                    IF WS-TAX-BASE < WS-BAND-CEILING
                        COMPUTE WS-TAXABLE-SLICE =
                            WS-TAX-BASE - WS-BAND-FLOOR
                    ELSE
                        COMPUTE WS-TAXABLE-SLICE =
                            WS-BAND-CEILING - WS-BAND-FLOOR
                    END-IF
                    COMPUTE WS-TAX-DUE ROUNDED = WS-TAX-DUE +
                        (WS-TAXABLE-SLICE
                            * WS-TB-RATE(WS-TAXBAND-IDX) / 100)
                END-IF
            END-PERFORM.
       QUEUE-TRUE-UP-ADJUSTMENT.
            MOVE SPACES TO PAY-ADJUST-RECORD.
            MOVE WS-SUM-EMP-ID(WS-SUM-IDX) TO PA-EMP-ID.
            MOVE WS-ADJUSTMENT             TO PA-AMOUNT.
            MOVE "TXU"                     TO PA-REASON.
            MOVE WS-FINAL-PERIOD           TO PA-PERIOD.
            WRITE PAY-ADJUST-RECORD.
            ADD 1 TO WS-ADJ-WRITTEN.
            IF WS-ADJUSTMENT > ZERO
                ADD WS-ADJUSTMENT TO WS-TOT-REFUND
            ELSE
                SUBTRACT WS-ADJUSTMENT FROM WS-TOT-COLLECT
            END-IF.
       WRITE-REVIEW-HEADINGS.
            MOVE WS-TRUEUP-YEAR TO RVT-YEAR.
            IF WS-TAXSET-CHOSEN > ZERO
                MOVE WS-TAXSET-CHOSEN TO RVB-SET
            ELSE
                MOVE "FLAT" TO RVB-SET
            END-IF.
            MOVE WS-PERIODS-POSTED   TO RVB-PERIODS.
            MOVE WS-REVIEW-THRESHOLD TO RVB-THRESHOLD.
            WRITE REVIEW-RECORD FROM WS-REV-RULE.
            WRITE REVIEW-RECORD FROM WS-REV-TITLE.
            WRITE REVIEW-RECORD FROM WS-REV-BASIS.
            WRITE REVIEW-RECORD FROM WS-REV-RULE.
            WRITE REVIEW-RECORD FROM WS-REV-COLUMNS.
            WRITE REVIEW-RECORD FROM WS-REV-DASHES.
       WRITE-REVIEW-FOOTER.
            WRITE REVIEW-RECORD FROM WS-REV-DASHES.
            MOVE "Employees in the year      :" TO RVC-LABEL.
            MOVE WS-SUM-COUNT TO RVC-COUNT.
            WRITE REVIEW-RECORD FROM WS-REV-COUNT-LINE.
            MOVE "Adjustments queued         :" TO RVC-LABEL.
            MOVE WS-ADJ-WRITTEN TO RVC-COUNT.
            WRITE REVIEW-RECORD FROM WS-REV-COUNT-LINE.
            MOVE "Over the review threshold  :" TO RVC-LABEL.
            MOVE WS-REVIEW-COUNT TO RVC-COUNT.
            WRITE REVIEW-RECORD FROM WS-REV-COUNT-LINE.
            MOVE "Exempt - review by hand    :" TO RVC-LABEL.
            MOVE WS-EXEMPT-COUNT TO RVC-COUNT.
            WRITE REVIEW-RECORD FROM WS-REV-COUNT-LINE.
            MOVE "Year-to-date gross         :" TO RVL-LABEL.
            MOVE WS-TOT-GROSS TO RVL-AMOUNT.
            WRITE REVIEW-RECORD FROM WS-REV-TOTAL-LINE.
            MOVE "Annual tax due             :" TO RVL-LABEL.
            MOVE WS-TOT-DUE TO RVL-AMOUNT.
            WRITE REVIEW-RECORD FROM WS-REV-TOTAL-LINE.
            MOVE "Tax withheld               :" TO RVL-LABEL.
            MOVE WS-TOT-WITHHELD TO RVL-AMOUNT.
            WRITE REVIEW-RECORD FROM WS-REV-TOTAL-LINE.
            MOVE "Refunds queued             :" TO RVL-LABEL.
            MOVE WS-TOT-REFUND TO RVL-AMOUNT.
            WRITE REVIEW-RECORD FROM WS-REV-TOTAL-LINE.
            MOVE "Extra collections queued   :" TO RVL-LABEL.
            MOVE WS-TOT-COLLECT TO RVL-AMOUNT.
            WRITE REVIEW-RECORD FROM WS-REV-TOTAL-LINE.
       WRITE-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-LOG-FILE
            END-IF.
            IF WS-AUDIT-STATUS = "00"
                MOVE SPACES TO AUDIT-LOG-RECORD
                ACCEPT WS-AUDIT-RUN-DATE FROM DATE
                MOVE WS-AUDIT-YY TO AUD-DATE(1:2)
                MOVE WS-AUDIT-MM TO AUD-DATE(3:2)
                MOVE WS-AUDIT-DD TO AUD-DATE(5:2)
                MOVE SPACES      TO AUD-DATE(7:2)
                MOVE "TAXTRUEUP" TO AUD-PROGRAM
                MOVE WS-ADJ-WRITTEN  TO AUD-RECORDS
                MOVE WS-REVIEW-COUNT TO AUD-REJECTS
                IF WS-REVIEW-COUNT > ZERO OR WS-EXEMPT-COUNT > ZERO
                    MOVE "REVIEW"    TO AUD-OUTCOME
                ELSE
                    MOVE "OK"        TO AUD-OUTCOME
                END-IF
                MOVE WS-SESSION-OPERATOR TO AUD-OPERATOR
                WRITE AUDIT-LOG-RECORD
                CLOSE AUDIT-LOG-FILE
            ELSE
                DISPLAY "Unable to open auditlog.txt - status "
                    WS-AUDIT-STATUS " - run not logged."
            END-IF.
       LOAD-OP-SESSION.
            OPEN INPUT OP-SESSION-FILE.
            IF WS-OPSESSION-STATUS = "00"
                READ OP-SESSION-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE OPS-OPERATOR TO WS-SESSION-OPERATOR
                END-READ
                CLOSE OP-SESSION-FILE
            END-IF.
       END PROGRAM TAX-TRUEUP.
