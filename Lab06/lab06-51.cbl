      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reverse an entire posted payroll period, for the run
      *          that posted with bad input - the wrong payperiod.txt
      *          period, a bad deductions file - instead of keying
      *          payadjust.txt corrections employee by employee into
      *          the next run. For an entered PH-PERIOD-ID the
      *          program removes the period's payhist.txt and
      *          paydedhist.txt records, takes each employee's gross
      *          back off ytdmast.txt, gives back the loan
      *          installments (loanmast.txt) and garnishments
      *          (garnmast.txt) the run recovered, backs out the
      *          leave accrual and paid leave the run posted to
      *          leavemast.txt, writes a reversing journal
      *          (glreverse.txt, gljournal.txt format with the sides
      *          swapped, the header carrying the fiscal period of the
      *          run date and the reversed period as its reference for
      *          the lab06-73 GL posting) for the period's released
      *          journal, and removes the period from runcal.txt so
      *          it can be run again, setting payperiod.txt back to
      *          it. Only the latest period on runcal.txt can be
      *          reversed. A period in a year the lab06-7 close has
      *          closed is refused. A period whose bankpay.txt has
      *          been registered as sent on ifregistry.txt is refused
      *          unless the operator confirms the bank file is being
      *          recalled; a job-plan run never confirms. A period
      *          whose bankpay.txt is still held for release has it
      *          rejected on payrelease.txt and ifregistry.txt.
      * Tectonics: cobc
      * Modifications:
      *   - The period's earnings lines are removed from the
      *     earnings detail history (payearnhist.txt) along with
      *     its deduction lines.
      *   - The leave accrual taken back is scaled by the FTE
      *     percentage the period was paid at (PH-FTE-PCT, blank
      *     meaning 100), matching the accrual the run posted.
      *   - The period's employer contribution lines are removed from
      *     payercontrib.txt along with its deduction and earnings
      *     lines.
      *   - Expense claims the period paid (expclaims.txt) are put
      *     back to approved, so the rerun pays them again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-REVERSAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "payhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT DED-HISTORY-FILE ASSIGN TO "paydedhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEDHIST-STATUS.
           SELECT EMPLR-HISTORY-FILE ASSIGN TO "payercontrib.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERHIST-STATUS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "expclaims.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPCLAIM-STATUS.
           SELECT EARN-HISTORY-FILE ASSIGN TO "payearnhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EARNHIST-STATUS.
           SELECT YTD-MASTER-FILE ASSIGN TO "ytdmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-EMP-ID
           FILE STATUS IS WS-YTD-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loanmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-EMP-ID
           FILE STATUS IS WS-LOAN-MASTER-STATUS.
           SELECT GARNISH-MASTER-FILE ASSIGN TO "garnmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GARNISH-STATUS.
           SELECT LEAVE-MASTER-FILE ASSIGN TO "leavemast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LV-EMP-ID
           FILE STATUS IS WS-LEAVE-MASTER-STATUS.
           SELECT LEAVE-TRANS-FILE ASSIGN TO "leavetrans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAVE-TRANS-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "gljournal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-JOURNAL-STATUS.
           SELECT GL-REVERSE-FILE ASSIGN TO "glreverse.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-REVERSE-STATUS.
           SELECT RUN-CALENDAR-FILE ASSIGN TO "runcal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT PAY-CAL-FILE ASSIGN TO "paycal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-CAL-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "payperiod.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.
           SELECT CLOSE-CONTROL-FILE ASSIGN TO "yearclose.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSE-CTL-STATUS.
           SELECT IF-REGISTRY-FILE ASSIGN TO "ifregistry.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT PAY-RELEASE-FILE ASSIGN TO "payrelease.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-RELEASE-STATUS.
           SELECT WORK-FILE ASSIGN TO "payrevrs.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.
           SELECT MASTER-LOCK-FILE ASSIGN TO "masterlock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
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
       FD DED-HISTORY-FILE.
       01 DED-HISTORY-RECORD.
           05 DH-PERIOD-ID     PIC X(6).
           05 DH-EMP-ID        PIC X(6).
           05 DH-DED-CODE      PIC X(4).
           05 DH-DED-AMOUNT    PIC 9(7)V99.
       FD EMPLR-HISTORY-FILE.
       01 EMPLR-HISTORY-RECORD.
           05 ERH-PERIOD-ID    PIC X(6).
           05 ERH-EMP-ID       PIC X(6).
           05 ERH-CODE         PIC X(4).
           05 ERH-AMOUNT       PIC 9(7)V99.
       FD EXPENSE-CLAIM-FILE.
       COPY EXPCLAIM.
       FD EARN-HISTORY-FILE.
       01 EARN-HISTORY-RECORD.
           05 EH-PERIOD-ID     PIC X(6).
           05 EH-EMP-ID        PIC X(6).
           05 EH-CODE          PIC X(4).
           05 EH-AMOUNT        PIC 9(7)V99.
       FD YTD-MASTER-FILE.
       01 YTD-MASTER-RECORD.
           05 YTD-EMP-ID          PIC X(6).
           05 YTD-EMP-NAME        PIC X(39).
           05 YTD-SALARY-TOTAL    PIC 9(9)V99.
       FD LOAN-MASTER-FILE.
       01 LOAN-MASTER-RECORD.
           05 LN-EMP-ID       PIC X(6).
           05 LN-PRINCIPAL    PIC 9(9)V99.
           05 LN-INSTALLMENT  PIC 9(7)V99.
           05 LN-BALANCE      PIC 9(9)V99.
       FD GARNISH-MASTER-FILE.
       01 GARNISH-MASTER-RECORD.
           05 GO-ORDER-NO     PIC X(6).
           05 GO-EMP-ID       PIC X(6).
           05 GO-PAYEE        PIC X(20).
           05 GO-TOTAL        PIC 9(9)V99.
           05 GO-BALANCE      PIC 9(9)V99.
           05 GO-PER-PERIOD   PIC 9(7)V99.
           05 GO-PRIORITY     PIC 9(2).
       FD LEAVE-MASTER-FILE.
       01 LEAVE-MASTER-RECORD.
           05 LV-EMP-ID       PIC X(6).
           05 LV-ENTITLEMENT  PIC 9(3)V99.
           05 LV-BALANCE      PIC S9(3)V99.
       FD LEAVE-TRANS-FILE.
       01 LEAVE-TRANS-RECORD.
           05 LT-EMP-ID       PIC X(6).
           05 LT-DATE         PIC 9(8).
           05 LT-DAYS         PIC 9(2)V99.
           05 LT-TYPE         PIC X(1).
       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD PIC X(40).
       FD GL-REVERSE-FILE.
       01 GL-REVERSE-RECORD PIC X(40).
       FD RUN-CALENDAR-FILE.
       01 RUN-CALENDAR-RECORD.
           05 RC-PERIOD-ID     PIC X(6).
           05 RC-POSTED-DATE   PIC X(8).
       FD PAY-CAL-FILE.
       01 PAY-CAL-RECORD.
           05 CAL-PERIOD-ID    PIC X(6).
           05 CAL-START-DATE   PIC 9(8).
           05 CAL-END-DATE     PIC 9(8).
           05 CAL-PAY-DATE     PIC 9(8).
       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-RECORD.
           05 PP-PERIOD-ID     PIC X(6).
           05 PP-START-DATE    PIC 9(8).
           05 PP-END-DATE      PIC 9(8).
       FD CLOSE-CONTROL-FILE.
       01 CLOSE-CONTROL-RECORD.
           05 YC-YEAR             PIC X(4).
       FD IF-REGISTRY-FILE.
       01 IF-REGISTRY-RECORD.
           05 IR-INTERFACE PIC X(8).
           05 IR-BATCH-ID  PIC X(8).
           05 IR-DATE      PIC X(8).
           05 IR-COUNT     PIC 9(7).
           05 IR-HASH      PIC 9(13)V99.
       FD PAY-RELEASE-FILE.
       COPY PAYREL.
       FD WORK-FILE.
       01 WORK-RECORD        PIC X(132).
       FD MASTER-LOCK-FILE.
       01 LOCK-RECORD.
           05 LK-PROGRAM   PIC X(10).
           05 LK-DATE      PIC X(8).
           05 LK-TIME      PIC X(6).
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
       01 WS-DEDHIST-STATUS       PIC X(2).
       01 WS-YTD-STATUS           PIC X(2).
       01 WS-LOAN-MASTER-STATUS   PIC X(2).
       01 WS-GARNISH-STATUS       PIC X(2).
       01 WS-LEAVE-MASTER-STATUS  PIC X(2).
       01 WS-LEAVE-TRANS-STATUS   PIC X(2).
       01 WS-GL-JOURNAL-STATUS    PIC X(2).
       01 WS-GL-REVERSE-STATUS    PIC X(2).
       01 WS-RUNCAL-STATUS        PIC X(2).
       01 WS-PAY-CAL-STATUS       PIC X(2).
       01 WS-PERIOD-STATUS        PIC X(2).
       01 WS-CLOSE-CTL-STATUS     PIC X(2).
       01 WS-REGISTRY-STATUS      PIC X(2).
       01 WS-PAY-RELEASE-STATUS   PIC X(2).
       01 WS-WORK-STATUS          PIC X(2).
       01 WS-EARNHIST-STATUS      PIC X(2).
       01 WS-ERHIST-STATUS        PIC X(2).
       01 WS-EXPCLAIM-STATUS      PIC X(2).
       01 WS-LOCK-STATUS          PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-UNATTENDED-FLAG      PIC A(1)  VALUE 'N'.
           88 WS-UNATTENDED                 VALUE 'Y'.
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-SELECTED-PERIOD      PIC X(6).
       01 WS-CONFIRM-ANSWER       PIC X(1).
       01 WS-CONTROL-FLAGS.
           05 WS-YEAR-CLOSED-FLAG PIC A(1)  VALUE 'N'.
               88 WS-YEAR-IS-CLOSED         VALUE 'Y'.
           05 WS-POSTED-FLAG      PIC A(1)  VALUE 'N'.
               88 WS-PERIOD-WAS-POSTED      VALUE 'Y'.
           05 WS-LATER-FLAG       PIC A(1)  VALUE 'N'.
               88 WS-LATER-PERIOD-POSTED    VALUE 'Y'.
           05 WS-BANK-STATE       PIC A(1)  VALUE 'N'.
               88 WS-BANK-FILE-HELD         VALUE 'H'.
               88 WS-BANK-FILE-SENT         VALUE 'S'.
           05 WS-PRL-FOUND-FLAG   PIC A(1)  VALUE 'N'.
               88 WS-PRL-ROW-FOUND          VALUE 'Y'.
           05 WS-RECALL-FLAG      PIC A(1)  VALUE 'N'.
               88 WS-BANK-RECALLED          VALUE 'Y'.
           05 WS-GL-REG-FLAG      PIC A(1)  VALUE 'N'.
               88 WS-GL-REGISTERED          VALUE 'Y'.
           05 WS-PERIOD-DATES-FLAG PIC A(1) VALUE 'N'.
               88 WS-PERIOD-DATES-KNOWN     VALUE 'Y'.
           05 WS-LOCK-HELD-FLAG   PIC X(1)  VALUE 'N'.
               88 WS-LOCK-IS-HELD           VALUE 'Y'.
       01 WS-PERIOD-START         PIC 9(8)  VALUE ZERO.
       01 WS-PERIOD-END           PIC 9(8)  VALUE ZERO.
       01 WS-GL-REG-HASH          PIC 9(13)V99 VALUE ZERO.
       01 WS-BANK-REG-COUNT       PIC 9(7)  VALUE ZERO.
       01 WS-BANK-REG-HASH        PIC 9(13)V99 VALUE ZERO.
       01 WS-PRL-SAVED-RECORD     PIC X(73).
       01 WS-TODAY-X              PIC X(8).
       01 WS-REVERSE-COUNTS.
           05 WS-PAY-REVERSED     PIC 9(5)  VALUE ZERO.
           05 WS-DED-REVERSED     PIC 9(5)  VALUE ZERO.
           05 WS-EARN-REVERSED    PIC 9(5)  VALUE ZERO.
           05 WS-EMPLR-REVERSED   PIC 9(5)  VALUE ZERO.
           05 WS-CLAIMS-REOPENED  PIC 9(5)  VALUE ZERO.
           05 WS-LOAN-RESTORED    PIC 9(5)  VALUE ZERO.
           05 WS-GARN-RESTORED    PIC 9(5)  VALUE ZERO.
           05 WS-LEAVE-RESTORED   PIC 9(5)  VALUE ZERO.
           05 WS-JRN-REVERSED     PIC 9(5)  VALUE ZERO.
           05 WS-GROSS-REVERSED   PIC 9(11)V99 VALUE ZERO.
           05 WS-NET-REVERSED     PIC 9(11)V99 VALUE ZERO.
       01 WS-LEAVE-FIELDS.
           05 WS-LEAVE-ACCRUAL    PIC S9(3)V99.
           05 WS-PAID-FTE         PIC 9(3)V99.
           05 WS-PAID-LEAVE-DAYS  PIC 9(3)V99.
       01 WS-LEAVE-TRANS-COUNT    PIC 9(3)  VALUE ZERO.
       01 WS-LEAVE-OVER-FLAG      PIC A(1)  VALUE 'N'.
           88 WS-LEAVE-OVERFLOWED           VALUE 'Y'.
       01 WS-LEAVE-TRANS-TABLE.
           05 WS-LT-ENTRY OCCURS 200 TIMES INDEXED BY WS-LT-IDX.
               10 WS-LT-EMP-ID    PIC X(6).
               10 WS-LT-DAYS      PIC 9(2)V99.
               10 WS-LT-TYPE      PIC X(1).
       01 WS-GARNISH-COUNT        PIC 9(3)  VALUE ZERO.
       01 WS-GARNISH-OVER-FLAG    PIC A(1)  VALUE 'N'.
           88 WS-GARNISH-OVERFLOWED         VALUE 'Y'.
       01 WS-GARNISH-TABLE.
           05 WS-GO-ENTRY OCCURS 50 TIMES INDEXED BY WS-GARN-IDX.
               10 WS-GO-ORDER-NO   PIC X(6).
               10 WS-GO-EMP-ID     PIC X(6).
               10 WS-GO-PAYEE      PIC X(20).
               10 WS-GO-TOTAL      PIC 9(9)V99.
               10 WS-GO-BALANCE    PIC 9(9)V99.
               10 WS-GO-PER-PERIOD PIC 9(7)V99.
               10 WS-GO-PRIORITY   PIC 9(2).
       01 WS-GARN-WORK.
           05 WS-GARN-PASS        PIC 9(3).
           05 WS-GARN-LEFT        PIC 9(7)V99.
           05 WS-GARN-ROOM        PIC 9(9)V99.
           05 WS-GARN-GIVE        PIC 9(7)V99.
       01 WS-GL-RECORD-LAYOUTS.
           05 WS-GL-HEADER.
               10 GLH-TYPE      PIC X(1).
               10 GLH-SOURCE    PIC X(8).
               10 GLH-DATE      PIC X(8).
               10 GLH-PERIOD    PIC 9(6).
               10 GLH-REFERENCE PIC X(6).
           05 WS-GL-DETAIL.
               10 GLD-TYPE      PIC X(1).
               10 GLD-DRCR      PIC X(2).
               10 GLD-ACCOUNT   PIC X(8).
               10 GLD-AMOUNT    PIC 9(11)V99.
           05 WS-GL-TRAILER.
               10 GLT-TYPE      PIC X(1).
               10 GLT-DR-TOTAL  PIC 9(11)V99.
               10 GLT-CR-TOTAL  PIC 9(11)V99.
       01 WS-GL-SAVED-TRAILER     PIC X(40).
       01 WS-GL-TRAILER-SEEN      PIC A(1)  VALUE 'N'.
           88 WS-GL-HAS-TRAILER             VALUE 'Y'.
       01 WS-RVSL-FISCAL-PERIOD   PIC 9(6)  VALUE ZERO.
       01 WS-LOCK-TIME-NOW        PIC 9(8).
       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YY PIC 99.
           05 WS-RUN-MM PIC 99.
           05 WS-RUN-DD PIC 99.
       01 DISP-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
       COPY DATEREQ.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            IF WS-SESSION-OPERATOR = "SCHEDULE"
                SET WS-UNATTENDED TO TRUE
            END-IF.
            DISPLAY "Pay period to reverse (YYYYMM): ".
            ACCEPT WS-SELECTED-PERIOD.
            IF WS-SELECTED-PERIOD IS NOT NUMERIC
                DISPLAY "Period must be YYYYMM - nothing reversed."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM CHECK-YEAR-CLOSED.
            IF WS-YEAR-IS-CLOSED
                DISPLAY "Year " WS-SELECTED-PERIOD(1:4) " has been "
                    "closed by the year-end close - reversal "
                    "refused."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CHECK-PERIOD-POSTED.
            IF NOT WS-PERIOD-WAS-POSTED
                DISPLAY "Period " WS-SELECTED-PERIOD " is not on "
                    "runcal.txt as posted - nothing to reverse."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-LATER-PERIOD-POSTED
                DISPLAY "A period after " WS-SELECTED-PERIOD " has "
                    "been posted since - only the latest run can be "
                    "reversed; reverse the later period(s) first."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CHECK-REGISTRY.
            IF WS-BANK-FILE-SENT
                DISPLAY "bankpay.txt for " WS-SELECTED-PERIOD
                    " is registered as sent to the bank."
                IF WS-UNATTENDED
                    DISPLAY "Unattended run - a sent bank file is "
                        "never recalled from the job plan; "
                        "reversal refused."
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                DISPLAY "Is the bank file being recalled from the "
                    "bank? (Y/N): "
                ACCEPT WS-CONFIRM-ANSWER
                IF WS-CONFIRM-ANSWER NOT = 'Y'
                        AND WS-CONFIRM-ANSWER NOT = 'y'
                    DISPLAY "Bank file not recalled - reversal "
                        "refused; correct through payadjust.txt."
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                SET WS-BANK-RECALLED TO TRUE
            END-IF.
            IF NOT WS-UNATTENDED
                DISPLAY "Reverse ALL postings for period "
                    WS-SELECTED-PERIOD "? (Y/N): "
                ACCEPT WS-CONFIRM-ANSWER
                IF WS-CONFIRM-ANSWER NOT = 'Y'
                        AND WS-CONFIRM-ANSWER NOT = 'y'
                    DISPLAY "Reversal abandoned - nothing changed."
                    MOVE ZERO TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

            PERFORM ACQUIRE-MASTER-LOCK.
            IF WS-LOCK-IS-HELD
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM FIND-PERIOD-DATES.
            PERFORM LOAD-LEAVE-TRANS.
            PERFORM REVERSE-PAY-HISTORY.
            PERFORM LOAD-GARNISH-ORDERS.
            PERFORM REVERSE-DED-HISTORY.
            PERFORM REVERSE-EARN-HISTORY.
            PERFORM REVERSE-EMPLR-HISTORY.
            PERFORM REOPEN-PAID-CLAIMS.
            IF WS-GARN-RESTORED > ZERO
                PERFORM REWRITE-GARNISH-ORDERS
            END-IF.
            PERFORM WRITE-REVERSING-JOURNAL.
            PERFORM REMOVE-RUN-CALENDAR-ENTRY.
            PERFORM RESTORE-PAY-PERIOD.
            IF WS-BANK-FILE-HELD
                PERFORM REJECT-HELD-BANK-FILE
            END-IF.
            PERFORM RELEASE-MASTER-LOCK.

            MOVE WS-GROSS-REVERSED TO DISP-AMOUNT.
            DISPLAY "Period " WS-SELECTED-PERIOD " reversed - "
                WS-PAY-REVERSED " pay record(s), gross "
                DISP-AMOUNT.
            DISPLAY "  deductions " WS-DED-REVERSED
                " earnings " WS-EARN-REVERSED
                " employer " WS-EMPLR-REVERSED
                " claims " WS-CLAIMS-REOPENED
                " loans " WS-LOAN-RESTORED
                " garnishments " WS-GARN-RESTORED
                " leave " WS-LEAVE-RESTORED
                " journal lines " WS-JRN-REVERSED.
            DISPLAY "The period can now be run again.".
            PERFORM WRITE-AUDIT-LOG.
            STOP RUN.
       CHECK-YEAR-CLOSED.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT CLOSE-CONTROL-FILE.
            IF WS-CLOSE-CTL-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ CLOSE-CONTROL-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF YC-YEAR = WS-SELECTED-PERIOD(1:4)
                                SET WS-YEAR-IS-CLOSED TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CLOSE-CONTROL-FILE
            END-IF.
       CHECK-PERIOD-POSTED.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT RUN-CALENDAR-FILE.
            IF WS-RUNCAL-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ RUN-CALENDAR-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF RC-PERIOD-ID = WS-SELECTED-PERIOD
                                SET WS-PERIOD-WAS-POSTED TO TRUE
                            END-IF
                            IF RC-PERIOD-ID > WS-SELECTED-PERIOD
                                SET WS-LATER-PERIOD-POSTED TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RUN-CALENDAR-FILE
            END-IF.
       CHECK-REGISTRY.
      * the payroll run registers every bankpay.txt it writes, and
      * every journal it releases, with the period as the batch id;
      * the last GLJRNL entry for the period carries the debit total
      * the journal on file must match. The bank file has gone only
      * when its last entry is the driver's BANKREL release; a
      * BANKPAY entry after it is a rerun still held for release.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT IF-REGISTRY-FILE.
            IF WS-REGISTRY-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ IF-REGISTRY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF IR-BATCH-ID(1:6) = WS-SELECTED-PERIOD
                                EVALUATE IR-INTERFACE
                                    WHEN "BANKPAY "
                                        SET WS-BANK-FILE-HELD
                                            TO TRUE
                                        MOVE IR-COUNT
                                            TO WS-BANK-REG-COUNT
                                        MOVE IR-HASH
                                            TO WS-BANK-REG-HASH
                                    WHEN "BANKREL "
                                        SET WS-BANK-FILE-SENT
                                            TO TRUE
                                    WHEN "BANKREJ "
                                        MOVE 'N' TO WS-BANK-STATE
                                    WHEN "GLJRNL  "
                                        SET WS-GL-REGISTERED
                                            TO TRUE
                                        MOVE IR-HASH
                                            TO WS-GL-REG-HASH
                                END-EVALUATE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE IF-REGISTRY-FILE
            END-IF.
       FIND-PERIOD-DATES.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT PAY-CAL-FILE.
            IF WS-PAY-CAL-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                        OR WS-PERIOD-DATES-KNOWN
                    READ PAY-CAL-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF CAL-PERIOD-ID = WS-SELECTED-PERIOD
                                MOVE CAL-START-DATE
                                    TO WS-PERIOD-START
                                MOVE CAL-END-DATE
                                    TO WS-PERIOD-END
                                SET WS-PERIOD-DATES-KNOWN TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAY-CAL-FILE
            END-IF.
            IF NOT WS-PERIOD-DATES-KNOWN
                OPEN INPUT PERIOD-CONTROL-FILE
                IF WS-PERIOD-STATUS = "00"
                    READ PERIOD-CONTROL-FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF PP-PERIOD-ID = WS-SELECTED-PERIOD
                                MOVE PP-START-DATE
                                    TO WS-PERIOD-START
                                MOVE PP-END-DATE TO WS-PERIOD-END
                                SET WS-PERIOD-DATES-KNOWN TO TRUE
                            END-IF
                    END-READ
                    CLOSE PERIOD-CONTROL-FILE
                END-IF
            END-IF.
            IF NOT WS-PERIOD-DATES-KNOWN
                DISPLAY "No dates for " WS-SELECTED-PERIOD " on "
                    "paycal.txt or payperiod.txt - paid leave taken "
                    "in the period is not given back; adjust "
                    "leavemast.txt by hand."
            END-IF.
       LOAD-LEAVE-TRANS.
      * the paid leave the run charged against the balance is the
      * leave taken inside the period dates.
            IF WS-PERIOD-DATES-KNOWN
                MOVE 'N' TO WS-EOF-FLAG
                OPEN INPUT LEAVE-TRANS-FILE
                IF WS-LEAVE-TRANS-STATUS = "00"
                    PERFORM UNTIL WS-END-OF-FILE
                        READ LEAVE-TRANS-FILE
                            AT END
                                SET WS-END-OF-FILE TO TRUE
                            NOT AT END
                                IF LT-DATE >= WS-PERIOD-START
                                        AND LT-DATE <= WS-PERIOD-END
                                    PERFORM KEEP-ONE-LEAVE-TRANS
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE LEAVE-TRANS-FILE
                END-IF
            END-IF.
      * leave given back from a truncated table would leave the
      * balances part restored, so the reversal stops before any
      * file is touched.
            IF WS-LEAVE-OVERFLOWED
                DISPLAY "More than 200 leave transactions in "
                    WS-SELECTED-PERIOD " - reversal abandoned, "
                    "nothing changed."
                PERFORM RELEASE-MASTER-LOCK
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
       KEEP-ONE-LEAVE-TRANS.
            IF WS-LEAVE-TRANS-COUNT < 200
                ADD 1 TO WS-LEAVE-TRANS-COUNT
                SET WS-LT-IDX TO WS-LEAVE-TRANS-COUNT
                MOVE LT-EMP-ID TO WS-LT-EMP-ID(WS-LT-IDX)
                MOVE LT-DAYS   TO WS-LT-DAYS(WS-LT-IDX)
                MOVE LT-TYPE   TO WS-LT-TYPE(WS-LT-IDX)
            ELSE
                SET WS-LEAVE-OVERFLOWED TO TRUE
            END-IF.
       REVERSE-PAY-HISTORY.
      * the indexed history deletes in place, the period's records
      * coming out through START / READ NEXT / DELETE as the
      * history archive does it.
            OPEN I-O PAY-HISTORY-FILE.
            IF WS-PAYHIST-STATUS NOT = "00"
                DISPLAY "payhist.txt not available - status "
                    WS-PAYHIST-STATUS " - reversal abandoned."
                PERFORM RELEASE-MASTER-LOCK
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O YTD-MASTER-FILE.
            IF WS-YTD-STATUS NOT = "00"
                DISPLAY "ytdmast.txt not available - status "
                    WS-YTD-STATUS " - YTD totals not reduced; "
                    "adjust them by hand."
            END-IF.
            OPEN I-O LEAVE-MASTER-FILE.
            IF WS-LEAVE-MASTER-STATUS NOT = "00"
                DISPLAY "leavemast.txt not available - status "
                    WS-LEAVE-MASTER-STATUS
                    " - leave balances not restored."
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE WS-SELECTED-PERIOD TO PH-PERIOD-ID.
            MOVE LOW-VALUES         TO PH-EMP-ID.
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
                        IF PH-PERIOD-ID NOT = WS-SELECTED-PERIOD
                            SET WS-END-OF-FILE TO TRUE
                        ELSE
                            PERFORM REVERSE-ONE-EMPLOYEE
                            DELETE PAY-HISTORY-FILE
                            ADD 1 TO WS-PAY-REVERSED
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PAY-HISTORY-FILE.
            IF WS-YTD-STATUS = "00"
                CLOSE YTD-MASTER-FILE
            END-IF.
            IF WS-LEAVE-MASTER-STATUS = "00"
                CLOSE LEAVE-MASTER-FILE
            END-IF.
       REVERSE-ONE-EMPLOYEE.
            ADD PH-GROSS-PAY TO WS-GROSS-REVERSED.
            ADD PH-NET-PAY   TO WS-NET-REVERSED.
            IF WS-YTD-STATUS = "00"
                MOVE PH-EMP-ID TO YTD-EMP-ID
                READ YTD-MASTER-FILE
                    KEY IS YTD-EMP-ID
                    INVALID KEY
                        DISPLAY "  No YTD record for " PH-EMP-ID
                            " - nothing to reduce"
                    NOT INVALID KEY
                        IF PH-GROSS-PAY > YTD-SALARY-TOTAL
                            MOVE ZERO TO YTD-SALARY-TOTAL
                        ELSE
                            SUBTRACT PH-GROSS-PAY
                                FROM YTD-SALARY-TOTAL
                        END-IF
                        REWRITE YTD-MASTER-RECORD
                END-READ
            END-IF.
            IF WS-LEAVE-MASTER-STATUS = "00"
                PERFORM RESTORE-LEAVE-BALANCE
            END-IF.
       RESTORE-LEAVE-BALANCE.
      * the run added a month's entitlement and charged the paid
      * leave taken in the period; both come back off.
            MOVE ZERO TO WS-PAID-LEAVE-DAYS.
            PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                    UNTIL WS-LT-IDX > WS-LEAVE-TRANS-COUNT
                IF WS-LT-EMP-ID(WS-LT-IDX) = PH-EMP-ID
                        AND WS-LT-TYPE(WS-LT-IDX) NOT = 'U'
                    ADD WS-LT-DAYS(WS-LT-IDX) TO WS-PAID-LEAVE-DAYS
                END-IF
            END-PERFORM.
      * the accrual was scaled by the FTE the period was paid at;
      * history written before the FTE was kept reads as spaces.
            MOVE 100 TO WS-PAID-FTE.
            IF PH-FTE-PCT IS NUMERIC
                IF PH-FTE-PCT > ZERO AND PH-FTE-PCT < 100
                    MOVE PH-FTE-PCT TO WS-PAID-FTE
                END-IF
            END-IF.
            MOVE PH-EMP-ID TO LV-EMP-ID.
            READ LEAVE-MASTER-FILE
                KEY IS LV-EMP-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    COMPUTE WS-LEAVE-ACCRUAL ROUNDED =
                        LV-ENTITLEMENT / 12 * WS-PAID-FTE / 100
                    SUBTRACT WS-LEAVE-ACCRUAL FROM LV-BALANCE
                    ADD WS-PAID-LEAVE-DAYS TO LV-BALANCE
                    REWRITE LEAVE-MASTER-RECORD
                    ADD 1 TO WS-LEAVE-RESTORED
            END-READ.
       LOAD-GARNISH-ORDERS.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT GARNISH-MASTER-FILE.
            IF WS-GARNISH-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ GARNISH-MASTER-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-GARNISH-COUNT < 50
                                ADD 1 TO WS-GARNISH-COUNT
                                SET WS-GARN-IDX TO WS-GARNISH-COUNT
                                MOVE GO-ORDER-NO TO
                                    WS-GO-ORDER-NO(WS-GARN-IDX)
                                MOVE GO-EMP-ID TO
                                    WS-GO-EMP-ID(WS-GARN-IDX)
                                MOVE GO-PAYEE TO
                                    WS-GO-PAYEE(WS-GARN-IDX)
                                MOVE GO-TOTAL TO
                                    WS-GO-TOTAL(WS-GARN-IDX)
                                MOVE GO-BALANCE TO
                                    WS-GO-BALANCE(WS-GARN-IDX)
                                MOVE GO-PER-PERIOD TO
                                    WS-GO-PER-PERIOD(WS-GARN-IDX)
                                MOVE GO-PRIORITY TO
                                    WS-GO-PRIORITY(WS-GARN-IDX)
                            ELSE
                                SET WS-GARNISH-OVERFLOWED TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GARNISH-MASTER-FILE
            END-IF.
      * garnmast.txt is rewritten from this table; a truncated table
      * would destroy the overflow orders, so garnishments are then
      * left for the operator instead.
            IF WS-GARNISH-OVERFLOWED
                DISPLAY "garnmast.txt has more than 50 orders - "
                    "garnishment balances NOT restored; restore "
                    "them by hand."
                MOVE ZERO TO WS-GARNISH-COUNT
            END-IF.
       REVERSE-DED-HISTORY.
      * the period's deduction lines are dropped from the history;
      * LOAN and GARN lines also hand the recovered money back to
      * the loan and garnishment balances.
            OPEN INPUT DED-HISTORY-FILE.
            IF WS-DEDHIST-STATUS NOT = "00"
                DISPLAY "paydedhist.txt not found - no deductions "
                    "to reverse."
            ELSE
                OPEN I-O LOAN-MASTER-FILE
                OPEN OUTPUT WORK-FILE
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ DED-HISTORY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF DH-PERIOD-ID = WS-SELECTED-PERIOD
                                ADD 1 TO WS-DED-REVERSED
                                EVALUATE DH-DED-CODE
                                    WHEN "LOAN"
                                        PERFORM RESTORE-LOAN-BALANCE
                                    WHEN "GARN"
                                        PERFORM RESTORE-GARNISHMENT
                                END-EVALUATE
                            ELSE
                                WRITE WORK-RECORD
                                    FROM DED-HISTORY-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DED-HISTORY-FILE
                CLOSE WORK-FILE
                IF WS-LOAN-MASTER-STATUS = "00"
                    CLOSE LOAN-MASTER-FILE
                END-IF
                PERFORM REWRITE-DED-HISTORY
            END-IF.
       REWRITE-DED-HISTORY.
            OPEN INPUT WORK-FILE.
            OPEN OUTPUT DED-HISTORY-FILE.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL WS-END-OF-FILE
                READ WORK-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        WRITE DED-HISTORY-RECORD
                            FROM WORK-RECORD(1:25)
                END-READ
            END-PERFORM.
            CLOSE WORK-FILE.
            CLOSE DED-HISTORY-FILE.
       REVERSE-EARN-HISTORY.
            OPEN INPUT EARN-HISTORY-FILE.
            IF WS-EARNHIST-STATUS = "00"
                OPEN OUTPUT WORK-FILE
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ EARN-HISTORY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF EH-PERIOD-ID = WS-SELECTED-PERIOD
                                ADD 1 TO WS-EARN-REVERSED
                            ELSE
                                WRITE WORK-RECORD
                                    FROM EARN-HISTORY-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EARN-HISTORY-FILE
                CLOSE WORK-FILE
                OPEN INPUT WORK-FILE
                OPEN OUTPUT EARN-HISTORY-FILE
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ WORK-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            WRITE EARN-HISTORY-RECORD
                                FROM WORK-RECORD(1:25)
                    END-READ
                END-PERFORM
                CLOSE WORK-FILE
                CLOSE EARN-HISTORY-FILE
            END-IF.
       REVERSE-EMPLR-HISTORY.
            OPEN INPUT EMPLR-HISTORY-FILE.
            IF WS-ERHIST-STATUS = "00"
                OPEN OUTPUT WORK-FILE
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ EMPLR-HISTORY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF ERH-PERIOD-ID = WS-SELECTED-PERIOD
                                ADD 1 TO WS-EMPLR-REVERSED
                            ELSE
                                WRITE WORK-RECORD
                                    FROM EMPLR-HISTORY-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EMPLR-HISTORY-FILE
                CLOSE WORK-FILE
                OPEN INPUT WORK-FILE
                OPEN OUTPUT EMPLR-HISTORY-FILE
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ WORK-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            WRITE EMPLR-HISTORY-RECORD
                                FROM WORK-RECORD(1:25)
                    END-READ
                END-PERFORM
                CLOSE WORK-FILE
                CLOSE EMPLR-HISTORY-FILE
            END-IF.
       REOPEN-PAID-CLAIMS.
      * expense claims the period paid go back to approved, so the
      * rerun pays them again.
            OPEN INPUT EXPENSE-CLAIM-FILE.
            IF WS-EXPCLAIM-STATUS = "00"
                OPEN OUTPUT WORK-FILE
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ EXPENSE-CLAIM-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF XC-PAID
                                    AND XC-PAID-PERIOD
                                        = WS-SELECTED-PERIOD
                                SET XC-APPROVED TO TRUE
                                MOVE SPACES TO XC-PAID-PERIOD
                                ADD 1 TO WS-CLAIMS-REOPENED
                            END-IF
                            WRITE WORK-RECORD
                                FROM EXPENSE-CLAIM-RECORD
                    END-READ
                END-PERFORM
                CLOSE EXPENSE-CLAIM-FILE
                CLOSE WORK-FILE
                OPEN INPUT WORK-FILE
                OPEN OUTPUT EXPENSE-CLAIM-FILE
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ WORK-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            WRITE EXPENSE-CLAIM-RECORD
                                FROM WORK-RECORD
                    END-READ
                END-PERFORM
                CLOSE WORK-FILE
                CLOSE EXPENSE-CLAIM-FILE
            END-IF.
       RESTORE-LOAN-BALANCE.
            IF WS-LOAN-MASTER-STATUS = "00"
                MOVE DH-EMP-ID TO LN-EMP-ID
                READ LOAN-MASTER-FILE
                    KEY IS LN-EMP-ID
                    INVALID KEY
                        DISPLAY "  Loan recovery for " DH-EMP-ID
                            " has no loan on file - not restored"
                    NOT INVALID KEY
                        ADD DH-DED-AMOUNT TO LN-BALANCE
                        REWRITE LOAN-MASTER-RECORD
                        ADD 1 TO WS-LOAN-RESTORED
                END-READ
            ELSE
                DISPLAY "  loanmast.txt not available - loan "
                    "recovery for " DH-EMP-ID " not restored"
            END-IF.
       RESTORE-GARNISHMENT.
      * the history holds one GARN line per order taken, without
      * the order number; the money goes back to the employee's
      * orders in the priority order the run took it, each order
      * getting back no more than one period's amount and never
      * above its original total.
            MOVE DH-DED-AMOUNT TO WS-GARN-LEFT.
            PERFORM VARYING WS-GARN-PASS FROM 0 BY 1
                    UNTIL WS-GARN-PASS > 99
                        OR WS-GARN-LEFT = ZERO
                PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
                        UNTIL WS-GARN-IDX > WS-GARNISH-COUNT
                            OR WS-GARN-LEFT = ZERO
                    IF WS-GO-EMP-ID(WS-GARN-IDX) = DH-EMP-ID
                            AND WS-GO-PRIORITY(WS-GARN-IDX)
                                = WS-GARN-PASS
                        PERFORM GIVE-BACK-ONE-GARNISH
                    END-IF
                END-PERFORM
            END-PERFORM.
            IF WS-GARN-LEFT > ZERO
                MOVE WS-GARN-LEFT TO DISP-AMOUNT
                DISPLAY "  Garnishment for " DH-EMP-ID " - "
                    DISP-AMOUNT " could not be matched to an order"
            ELSE
                ADD 1 TO WS-GARN-RESTORED
            END-IF.
       GIVE-BACK-ONE-GARNISH.
            COMPUTE WS-GARN-ROOM =
                WS-GO-TOTAL(WS-GARN-IDX)
                    - WS-GO-BALANCE(WS-GARN-IDX).
            MOVE WS-GARN-LEFT TO WS-GARN-GIVE.
            IF WS-GARN-GIVE > WS-GO-PER-PERIOD(WS-GARN-IDX)
                MOVE WS-GO-PER-PERIOD(WS-GARN-IDX) TO WS-GARN-GIVE
            END-IF.
            IF WS-GARN-GIVE > WS-GARN-ROOM
                MOVE WS-GARN-ROOM TO WS-GARN-GIVE
            END-IF.
            ADD WS-GARN-GIVE TO WS-GO-BALANCE(WS-GARN-IDX).
            SUBTRACT WS-GARN-GIVE FROM WS-GARN-LEFT.
       REWRITE-GARNISH-ORDERS.
            OPEN OUTPUT GARNISH-MASTER-FILE.
            IF WS-GARNISH-STATUS NOT = "00"
                DISPLAY "Unable to rewrite garnmast.txt - status "
                    WS-GARNISH-STATUS
                    " - RESTORE THE ORDER BALANCES BY HAND."
            ELSE
                PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
                        UNTIL WS-GARN-IDX > WS-GARNISH-COUNT
                    MOVE SPACES TO GARNISH-MASTER-RECORD
                    MOVE WS-GO-ORDER-NO(WS-GARN-IDX)
                        TO GO-ORDER-NO
                    MOVE WS-GO-EMP-ID(WS-GARN-IDX) TO GO-EMP-ID
                    MOVE WS-GO-PAYEE(WS-GARN-IDX)  TO GO-PAYEE
                    MOVE WS-GO-TOTAL(WS-GARN-IDX)  TO GO-TOTAL
                    MOVE WS-GO-BALANCE(WS-GARN-IDX)
                        TO GO-BALANCE
                    MOVE WS-GO-PER-PERIOD(WS-GARN-IDX)
                        TO GO-PER-PERIOD
                    MOVE WS-GO-PRIORITY(WS-GARN-IDX)
                        TO GO-PRIORITY
                    WRITE GARNISH-MASTER-RECORD
                END-PERFORM
                CLOSE GARNISH-MASTER-FILE
            END-IF.
       WRITE-REVERSING-JOURNAL.
      * gljournal.txt holds only the latest released journal; it is
      * the period's journal when its debit total is the one the
      * registry recorded for the period. Anything else is left for
      * the operator to book by hand.
            IF NOT WS-GL-REGISTERED
                DISPLAY "No journal registered for "
                    WS-SELECTED-PERIOD " - no reversing journal "
                    "written."
            ELSE
                PERFORM FIND-JOURNAL-TRAILER
                MOVE WS-GL-SAVED-TRAILER TO WS-GL-TRAILER
                IF NOT WS-GL-HAS-TRAILER
                        OR GLT-DR-TOTAL NOT = WS-GL-REG-HASH
                    DISPLAY "gljournal.txt is not the journal "
                        "released for " WS-SELECTED-PERIOD
                        " - book the reversing journal by hand."
                ELSE
                    PERFORM FIND-REVERSAL-FISCAL-PERIOD
                    IF WS-RVSL-FISCAL-PERIOD = ZERO
                        DISPLAY "The run date is not on the fiscal "
                            "calendar (fiscalcal.txt) - book the "
                            "reversing journal by hand."
                    ELSE
                        PERFORM COPY-JOURNAL-REVERSED
                    END-IF
                END-IF
            END-IF.
       FIND-REVERSAL-FISCAL-PERIOD.
      * the reversal books into the fiscal period of the day it is
      * run, like any other journal dated that day.
            MOVE ZERO TO WS-RVSL-FISCAL-PERIOD.
            ACCEPT WS-RUN-DATE-RAW FROM DATE.
            MOVE "20"            TO DS-DATE-1-X(1:2).
            MOVE WS-RUN-DATE-RAW TO DS-DATE-1-X(3:6).
            MOVE "FPER" TO DS-FUNCTION.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS = 'Y'
                MOVE DS-RESULT TO WS-RVSL-FISCAL-PERIOD
            END-IF.
       FIND-JOURNAL-TRAILER.
            MOVE 'N' TO WS-GL-TRAILER-SEEN.
            MOVE SPACES TO WS-GL-SAVED-TRAILER.
            OPEN INPUT GL-JOURNAL-FILE.
            IF WS-GL-JOURNAL-STATUS = "00"
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ GL-JOURNAL-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF GL-JOURNAL-RECORD(1:1) = 'T'
                                SET WS-GL-HAS-TRAILER TO TRUE
                                MOVE GL-JOURNAL-RECORD
                                    TO WS-GL-SAVED-TRAILER
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GL-JOURNAL-FILE
            END-IF.
       COPY-JOURNAL-REVERSED.
            OPEN INPUT GL-JOURNAL-FILE.
            OPEN OUTPUT GL-REVERSE-FILE.
            IF WS-GL-REVERSE-STATUS NOT = "00"
                DISPLAY "Unable to open glreverse.txt - status "
                    WS-GL-REVERSE-STATUS
                    " - book the reversing journal by hand."
                CLOSE GL-JOURNAL-FILE
            ELSE
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ GL-JOURNAL-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM REVERSE-ONE-JOURNAL-LINE
                    END-READ
                END-PERFORM
                CLOSE GL-JOURNAL-FILE
                CLOSE GL-REVERSE-FILE
                DISPLAY "Reversing journal written to glreverse.txt "
                    "- " WS-JRN-REVERSED " entry(ies)."
            END-IF.
       REVERSE-ONE-JOURNAL-LINE.
      * the reversal is the same journal with the sides swapped;
      * debit and credit totals are equal, so the trailer stands.
            EVALUATE GL-JOURNAL-RECORD(1:1)
                WHEN 'H'
                    MOVE GL-JOURNAL-RECORD TO WS-GL-HEADER
                    MOVE "PAYRVSL " TO GLH-SOURCE
                    ACCEPT WS-RUN-DATE-RAW FROM DATE
                    MOVE "20"      TO GLH-DATE(1:2)
                    MOVE WS-RUN-YY TO GLH-DATE(3:2)
                    MOVE WS-RUN-MM TO GLH-DATE(5:2)
                    MOVE WS-RUN-DD TO GLH-DATE(7:2)
                    MOVE WS-RVSL-FISCAL-PERIOD TO GLH-PERIOD
                    MOVE WS-SELECTED-PERIOD    TO GLH-REFERENCE
                    WRITE GL-REVERSE-RECORD FROM WS-GL-HEADER
                WHEN 'D'
                    MOVE GL-JOURNAL-RECORD TO WS-GL-DETAIL
                    IF GLD-DRCR = "DR"
                        MOVE "CR" TO GLD-DRCR
                    ELSE
                        MOVE "DR" TO GLD-DRCR
                    END-IF
                    WRITE GL-REVERSE-RECORD FROM WS-GL-DETAIL
                    ADD 1 TO WS-JRN-REVERSED
                WHEN OTHER
                    WRITE GL-REVERSE-RECORD FROM GL-JOURNAL-RECORD
            END-EVALUATE.
       REMOVE-RUN-CALENDAR-ENTRY.
            OPEN INPUT RUN-CALENDAR-FILE.
            IF WS-RUNCAL-STATUS NOT = "00"
                DISPLAY "runcal.txt not found - nothing to clear."
            ELSE
                OPEN OUTPUT WORK-FILE
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ RUN-CALENDAR-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF RC-PERIOD-ID NOT = WS-SELECTED-PERIOD
                                WRITE WORK-RECORD
                                    FROM RUN-CALENDAR-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RUN-CALENDAR-FILE
                CLOSE WORK-FILE
                OPEN INPUT WORK-FILE
                OPEN OUTPUT RUN-CALENDAR-FILE
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ WORK-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            WRITE RUN-CALENDAR-RECORD
                                FROM WORK-RECORD(1:14)
                    END-READ
                END-PERFORM
                CLOSE WORK-FILE
                CLOSE RUN-CALENDAR-FILE
                DISPLAY "Period " WS-SELECTED-PERIOD " removed "
                    "from runcal.txt."
            END-IF.
       RESTORE-PAY-PERIOD.
      * the run advanced payperiod.txt past the period; put it back
      * so the next run is the rerun of the reversed period.
            IF NOT WS-PERIOD-DATES-KNOWN
                DISPLAY "No dates for " WS-SELECTED-PERIOD " - set "
                    "payperiod.txt back to it by hand."
            ELSE
                OPEN OUTPUT PERIOD-CONTROL-FILE
                IF WS-PERIOD-STATUS = "00"
                    MOVE WS-SELECTED-PERIOD TO PP-PERIOD-ID
                    MOVE WS-PERIOD-START    TO PP-START-DATE
                    MOVE WS-PERIOD-END      TO PP-END-DATE
                    WRITE PERIOD-CONTROL-RECORD
                    CLOSE PERIOD-CONTROL-FILE
                    DISPLAY "payperiod.txt set back to "
                        WS-SELECTED-PERIOD "."
                ELSE
                    DISPLAY "Unable to rewrite payperiod.txt - status "
                        WS-PERIOD-STATUS " - set it back to "
                        WS-SELECTED-PERIOD " by hand."
                END-IF
            END-IF.
       REJECT-HELD-BANK-FILE.
      * a bankpay.txt still held for release pays the period just
      * taken out; it is rejected on the release log and the
      * registry so the release option can no longer send it.
            ACCEPT WS-RUN-DATE-RAW FROM DATE.
            MOVE "20"            TO WS-TODAY-X(1:2).
            MOVE WS-RUN-DATE-RAW TO WS-TODAY-X(3:6).
            MOVE 'N' TO WS-PRL-FOUND-FLAG.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT PAY-RELEASE-FILE.
            IF WS-PAY-RELEASE-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ PAY-RELEASE-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF PRQ-FILE-NAME = "bankpay.txt"
                                    AND PRQ-PERIOD = WS-SELECTED-PERIOD
                                MOVE PAY-RELEASE-RECORD
                                    TO WS-PRL-SAVED-RECORD
                                SET WS-PRL-ROW-FOUND TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAY-RELEASE-FILE
            END-IF.
            IF WS-PRL-ROW-FOUND
                MOVE WS-PRL-SAVED-RECORD TO PAY-RELEASE-RECORD
            END-IF.
            IF WS-PRL-ROW-FOUND AND PRQ-PENDING
                OPEN EXTEND PAY-RELEASE-FILE
                IF WS-PAY-RELEASE-STATUS = "00"
                    SET PRQ-REJECTED TO TRUE
                    MOVE WS-TODAY-X          TO PRQ-REL-DATE
                    MOVE WS-SESSION-OPERATOR TO PRQ-REL-OPERATOR
                    WRITE PAY-RELEASE-RECORD
                    CLOSE PAY-RELEASE-FILE
                    DISPLAY "bankpay.txt for " WS-SELECTED-PERIOD
                        " rejected on payrelease.txt."
                ELSE
                    DISPLAY "Unable to update payrelease.txt - "
                        "status " WS-PAY-RELEASE-STATUS " - reject "
                        "the held bankpay.txt through the release "
                        "option."
                END-IF
            ELSE
                DISPLAY "No held bankpay.txt for " WS-SELECTED-PERIOD
                    " on payrelease.txt - release log unchanged."
            END-IF.
            OPEN EXTEND IF-REGISTRY-FILE.
            IF WS-REGISTRY-STATUS = "05"
                    OR WS-REGISTRY-STATUS = "35"
                OPEN OUTPUT IF-REGISTRY-FILE
            END-IF.
            IF WS-REGISTRY-STATUS = "00"
                MOVE SPACES             TO IF-REGISTRY-RECORD
                MOVE "BANKREJ "         TO IR-INTERFACE
                MOVE WS-SELECTED-PERIOD TO IR-BATCH-ID
                MOVE WS-TODAY-X         TO IR-DATE
                MOVE WS-BANK-REG-COUNT  TO IR-COUNT
                MOVE WS-BANK-REG-HASH   TO IR-HASH
                WRITE IF-REGISTRY-RECORD
                CLOSE IF-REGISTRY-FILE
            ELSE
                DISPLAY "Unable to update ifregistry.txt - status "
                    WS-REGISTRY-STATUS " - bankpay.txt rejection "
                    "not registered."
            END-IF.
       ACQUIRE-MASTER-LOCK.
            MOVE 'N' TO WS-LOCK-HELD-FLAG.
            OPEN INPUT MASTER-LOCK-FILE.
            IF WS-LOCK-STATUS = "00"
                READ MASTER-LOCK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF LK-PROGRAM NOT = SPACES
                            SET WS-LOCK-IS-HELD TO TRUE
                            DISPLAY "Employee master is in use by "
                                LK-PROGRAM " since " LK-DATE " "
                                LK-TIME " - try again later, or "
                                "clear a stale lock with lab06-14."
                        END-IF
                END-READ
                CLOSE MASTER-LOCK-FILE
            END-IF.
            IF NOT WS-LOCK-IS-HELD
                OPEN OUTPUT MASTER-LOCK-FILE
                IF WS-LOCK-STATUS = "00"
                    MOVE SPACES TO LOCK-RECORD
                    MOVE "PAY-REVRS " TO LK-PROGRAM
                    ACCEPT WS-RUN-DATE-RAW FROM DATE
                    MOVE "20"      TO LK-DATE(1:2)
                    MOVE WS-RUN-YY TO LK-DATE(3:2)
                    MOVE WS-RUN-MM TO LK-DATE(5:2)
                    MOVE WS-RUN-DD TO LK-DATE(7:2)
                    ACCEPT WS-LOCK-TIME-NOW FROM TIME
                    MOVE WS-LOCK-TIME-NOW(1:6) TO LK-TIME
                    WRITE LOCK-RECORD
                    CLOSE MASTER-LOCK-FILE
                END-IF
            END-IF.
       RELEASE-MASTER-LOCK.
            OPEN OUTPUT MASTER-LOCK-FILE.
            IF WS-LOCK-STATUS = "00"
                CLOSE MASTER-LOCK-FILE
            END-IF.
       WRITE-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-LOG-FILE
            END-IF.
            IF WS-AUDIT-STATUS = "00"
                MOVE SPACES TO AUDIT-LOG-RECORD
                ACCEPT WS-RUN-DATE-RAW FROM DATE
                MOVE WS-RUN-YY   TO AUD-DATE(1:2)
                MOVE WS-RUN-MM   TO AUD-DATE(3:2)
                MOVE WS-RUN-DD   TO AUD-DATE(5:2)
                MOVE SPACES      TO AUD-DATE(7:2)
                MOVE "PAYREVRS"  TO AUD-PROGRAM
                MOVE WS-PAY-REVERSED TO AUD-RECORDS
                MOVE WS-DED-REVERSED TO AUD-REJECTS
      * a reversal that pulled back a sent bank file says so, so
      * the recall is a record and not a memory.
                IF WS-BANK-RECALLED
                    MOVE "RECALLED"  TO AUD-OUTCOME
                ELSE
                    MOVE "REVERSED"  TO AUD-OUTCOME
                END-IF
                MOVE WS-SESSION-OPERATOR TO AUD-OPERATOR
                WRITE AUDIT-LOG-RECORD
                CLOSE AUDIT-LOG-FILE
            ELSE
                DISPLAY "Unable to open auditlog.txt - status "
                    WS-AUDIT-STATUS " - reversal not logged."
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
       END PROGRAM PAY-REVERSAL.
