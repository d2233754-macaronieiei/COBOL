      ******************************************************************
      * Author:
      * Date:
      * Purpose: Post-run payroll balancing proof. Each output of the
      *          payroll run balances on its own; this proves they
      *          agree with each other for one pay period (blank =
      *          the period most recently posted on runcal.txt):
      *            NET   - payhist.txt net pay = the bankpay.txt
      *                    trailer total + the checks issued for the
      *                    period on checkreg.txt (voided numbers
      *                    left out)
      *            TAX   - payhist.txt withholding = the gljournal.txt
      *                    credit to the withholding liability account
      *                    (glaccounts.txt type W)
      *            GARN  - the GARN lines on paydedhist.txt = the
      *                    garnremit.txt detail for the period
      *            GROSS - payregister.txt Total Gross Pay = payhist
      *                    gross
      *          and lists any employee paid both on bankpay.txt and
      *          by a check for the period - the double payment the
      *          separate totals cannot see. The proof sheet
      *          (payproof.txt) shows every leg and flags the ones
      *          that do not tie; each failed leg also queues an
      *          alert on alerts.txt for the driver menu. The driver
      *          accepts PROOF as a job plan step after PAYROLL.
      *          Return code 4 when anything fails to tie.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-PROOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "payhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT BANK-PAYMENT-FILE ASSIGN TO "bankpay.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-PAY-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "checkreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-REG-STATUS.
           SELECT GL-ACCOUNT-FILE ASSIGN TO "glaccounts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-ACCT-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "gljournal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-JOURNAL-STATUS.
           SELECT DED-HISTORY-FILE ASSIGN TO "paydedhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEDHIST-STATUS.
           SELECT GARNISH-REMIT-FILE ASSIGN TO "garnremit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GARN-REMIT-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "payregister.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
           SELECT RUN-CALENDAR-FILE ASSIGN TO "runcal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT PROOF-REPORT-FILE ASSIGN TO "payproof.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROOF-STATUS.
           SELECT ALERT-FILE ASSIGN TO "alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.
           SELECT OP-SESSION-FILE ASSIGN TO "opsession.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPSESSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PAY-HISTORY-FILE.
       COPY PAYHIST.
       FD BANK-PAYMENT-FILE.
       01 BANK-PAYMENT-RECORD.
           05 BP-TYPE          PIC X(1).
           05 BP-BODY          PIC X(45).
       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-RECORD.
           05 CR-TYPE          PIC X(1).
           05 CR-CHECK-NO      PIC 9(6).
           05 CR-DATE          PIC X(8).
           05 CR-PERIOD        PIC X(6).
           05 CR-EMP-ID        PIC X(6).
           05 CR-NAME          PIC X(25).
           05 CR-AMOUNT        PIC 9(9)V99.
       FD GL-ACCOUNT-FILE.
       01 GL-ACCOUNT-RECORD.
           05 GA-TYPE      PIC X(1).
           05 GA-DEP       PIC X(10).
           05 GA-ACCOUNT   PIC X(8).
       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
           05 GJ-TYPE      PIC X(1).
           05 GJ-DRCR      PIC X(2).
           05 GJ-ACCOUNT   PIC X(8).
           05 GJ-AMOUNT    PIC 9(11)V99.
       FD DED-HISTORY-FILE.
       01 DED-HISTORY-RECORD.
           05 DH-PERIOD-ID     PIC X(6).
           05 DH-EMP-ID        PIC X(6).
           05 DH-DED-CODE      PIC X(4).
           05 DH-DED-AMOUNT    PIC 9(7)V99.
       FD GARNISH-REMIT-FILE.
       01 GARNISH-REMIT-RECORD.
           05 GR-TYPE          PIC X(1).
           05 GR-PAYEE         PIC X(20).
           05 GR-PERIOD        PIC X(6).
           05 GR-AMOUNT        PIC 9(9)V99.
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 RG-LABEL         PIC X(24).
           05 RG-AMOUNT-X      PIC X(14).
           05 FILLER           PIC X(62).
       FD RUN-CALENDAR-FILE.
       01 RUN-CALENDAR-RECORD.
           05 RC-PERIOD-ID     PIC X(6).
           05 RC-POSTED-DATE   PIC X(8).
       FD PROOF-REPORT-FILE.
       01 PROOF-REPORT-RECORD  PIC X(80).
       FD ALERT-FILE.
       01 ALERT-RECORD.
           05 AL-DATE          PIC X(8).
           05 AL-PROGRAM       PIC X(10).
           05 AL-SEVERITY      PIC X(1).
           05 AL-MESSAGE       PIC X(40).
           05 AL-KEY           PIC X(10).
           05 AL-ACK           PIC X(1).
           05 AL-ACK-OPERATOR  PIC X(8).
       FD OP-SESSION-FILE.
       01 OP-SESSION-RECORD.
           05 OPS-OPERATOR PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-PAYHIST-STATUS     PIC X(2).
       01 WS-BANK-PAY-STATUS    PIC X(2).
       01 WS-CHECK-REG-STATUS   PIC X(2).
       01 WS-GL-ACCT-STATUS     PIC X(2).
       01 WS-GL-JOURNAL-STATUS  PIC X(2).
       01 WS-DEDHIST-STATUS     PIC X(2).
       01 WS-GARN-REMIT-STATUS  PIC X(2).
       01 WS-REGISTER-STATUS    PIC X(2).
       01 WS-RUNCAL-STATUS      PIC X(2).
       01 WS-PROOF-STATUS       PIC X(2).
       01 WS-ALERT-STATUS       PIC X(2).
       01 WS-OPSESSION-STATUS   PIC X(2).
       01 WS-SESSION-OPERATOR   PIC X(8)  VALUE "CONSOLE".
       01 WS-UNATTENDED-FLAG    PIC A(1)  VALUE 'N'.
           88 WS-UNATTENDED               VALUE 'Y'.
       01 WS-EOF-FLAG           PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE              VALUE 'Y'.
       01 WS-SELECTED-PERIOD    PIC X(6).
       01 WS-HIST-COUNT         PIC 9(5)  VALUE ZERO.
       01 WS-BANK-RECORD-LAYOUTS.
           05 WS-BANK-HEADER.
               10 FILLER           PIC X(1).
               10 BH-RUN-DATE      PIC X(8).
               10 FILLER           PIC X(37).
           05 WS-BANK-DETAIL REDEFINES WS-BANK-HEADER.
               10 FILLER           PIC X(1).
               10 BD-EMP-ID        PIC X(6).
               10 BD-NAME          PIC X(15).
               10 BD-BANK-CODE     PIC X(3).
               10 BD-ACCOUNT-NO    PIC X(10).
               10 BD-AMOUNT        PIC 9(9)V99.
           05 WS-BANK-TRAILER REDEFINES WS-BANK-HEADER.
               10 FILLER           PIC X(1).
               10 BT-COUNT         PIC 9(7).
               10 BT-HASH          PIC 9(11)V99.
               10 FILLER           PIC X(25).
       01 WS-BANK-FIELDS.
           05 WS-BANK-RUN-DATE   PIC X(8)  VALUE SPACES.
           05 WS-BANK-TRAILER-SEEN PIC A(1) VALUE 'N'.
               88 WS-BANK-HAS-TRAILER      VALUE 'Y'.
           05 WS-BANK-COUNT      PIC 9(7)  VALUE ZERO.
       01 WS-BANK-EMP-COUNT     PIC 9(3)  VALUE ZERO.
       01 WS-BANK-EMP-TABLE.
           05 WS-BANK-EMP-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-BE-IDX.
               10 WS-BE-EMP-ID    PIC X(6).
       01 WS-VOID-COUNT         PIC 9(3)  VALUE ZERO.
       01 WS-VOID-TABLE.
           05 WS-VOID-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-VD-IDX.
               10 WS-VD-CHECK-NO  PIC 9(6).
       01 WS-CHECK-FIELDS.
           05 WS-CHECK-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-VOIDED-SKIPPED  PIC 9(5)  VALUE ZERO.
           05 WS-VOID-FOUND      PIC A(1).
               88 WS-CHECK-IS-VOID         VALUE 'Y'.
           05 WS-BANK-FOUND      PIC A(1).
               88 WS-EMP-ALSO-BANKED       VALUE 'Y'.
       01 WS-W-ACCOUNT          PIC X(8)  VALUE SPACES.
       01 WS-GL-DATE            PIC X(8)  VALUE SPACES.
       01 WS-REG-GROSS-SEEN     PIC A(1)  VALUE 'N'.
           88 WS-REG-GROSS-FOUND          VALUE 'Y'.
       01 WS-REG-GROSS-EDIT     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-REG-GROSS-EDIT-X REDEFINES WS-REG-GROSS-EDIT
                                PIC X(14).
       01 WS-LEG-TOTALS.
           05 WS-HIST-NET        PIC 9(11)V99 VALUE ZERO.
           05 WS-HIST-TAX        PIC 9(11)V99 VALUE ZERO.
           05 WS-HIST-GROSS      PIC 9(11)V99 VALUE ZERO.
           05 WS-DED-GARN        PIC 9(11)V99 VALUE ZERO.
           05 WS-BANK-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05 WS-CHECK-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05 WS-PAID-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-TAX          PIC 9(11)V99 VALUE ZERO.
           05 WS-REMIT-GARN      PIC 9(11)V99 VALUE ZERO.
           05 WS-REG-GROSS       PIC 9(11)V99 VALUE ZERO.
       01 WS-LEG-WORK.
           05 WS-LEG-NAME        PIC X(6).
           05 WS-LEG-LEFT-NAME   PIC X(22).
           05 WS-LEG-LEFT        PIC 9(11)V99.
           05 WS-LEG-RIGHT-NAME  PIC X(22).
           05 WS-LEG-RIGHT       PIC 9(11)V99.
           05 WS-LEG-DIFF        PIC S9(11)V99.
           05 WS-LEGS-FAILED     PIC 9(2)  VALUE ZERO.
           05 WS-DOUBLE-PAID     PIC 9(5)  VALUE ZERO.
       01 WS-RUN-DATE-X         PIC X(8).
       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YY PIC 99.
           05 WS-RUN-MM PIC 99.
           05 WS-RUN-DD PIC 99.
       01 WS-ALERT-FIELDS.
           05 WS-ALERT-SEVERITY  PIC X(1).
           05 WS-ALERT-MESSAGE   PIC X(40).
           05 WS-ALERT-KEY       PIC X(10).
       01 WS-REPORT-LINES.
           05 WS-HEADER-1.
               10 FILLER PIC X(80) VALUE ALL "=".
           05 WS-HEADER-2.
               10 FILLER PIC X(22) VALUE SPACE.
               10 FILLER PIC X(30) VALUE
                   "PAYROLL BALANCING PROOF".
           05 WS-HEADER-3.
               10 FILLER          PIC X(8)  VALUE "PERIOD: ".
               10 HD3-PERIOD      PIC X(6).
               10 FILLER          PIC X(12) VALUE "   RUN DATE ".
               10 HD3-RUN-DATE    PIC X(8).
               10 FILLER          PIC X(11) VALUE "   BANKPAY ".
               10 HD3-BANK-DATE   PIC X(8).
               10 FILLER          PIC X(11) VALUE "   JOURNAL ".
               10 HD3-GL-DATE     PIC X(8).
           05 WS-LEG-LINE-1.
               10 LG1-LEG         PIC X(6).
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 LG1-NAME        PIC X(22).
               10 LG1-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-LEG-LINE-2.
               10 FILLER          PIC X(8)  VALUE SPACE.
               10 LG2-NAME        PIC X(22).
               10 LG2-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-LEG-LINE-3.
               10 FILLER          PIC X(8)  VALUE SPACE.
               10 FILLER          PIC X(22) VALUE "Difference".
               10 LG3-DIFF        PIC +ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 LG3-RESULT      PIC X(20).
           05 WS-SUB-LINE.
               10 FILLER          PIC X(10) VALUE SPACE.
               10 SBL-TEXT        PIC X(20).
               10 SBL-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-DOUBLE-LINE.
               10 FILLER          PIC X(8)  VALUE SPACE.
               10 FILLER          PIC X(36) VALUE
                   "*** PAID BY BANK AND BY CHECK - ID ".
               10 DBL-EMP-ID      PIC X(6).
               10 FILLER          PIC X(8)  VALUE " CHECK ".
               10 DBL-CHECK-NO    PIC 9(6).
           05 WS-FOOTER-LINE.
               10 FILLER          PIC X(24) VALUE
                   "Legs out of balance   : ".
               10 FTR-FAILED      PIC Z9.
               10 FILLER          PIC X(28) VALUE
                   "   Double payments        : ".
               10 FTR-DOUBLE      PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CHECK-UNATTENDED.
            ACCEPT WS-RUN-DATE-RAW FROM DATE.
            MOVE "20"      TO WS-RUN-DATE-X(1:2).
            MOVE WS-RUN-YY TO WS-RUN-DATE-X(3:2).
            MOVE WS-RUN-MM TO WS-RUN-DATE-X(5:2).
            MOVE WS-RUN-DD TO WS-RUN-DATE-X(7:2).

            MOVE SPACES TO WS-SELECTED-PERIOD.
            IF NOT WS-UNATTENDED
                DISPLAY "Period to prove (blank = last period "
                    "posted on runcal.txt): "
                ACCEPT WS-SELECTED-PERIOD
            END-IF.
            IF WS-SELECTED-PERIOD = SPACES
                PERFORM LOAD-LAST-POSTED-PERIOD
            END-IF.
            IF WS-SELECTED-PERIOD = SPACES
                DISPLAY "No period selected - proof not run."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM SUM-PAY-HISTORY.
            IF WS-HIST-COUNT = ZERO
                DISPLAY "No pay history for period "
                    WS-SELECTED-PERIOD " - nothing to prove."
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-BANK-PAYMENTS.
            PERFORM SUM-CHECKS-ISSUED.
            PERFORM PICKUP-JOURNAL-WITHHOLDING.
            PERFORM SUM-GARNISH-DEDUCTIONS.
            PERFORM SUM-GARNISH-REMITTANCE.
            PERFORM PICKUP-REGISTER-GROSS.

            OPEN OUTPUT PROOF-REPORT-FILE.
            IF WS-PROOF-STATUS NOT = "00"
                DISPLAY "Unable to open payproof.txt - status "
                    WS-PROOF-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-SELECTED-PERIOD TO HD3-PERIOD.
            MOVE WS-RUN-DATE-X      TO HD3-RUN-DATE.
            MOVE WS-BANK-RUN-DATE   TO HD3-BANK-DATE.
            MOVE WS-GL-DATE         TO HD3-GL-DATE.
            WRITE PROOF-REPORT-RECORD FROM WS-HEADER-1.
            WRITE PROOF-REPORT-RECORD FROM WS-HEADER-2.
            WRITE PROOF-REPORT-RECORD FROM WS-HEADER-3.
            WRITE PROOF-REPORT-RECORD FROM WS-HEADER-1.

            PERFORM PROVE-NET-LEG.
            PERFORM PROVE-TAX-LEG.
            PERFORM PROVE-GARNISH-LEG.
            PERFORM PROVE-GROSS-LEG.

            WRITE PROOF-REPORT-RECORD FROM WS-HEADER-1.
            MOVE WS-LEGS-FAILED TO FTR-FAILED.
            MOVE WS-DOUBLE-PAID TO FTR-DOUBLE.
            WRITE PROOF-REPORT-RECORD FROM WS-FOOTER-LINE.
            CLOSE PROOF-REPORT-FILE.

            IF WS-DOUBLE-PAID > ZERO
                MOVE 'E' TO WS-ALERT-SEVERITY
                MOVE "Employee paid by bank and by check"
                    TO WS-ALERT-MESSAGE
                MOVE WS-SELECTED-PERIOD TO WS-ALERT-KEY
                PERFORM WRITE-ALERT
            END-IF.
            DISPLAY "Payroll proof for period " WS-SELECTED-PERIOD
                " - " WS-LEGS-FAILED " leg(s) out of balance, "
                WS-DOUBLE-PAID " double payment(s).".
            DISPLAY "Proof sheet written to payproof.txt.".
            IF WS-LEGS-FAILED > ZERO OR WS-DOUBLE-PAID > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF.
            STOP RUN.
       CHECK-UNATTENDED.
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
            IF WS-SESSION-OPERATOR = "SCHEDULE"
                SET WS-UNATTENDED TO TRUE
                DISPLAY "Job-plan run detected (opsession.txt) - "
                    "running with no prompts."
            END-IF.
       LOAD-LAST-POSTED-PERIOD.
      * the payroll run advances payperiod.txt as it posts, so the
      * period just paid is the last one on the run calendar.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT RUN-CALENDAR-FILE.
            IF WS-RUNCAL-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ RUN-CALENDAR-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE RC-PERIOD-ID TO WS-SELECTED-PERIOD
                    END-READ
                END-PERFORM
                CLOSE RUN-CALENDAR-FILE
            ELSE
                DISPLAY "runcal.txt not found - no posted period "
                    "to default to."
            END-IF.
       SUM-PAY-HISTORY.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT PAY-HISTORY-FILE.
            IF WS-PAYHIST-STATUS NOT = "00"
                DISPLAY "Unable to open payhist.txt - status "
                    WS-PAYHIST-STATUS " - run the payroll first."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-SELECTED-PERIOD TO PH-PERIOD-ID.
            MOVE LOW-VALUES TO PH-EMP-ID.
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
                            ADD 1 TO WS-HIST-COUNT
                            ADD PH-GROSS-PAY TO WS-HIST-GROSS
                            IF PH-NET-PAY IS NUMERIC
                                ADD PH-NET-PAY TO WS-HIST-NET
                            END-IF
                            IF PH-TAX-WITHHELD IS NUMERIC
                                ADD PH-TAX-WITHHELD TO WS-HIST-TAX
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PAY-HISTORY-FILE.
       LOAD-BANK-PAYMENTS.
      * the trailer is the total the bank is asked to pay; the
      * detail lines only supply who was paid, for the double
      * payment check.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT BANK-PAYMENT-FILE.
            IF WS-BANK-PAY-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ BANK-PAYMENT-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM LOAD-ONE-BANK-RECORD
                    END-READ
                END-PERFORM
                CLOSE BANK-PAYMENT-FILE
                IF NOT WS-BANK-HAS-TRAILER
                    DISPLAY "bankpay.txt has no trailer - bank "
                        "total taken as zero."
                END-IF
            ELSE
                DISPLAY "bankpay.txt not found - bank total taken "
                    "as zero."
            END-IF.
       LOAD-ONE-BANK-RECORD.
            MOVE BANK-PAYMENT-RECORD TO WS-BANK-HEADER.
            EVALUATE BP-TYPE
                WHEN 'H'
                    MOVE BH-RUN-DATE TO WS-BANK-RUN-DATE
                WHEN 'D'
                    IF WS-BANK-EMP-COUNT < 400
                        ADD 1 TO WS-BANK-EMP-COUNT
                        SET WS-BE-IDX TO WS-BANK-EMP-COUNT
                        MOVE BD-EMP-ID TO WS-BE-EMP-ID(WS-BE-IDX)
                    END-IF
                WHEN 'T'
                    SET WS-BANK-HAS-TRAILER TO TRUE
                    MOVE BT-COUNT TO WS-BANK-COUNT
                    MOVE BT-HASH  TO WS-BANK-TOTAL
            END-EVALUATE.
       SUM-CHECKS-ISSUED.
      * two passes: the voids first, since a void is logged after
      * the check it spoils.
            OPEN INPUT CHECK-REGISTER-FILE.
            IF WS-CHECK-REG-STATUS NOT = "00"
                DISPLAY "checkreg.txt not found - no checks issued "
                    "for the period."
            ELSE
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ CHECK-REGISTER-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF CR-TYPE = 'V'
                                    AND WS-VOID-COUNT < 500
                                ADD 1 TO WS-VOID-COUNT
                                SET WS-VD-IDX TO WS-VOID-COUNT
                                MOVE CR-CHECK-NO
                                    TO WS-VD-CHECK-NO(WS-VD-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CHECK-REGISTER-FILE
                OPEN INPUT CHECK-REGISTER-FILE
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ CHECK-REGISTER-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF CR-TYPE = 'D'
                                    AND CR-PERIOD = WS-SELECTED-PERIOD
                                PERFORM TALLY-ONE-CHECK
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CHECK-REGISTER-FILE
            END-IF.
       TALLY-ONE-CHECK.
            MOVE 'N' TO WS-VOID-FOUND.
            PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                    UNTIL WS-VD-IDX > WS-VOID-COUNT
                        OR WS-CHECK-IS-VOID
                IF WS-VD-CHECK-NO(WS-VD-IDX) = CR-CHECK-NO
                    SET WS-CHECK-IS-VOID TO TRUE
                END-IF
            END-PERFORM.
            IF WS-CHECK-IS-VOID
                ADD 1 TO WS-VOIDED-SKIPPED
            ELSE
                ADD 1 TO WS-CHECK-COUNT
                ADD CR-AMOUNT TO WS-CHECK-TOTAL
                MOVE 'N' TO WS-BANK-FOUND
                PERFORM VARYING WS-BE-IDX FROM 1 BY 1
                        UNTIL WS-BE-IDX > WS-BANK-EMP-COUNT
                            OR WS-EMP-ALSO-BANKED
                    IF WS-BE-EMP-ID(WS-BE-IDX) = CR-EMP-ID
                        SET WS-EMP-ALSO-BANKED TO TRUE
                    END-IF
                END-PERFORM
                IF WS-EMP-ALSO-BANKED
                    ADD 1 TO WS-DOUBLE-PAID
                    MOVE CR-EMP-ID   TO DBL-EMP-ID
                    MOVE CR-CHECK-NO TO DBL-CHECK-NO
                    DISPLAY "Paid by bank and by check: "
                        CR-EMP-ID " check " CR-CHECK-NO
                END-IF
            END-IF.
       PICKUP-JOURNAL-WITHHOLDING.
      * the withholding credit is the one to the liability account
      * named by the glaccounts.txt type W row.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT GL-ACCOUNT-FILE.
            IF WS-GL-ACCT-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ GL-ACCOUNT-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF GA-TYPE = 'W'
                                MOVE GA-ACCOUNT TO WS-W-ACCOUNT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GL-ACCOUNT-FILE
            END-IF.
            IF WS-W-ACCOUNT = SPACES
                MOVE "99999999" TO WS-W-ACCOUNT
                DISPLAY "No withholding account on glaccounts.txt "
                    "- looking for the suspense credit."
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT GL-JOURNAL-FILE.
            IF WS-GL-JOURNAL-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ GL-JOURNAL-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF GJ-TYPE = 'H'
                                MOVE GL-JOURNAL-RECORD(10:8)
                                    TO WS-GL-DATE
                            END-IF
                            IF GJ-TYPE = 'D'
                                    AND GJ-DRCR = "CR"
                                    AND GJ-ACCOUNT = WS-W-ACCOUNT
                                ADD GJ-AMOUNT TO WS-GL-TAX
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GL-JOURNAL-FILE
            ELSE
                DISPLAY "gljournal.txt not found - journal "
                    "withholding taken as zero."
            END-IF.
       SUM-GARNISH-DEDUCTIONS.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT DED-HISTORY-FILE.
            IF WS-DEDHIST-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ DED-HISTORY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF DH-PERIOD-ID = WS-SELECTED-PERIOD
                                    AND DH-DED-CODE = "GARN"
                                ADD DH-DED-AMOUNT TO WS-DED-GARN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DED-HISTORY-FILE
            END-IF.
       SUM-GARNISH-REMITTANCE.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT GARNISH-REMIT-FILE.
            IF WS-GARN-REMIT-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ GARNISH-REMIT-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF GR-TYPE = 'D'
                                    AND GR-PERIOD = WS-SELECTED-PERIOD
                                ADD GR-AMOUNT TO WS-REMIT-GARN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GARNISH-REMIT-FILE
            END-IF.
       PICKUP-REGISTER-GROSS.
      * the last Total Gross Pay footer on the register is the
      * run's own figure.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT REGISTER-FILE.
            IF WS-REGISTER-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ REGISTER-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF RG-LABEL = "Total Gross Pay       : "
                                MOVE RG-AMOUNT-X
                                    TO WS-REG-GROSS-EDIT-X
                                MOVE WS-REG-GROSS-EDIT
                                    TO WS-REG-GROSS
                                SET WS-REG-GROSS-FOUND TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE REGISTER-FILE
            END-IF.
            IF NOT WS-REG-GROSS-FOUND
                DISPLAY "No Total Gross Pay on payregister.txt - "
                    "register gross taken as zero."
            END-IF.
       PROVE-NET-LEG.
            COMPUTE WS-PAID-TOTAL = WS-BANK-TOTAL + WS-CHECK-TOTAL.
            MOVE "NET"                    TO WS-LEG-NAME.
            MOVE "Pay history net"        TO WS-LEG-LEFT-NAME.
            MOVE WS-HIST-NET              TO WS-LEG-LEFT.
            MOVE "Bank + checks paid"     TO WS-LEG-RIGHT-NAME.
            MOVE WS-PAID-TOTAL            TO WS-LEG-RIGHT.
            MOVE "Net pay does not tie to bank + checks"
                TO WS-ALERT-MESSAGE.
            PERFORM PRINT-ONE-LEG.
            MOVE "bankpay.txt trailer"    TO SBL-TEXT.
            MOVE WS-BANK-TOTAL            TO SBL-AMOUNT.
            WRITE PROOF-REPORT-RECORD FROM WS-SUB-LINE.
            MOVE "checkreg.txt checks"    TO SBL-TEXT.
            MOVE WS-CHECK-TOTAL           TO SBL-AMOUNT.
            WRITE PROOF-REPORT-RECORD FROM WS-SUB-LINE.
            IF WS-DOUBLE-PAID > ZERO
                PERFORM LIST-DOUBLE-PAYMENTS
            END-IF.
       LIST-DOUBLE-PAYMENTS.
      * re-read the register for the sheet; the first pass only
      * counted them.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT CHECK-REGISTER-FILE.
            IF WS-CHECK-REG-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ CHECK-REGISTER-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF CR-TYPE = 'D'
                                    AND CR-PERIOD = WS-SELECTED-PERIOD
                                PERFORM PRINT-IF-DOUBLE-PAID
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CHECK-REGISTER-FILE
            END-IF.
       PRINT-IF-DOUBLE-PAID.
            MOVE 'N' TO WS-VOID-FOUND.
            PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                    UNTIL WS-VD-IDX > WS-VOID-COUNT
                        OR WS-CHECK-IS-VOID
                IF WS-VD-CHECK-NO(WS-VD-IDX) = CR-CHECK-NO
                    SET WS-CHECK-IS-VOID TO TRUE
                END-IF
            END-PERFORM.
            MOVE 'N' TO WS-BANK-FOUND.
            PERFORM VARYING WS-BE-IDX FROM 1 BY 1
                    UNTIL WS-BE-IDX > WS-BANK-EMP-COUNT
                        OR WS-EMP-ALSO-BANKED
                IF WS-BE-EMP-ID(WS-BE-IDX) = CR-EMP-ID
                    SET WS-EMP-ALSO-BANKED TO TRUE
                END-IF
            END-PERFORM.
            IF WS-EMP-ALSO-BANKED AND NOT WS-CHECK-IS-VOID
                MOVE CR-EMP-ID   TO DBL-EMP-ID
                MOVE CR-CHECK-NO TO DBL-CHECK-NO
                WRITE PROOF-REPORT-RECORD FROM WS-DOUBLE-LINE
            END-IF.
       PROVE-TAX-LEG.
            MOVE "TAX"                    TO WS-LEG-NAME.
            MOVE "Pay history withheld"   TO WS-LEG-LEFT-NAME.
            MOVE WS-HIST-TAX              TO WS-LEG-LEFT.
            MOVE "GL liability credit"    TO WS-LEG-RIGHT-NAME.
            MOVE WS-GL-TAX                TO WS-LEG-RIGHT.
            MOVE "Withholding does not tie to GL credit"
                TO WS-ALERT-MESSAGE.
            PERFORM PRINT-ONE-LEG.
       PROVE-GARNISH-LEG.
            MOVE "GARN"                   TO WS-LEG-NAME.
            MOVE "Garnishments deducted"  TO WS-LEG-LEFT-NAME.
            MOVE WS-DED-GARN              TO WS-LEG-LEFT.
            MOVE "garnremit.txt total"    TO WS-LEG-RIGHT-NAME.
            MOVE WS-REMIT-GARN            TO WS-LEG-RIGHT.
            MOVE "Garnishments do not tie to remittance"
                TO WS-ALERT-MESSAGE.
            PERFORM PRINT-ONE-LEG.
       PROVE-GROSS-LEG.
            MOVE "GROSS"                  TO WS-LEG-NAME.
            MOVE "Register gross"         TO WS-LEG-LEFT-NAME.
            MOVE WS-REG-GROSS             TO WS-LEG-LEFT.
            MOVE "Pay history gross"      TO WS-LEG-RIGHT-NAME.
            MOVE WS-HIST-GROSS            TO WS-LEG-RIGHT.
            MOVE "Register gross does not tie to history"
                TO WS-ALERT-MESSAGE.
            PERFORM PRINT-ONE-LEG.
       PRINT-ONE-LEG.
            COMPUTE WS-LEG-DIFF = WS-LEG-LEFT - WS-LEG-RIGHT.
            MOVE WS-LEG-NAME       TO LG1-LEG.
            MOVE WS-LEG-LEFT-NAME  TO LG1-NAME.
            MOVE WS-LEG-LEFT       TO LG1-AMOUNT.
            MOVE WS-LEG-RIGHT-NAME TO LG2-NAME.
            MOVE WS-LEG-RIGHT      TO LG2-AMOUNT.
            MOVE WS-LEG-DIFF       TO LG3-DIFF.
            IF WS-LEG-DIFF = ZERO
                MOVE "TIES"                 TO LG3-RESULT
            ELSE
                MOVE "*** DOES NOT TIE ***" TO LG3-RESULT
                ADD 1 TO WS-LEGS-FAILED
                DISPLAY "*** " WS-LEG-NAME " leg does not tie - "
                    "difference " LG3-DIFF " ***"
                MOVE 'E' TO WS-ALERT-SEVERITY
                MOVE WS-SELECTED-PERIOD TO WS-ALERT-KEY
                PERFORM WRITE-ALERT
            END-IF.
            WRITE PROOF-REPORT-RECORD FROM WS-LEG-LINE-1.
            WRITE PROOF-REPORT-RECORD FROM WS-LEG-LINE-2.
            WRITE PROOF-REPORT-RECORD FROM WS-LEG-LINE-3.
       WRITE-ALERT.
            OPEN EXTEND ALERT-FILE.
            IF WS-ALERT-STATUS = "05" OR WS-ALERT-STATUS = "35"
                OPEN OUTPUT ALERT-FILE
            END-IF.
            IF WS-ALERT-STATUS = "00"
                MOVE SPACES TO ALERT-RECORD
                MOVE WS-RUN-DATE-X     TO AL-DATE
                MOVE "LAB06-55"        TO AL-PROGRAM
                MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
                MOVE WS-ALERT-MESSAGE  TO AL-MESSAGE
                MOVE WS-ALERT-KEY      TO AL-KEY
                MOVE 'N'               TO AL-ACK
                WRITE ALERT-RECORD
                CLOSE ALERT-FILE
            END-IF.
       END PROGRAM PAYROLL-PROOF.
