      ******************************************************************
      * Author:
      * Date:
      * Purpose: General ledger posting. Posts the payroll journals
      *          into the GL balance master (glbal.txt, layout GLBAL,
      *          indexed on account + fiscal period) so account
      *          balances can be seen without the finance system:
      *            glmonth.txt   the lab06-33 month consolidation
      *            glaccrual.txt the lab06-34 period-end accrual
      *            glaccrrev.txt the lab06-34 accrual reversal
      *            glreverse.txt the lab06-51 payroll period reversal
      *            glstale.txt   the lab06-67 stale check journal
      *          Each journal names its source and fiscal period
      *          (YYYYPP, fiscal year and period from the fiscal
      *          calendar) in its header; the month consolidation also
      *          names its calendar month, kept as the journal's
      *          reference since more than one month may book into a
      *          period; the period reversal names the pay period it
      *          reverses and the stale check journal its run date.
      *          A journal is refused whole - nothing from it is
      *          posted - when:
      *            - the same source, period and reference is already
      *              on the posted-journal register (glposted.txt), so
      *              no journal is ever posted twice;
      *            - its period is closed, or falls before the latest
      *              closed period, on glperiod.txt (lab06-74);
      *            - its header has no valid period, a detail amount
      *              is not numeric, its debits and credits differ,
      *              or they do not agree with its trailer.
      *          Posting a period adds the debits and credits to the
      *          account's record for that period, creating it with
      *          the balance brought forward from the account's last
      *          earlier period, and rolls the net into the opening
      *          balance of any later period already on the master.
      *          Every journal posted is added to the register with
      *          its totals, the date and the operator. A missing
      *          journal file is reported and skipped. Return code 8
      *          when a journal was refused, 4 when nothing at all was
      *          posted.
      * Tectonics: cobc
      * Modifications:
      *   - Periods are now fiscal periods (YYYYPP) from the fiscal
      *     calendar. The month consolidation header carries its
      *     fiscal period after the run date, its calendar month
      *     becoming the journal reference; the register records the
      *     reference and the duplicate check is on source, period
      *     and reference.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-IN-FILE ASSIGN TO WS-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "glbal.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GBL-KEY
           FILE STATUS IS WS-GL-BALANCE-STATUS.
           SELECT GL-POSTED-FILE ASSIGN TO "glposted.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-POSTED-STATUS.
           SELECT GL-PERIOD-FILE ASSIGN TO "glperiod.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-PERIOD-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "auditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OP-SESSION-FILE ASSIGN TO "opsession.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPSESSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-IN-FILE.
       01 JOURNAL-IN-RECORD.
           05 JI-TYPE          PIC X(1).
           05 FILLER           PIC X(59).
      * glmonth.txt layout (lab06-33).
       01 JOURNAL-MONTH-HEADER.
           05 FILLER           PIC X(1).
           05 JMH-SOURCE       PIC X(8).
           05 JMH-MONTH        PIC X(6).
           05 JMH-DATE         PIC X(8).
           05 JMH-PERIOD       PIC X(6).
           05 FILLER           PIC X(31).
       01 JOURNAL-MONTH-DETAIL.
           05 FILLER           PIC X(1).
           05 JMD-DRCR         PIC X(2).
           05 JMD-ACCOUNT      PIC X(8).
           05 JMD-AMOUNT       PIC 9(12)V99.
           05 FILLER           PIC X(35).
       01 JOURNAL-MONTH-TRAILER.
           05 FILLER           PIC X(1).
           05 JMT-DR-TOTAL     PIC 9(13)V99.
           05 JMT-CR-TOTAL     PIC 9(13)V99.
           05 FILLER           PIC X(29).
      * gljournal.txt layout, as the accrual, reversal and stale
      * check journals use it.
       01 JOURNAL-GL-HEADER.
           05 FILLER           PIC X(1).
           05 JGH-SOURCE       PIC X(8).
           05 JGH-DATE         PIC X(8).
           05 JGH-PERIOD       PIC X(6).
           05 JGH-REFERENCE    PIC X(6).
           05 FILLER           PIC X(31).
       01 JOURNAL-GL-DETAIL.
           05 FILLER           PIC X(1).
           05 JGD-DRCR         PIC X(2).
           05 JGD-ACCOUNT      PIC X(8).
           05 JGD-AMOUNT       PIC 9(11)V99.
           05 FILLER           PIC X(36).
       01 JOURNAL-GL-TRAILER.
           05 FILLER           PIC X(1).
           05 JGT-DR-TOTAL     PIC 9(11)V99.
           05 JGT-CR-TOTAL     PIC 9(11)V99.
           05 FILLER           PIC X(33).
       FD GL-BALANCE-FILE.
       COPY GLBAL.
       FD GL-POSTED-FILE.
       01 GL-POSTED-RECORD.
           05 GP-SOURCE        PIC X(8).
           05 FILLER           PIC X(1).
           05 GP-PERIOD        PIC X(6).
           05 FILLER           PIC X(1).
           05 GP-JOURNAL-DATE  PIC X(8).
           05 FILLER           PIC X(1).
           05 GP-FILE          PIC X(16).
           05 FILLER           PIC X(1).
           05 GP-DEBITS        PIC 9(13)V99.
           05 FILLER           PIC X(1).
           05 GP-CREDITS       PIC 9(13)V99.
           05 FILLER           PIC X(1).
           05 GP-LINES         PIC 9(5).
           05 FILLER           PIC X(1).
           05 GP-POSTED-DATE   PIC 9(8).
           05 FILLER           PIC X(1).
           05 GP-OPERATOR      PIC X(8).
           05 FILLER           PIC X(1).
           05 GP-REFERENCE     PIC X(6).
       FD GL-PERIOD-FILE.
       01 GL-PERIOD-RECORD.
           05 GLP-PERIOD       PIC X(6).
           05 FILLER           PIC X(1).
           05 GLP-CLOSED-DATE  PIC 9(8).
           05 FILLER           PIC X(1).
           05 GLP-OPERATOR     PIC X(8).
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 AUD-DATE      PIC X(8).
           05 FILLER        PIC X(1).
           05 AUD-PROGRAM   PIC X(10).
           05 FILLER        PIC X(1).
           05 AUD-RECORDS   PIC 9(5).
           05 FILLER        PIC X(1).
           05 AUD-REJECTS   PIC 9(5).
           05 FILLER        PIC X(1).
           05 AUD-OUTCOME   PIC X(10).
           05 FILLER        PIC X(1).
           05 AUD-OPERATOR  PIC X(8).
       FD OP-SESSION-FILE.
       01 OP-SESSION-RECORD.
           05 OPS-OPERATOR PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-NAME         PIC X(16).
       01 WS-JOURNAL-STATUS       PIC X(2).
       01 WS-GL-BALANCE-STATUS    PIC X(2).
       01 WS-GL-POSTED-STATUS     PIC X(2).
       01 WS-GL-PERIOD-STATUS     PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-RUN-RC               PIC 9(2)  VALUE ZERO.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-JOURNAL-VALUES.
           05 FILLER PIC X(16) VALUE "glmonth.txt".
           05 FILLER PIC X(1)  VALUE "M".
           05 FILLER PIC X(16) VALUE "glaccrual.txt".
           05 FILLER PIC X(1)  VALUE "J".
           05 FILLER PIC X(16) VALUE "glaccrrev.txt".
           05 FILLER PIC X(1)  VALUE "J".
           05 FILLER PIC X(16) VALUE "glreverse.txt".
           05 FILLER PIC X(1)  VALUE "J".
           05 FILLER PIC X(16) VALUE "glstale.txt".
           05 FILLER PIC X(1)  VALUE "J".
       01 WS-JOURNAL-TABLE REDEFINES WS-JOURNAL-VALUES.
           05 WS-JOURNAL-ENTRY OCCURS 5 TIMES
                   INDEXED BY WS-JN-IDX.
               10 WS-JN-NAME       PIC X(16).
               10 WS-JN-FORMAT     PIC X(1).
                   88 WS-JN-MONTH-FORMAT      VALUE "M".
       01 WS-LAST-CLOSED          PIC X(6)  VALUE SPACES.
       01 WS-POSTED-COUNT         PIC 9(3)  VALUE ZERO.
       01 WS-POSTED-TABLE.
           05 WS-POSTED-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PR-IDX.
               10 WS-PR-SOURCE     PIC X(8).
               10 WS-PR-PERIOD     PIC X(6).
               10 WS-PR-REFERENCE  PIC X(6).
               10 WS-PR-DATE       PIC 9(8).
       01 WS-JOURNAL-FIELDS.
           05 WS-JR-SOURCE        PIC X(8).
           05 WS-JR-PERIOD        PIC X(6).
           05 WS-JR-PERIOD-PARTS REDEFINES WS-JR-PERIOD.
               10 WS-JR-YEAR      PIC X(4).
               10 WS-JR-PERIOD-NO PIC X(2).
           05 WS-JR-REFERENCE     PIC X(6).
           05 WS-JR-DATE          PIC X(8).
           05 WS-JR-LINES         PIC 9(5).
           05 WS-JR-DEBITS        PIC 9(13)V99.
           05 WS-JR-CREDITS       PIC 9(13)V99.
           05 WS-JR-TRAILER-DR    PIC 9(13)V99.
           05 WS-JR-TRAILER-CR    PIC 9(13)V99.
           05 WS-JR-TRAILER-FLAG  PIC A(1).
               88 WS-JR-HAS-TRAILER        VALUE 'Y'.
           05 WS-JR-REASON        PIC X(50).
       01 WS-LINE-FIELDS.
           05 WS-IN-DRCR          PIC X(2).
           05 WS-IN-ACCOUNT       PIC X(8).
           05 WS-IN-AMOUNT        PIC 9(13)V99.
       01 WS-ACCT-COUNT           PIC 9(3)  VALUE ZERO.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10 WS-AC-ACCOUNT   PIC X(8).
               10 WS-AC-DR        PIC 9(13)V99.
               10 WS-AC-CR        PIC 9(13)V99.
       01 WS-BALANCE-WORK.
           05 WS-BROUGHT-FORWARD  PIC S9(13)V99.
           05 WS-NET-MOVEMENT     PIC S9(13)V99.
           05 WS-ROLL-DONE-FLAG   PIC A(1).
               88 WS-ROLL-DONE             VALUE 'Y'.
           05 WS-ROLLED-COUNT     PIC 9(3).
       01 WS-TOTALS.
           05 WS-JOURNALS-POSTED  PIC 9(3)  VALUE ZERO.
           05 WS-JOURNALS-REFUSED PIC 9(3)  VALUE ZERO.
           05 WS-JOURNALS-ABSENT  PIC 9(3)  VALUE ZERO.
           05 WS-LINES-POSTED     PIC 9(5)  VALUE ZERO.
       01 WS-AMOUNT-SHOW          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            ACCEPT WS-TODAY-RAW FROM DATE.
            COMPUTE WS-TODAY =
                20000000 + (WS-TODAY-YY * 10000)
                    + (WS-TODAY-MM * 100) + WS-TODAY-DD.
            MOVE "GLPOST"  TO WS-AUDIT-PROGRAM.
            MOVE ZERO      TO WS-AUDIT-COUNT WS-AUDIT-REJECTS.
            PERFORM LOAD-CLOSED-PERIODS.
            PERFORM LOAD-POSTED-REGISTER.
            OPEN I-O GL-BALANCE-FILE.
            IF WS-GL-BALANCE-STATUS = "35"
                OPEN OUTPUT GL-BALANCE-FILE
                CLOSE GL-BALANCE-FILE
                OPEN I-O GL-BALANCE-FILE
            END-IF.
            IF WS-GL-BALANCE-STATUS NOT = "00"
                DISPLAY "Unable to open glbal.txt - status "
                    WS-GL-BALANCE-STATUS " - nothing posted."
                MOVE "FAILED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM POST-ONE-JOURNAL THRU POST-ONE-JOURNAL-EXIT
                VARYING WS-JN-IDX FROM 1 BY 1
                UNTIL WS-JN-IDX > 5.
            CLOSE GL-BALANCE-FILE.
            DISPLAY "GL posting complete - " WS-JOURNALS-POSTED
                " journal(s) posted, " WS-JOURNALS-REFUSED
                " refused, " WS-JOURNALS-ABSENT " not present.".
            IF WS-JOURNALS-REFUSED > ZERO AND WS-RUN-RC < 8
                MOVE 8 TO WS-RUN-RC
            END-IF.
            IF WS-JOURNALS-POSTED = ZERO AND WS-RUN-RC < 4
                MOVE 4 TO WS-RUN-RC
            END-IF.
            MOVE WS-LINES-POSTED     TO WS-AUDIT-COUNT.
            MOVE WS-JOURNALS-REFUSED TO WS-AUDIT-REJECTS.
            IF WS-JOURNALS-POSTED = ZERO
                MOVE "NO POSTING" TO WS-AUDIT-OUTCOME
            ELSE
                MOVE "POSTED"     TO WS-AUDIT-OUTCOME
            END-IF.
            PERFORM WRITE-AUDIT-LOG.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       LOAD-CLOSED-PERIODS.
      * only the latest closed period matters - periods close in
      * order, so nothing at or before it may be posted to.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT GL-PERIOD-FILE.
            IF WS-GL-PERIOD-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ GL-PERIOD-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF GLP-PERIOD > WS-LAST-CLOSED
                                MOVE GLP-PERIOD TO WS-LAST-CLOSED
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GL-PERIOD-FILE
            ELSE
                DISPLAY "glperiod.txt not found - no GL period has "
                    "been closed."
            END-IF.
       LOAD-POSTED-REGISTER.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT GL-POSTED-FILE.
            IF WS-GL-POSTED-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ GL-POSTED-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-POSTED-COUNT < 500
                                ADD 1 TO WS-POSTED-COUNT
                                MOVE GP-SOURCE
                                    TO WS-PR-SOURCE(WS-POSTED-COUNT)
                                MOVE GP-PERIOD
                                    TO WS-PR-PERIOD(WS-POSTED-COUNT)
                                MOVE GP-REFERENCE
                                    TO WS-PR-REFERENCE(WS-POSTED-COUNT)
                                MOVE GP-POSTED-DATE
                                    TO WS-PR-DATE(WS-POSTED-COUNT)
                            ELSE
                                DISPLAY "More than 500 journals on "
                                    "glposted.txt - table full; "
                                    "posting abandoned."
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GL-POSTED-FILE
            END-IF.
       POST-ONE-JOURNAL.
            MOVE WS-JN-NAME(WS-JN-IDX) TO WS-JOURNAL-NAME.
            OPEN INPUT JOURNAL-IN-FILE.
            IF WS-JOURNAL-STATUS NOT = "00"
                DISPLAY WS-JOURNAL-NAME " not found - nothing to "
                    "post from it."
                ADD 1 TO WS-JOURNALS-ABSENT
                GO TO POST-ONE-JOURNAL-EXIT
            END-IF.
            PERFORM LOAD-JOURNAL THRU LOAD-JOURNAL-EXIT.
            CLOSE JOURNAL-IN-FILE.
            IF WS-JR-REASON = SPACES
                PERFORM CHECK-JOURNAL THRU CHECK-JOURNAL-EXIT
            END-IF.
            IF WS-JR-REASON NOT = SPACES
                DISPLAY WS-JOURNAL-NAME " " WS-JR-SOURCE " "
                    WS-JR-PERIOD " REFUSED - " WS-JR-REASON
                ADD 1 TO WS-JOURNALS-REFUSED
                GO TO POST-ONE-JOURNAL-EXIT
            END-IF.
            PERFORM APPLY-ONE-ACCOUNT
                VARYING WS-ACCT-IDX FROM 1 BY 1
                UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
            PERFORM REGISTER-JOURNAL.
            ADD 1 TO WS-JOURNALS-POSTED.
            ADD WS-JR-LINES TO WS-LINES-POSTED.
            MOVE WS-JR-DEBITS TO WS-AMOUNT-SHOW.
            DISPLAY WS-JOURNAL-NAME " " WS-JR-SOURCE " "
                WS-JR-PERIOD " posted - " WS-JR-LINES " line(s), "
                WS-ACCT-COUNT " account(s), " WS-AMOUNT-SHOW
                " each side.".
       POST-ONE-JOURNAL-EXIT.
            EXIT.
       LOAD-JOURNAL.
      * the whole journal is read and summarized by account before
      * anything touches the master - it posts entirely or not at all.
            MOVE SPACES TO WS-JR-SOURCE WS-JR-PERIOD WS-JR-DATE
                WS-JR-REFERENCE WS-JR-REASON.
            MOVE ZERO   TO WS-JR-LINES WS-JR-DEBITS WS-JR-CREDITS
                WS-JR-TRAILER-DR WS-JR-TRAILER-CR WS-ACCT-COUNT.
            MOVE 'N'    TO WS-JR-TRAILER-FLAG.
            MOVE 'N'    TO WS-EOF-FLAG.
            READ JOURNAL-IN-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
            END-READ.
            IF WS-END-OF-FILE OR JI-TYPE NOT = "H"
                MOVE "NO HEADER RECORD" TO WS-JR-REASON
                GO TO LOAD-JOURNAL-EXIT
            END-IF.
            IF WS-JN-MONTH-FORMAT(WS-JN-IDX)
                MOVE JMH-SOURCE TO WS-JR-SOURCE
                MOVE JMH-PERIOD TO WS-JR-PERIOD
                MOVE JMH-MONTH  TO WS-JR-REFERENCE
                MOVE JMH-DATE   TO WS-JR-DATE
            ELSE
                MOVE JGH-SOURCE TO WS-JR-SOURCE
                MOVE JGH-PERIOD TO WS-JR-PERIOD
                MOVE JGH-REFERENCE TO WS-JR-REFERENCE
                MOVE JGH-DATE   TO WS-JR-DATE
            END-IF.
            PERFORM UNTIL WS-END-OF-FILE
                    OR WS-JR-REASON NOT = SPACES
                READ JOURNAL-IN-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM LOAD-JOURNAL-LINE
                END-READ
            END-PERFORM.
       LOAD-JOURNAL-EXIT.
            EXIT.
       LOAD-JOURNAL-LINE.
            EVALUATE JI-TYPE
                WHEN "D"
                    IF WS-JN-MONTH-FORMAT(WS-JN-IDX)
                        MOVE JMD-DRCR    TO WS-IN-DRCR
                        MOVE JMD-ACCOUNT TO WS-IN-ACCOUNT
                        IF JMD-AMOUNT IS NUMERIC
                            MOVE JMD-AMOUNT TO WS-IN-AMOUNT
                        ELSE
                            MOVE "DETAIL AMOUNT NOT NUMERIC"
                                TO WS-JR-REASON
                        END-IF
                    ELSE
                        MOVE JGD-DRCR    TO WS-IN-DRCR
                        MOVE JGD-ACCOUNT TO WS-IN-ACCOUNT
                        IF JGD-AMOUNT IS NUMERIC
                            MOVE JGD-AMOUNT TO WS-IN-AMOUNT
                        ELSE
                            MOVE "DETAIL AMOUNT NOT NUMERIC"
                                TO WS-JR-REASON
                        END-IF
                    END-IF
                    IF WS-JR-REASON = SPACES
                        PERFORM TALLY-JOURNAL-LINE
                    END-IF
                WHEN "T"
                    SET WS-JR-HAS-TRAILER TO TRUE
                    IF WS-JN-MONTH-FORMAT(WS-JN-IDX)
                        IF JMT-DR-TOTAL IS NUMERIC
                                AND JMT-CR-TOTAL IS NUMERIC
                            MOVE JMT-DR-TOTAL TO WS-JR-TRAILER-DR
                            MOVE JMT-CR-TOTAL TO WS-JR-TRAILER-CR
                        ELSE
                            MOVE "TRAILER TOTALS NOT NUMERIC"
                                TO WS-JR-REASON
                        END-IF
                    ELSE
                        IF JGT-DR-TOTAL IS NUMERIC
                                AND JGT-CR-TOTAL IS NUMERIC
                            MOVE JGT-DR-TOTAL TO WS-JR-TRAILER-DR
                            MOVE JGT-CR-TOTAL TO WS-JR-TRAILER-CR
                        ELSE
                            MOVE "TRAILER TOTALS NOT NUMERIC"
                                TO WS-JR-REASON
                        END-IF
                    END-IF
            END-EVALUATE.
       TALLY-JOURNAL-LINE.
            IF WS-IN-DRCR NOT = "DR" AND WS-IN-DRCR NOT = "CR"
                MOVE "DETAIL LINE IS NEITHER DR NOR CR"
                    TO WS-JR-REASON
            ELSE
                ADD 1 TO WS-JR-LINES
                PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                        UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                            OR WS-AC-ACCOUNT(WS-ACCT-IDX)
                                = WS-IN-ACCOUNT
                    CONTINUE
                END-PERFORM
                IF WS-ACCT-IDX > WS-ACCT-COUNT
                    IF WS-ACCT-COUNT < 100
                        ADD 1 TO WS-ACCT-COUNT
                        SET WS-ACCT-IDX TO WS-ACCT-COUNT
                        MOVE WS-IN-ACCOUNT
                            TO WS-AC-ACCOUNT(WS-ACCT-IDX)
                        MOVE ZERO TO WS-AC-DR(WS-ACCT-IDX)
                        MOVE ZERO TO WS-AC-CR(WS-ACCT-IDX)
                    ELSE
                        MOVE "MORE THAN 100 ACCOUNTS IN ONE JOURNAL"
                            TO WS-JR-REASON
                    END-IF
                END-IF
            END-IF.
            IF WS-JR-REASON = SPACES
                IF WS-IN-DRCR = "DR"
                    ADD WS-IN-AMOUNT TO WS-AC-DR(WS-ACCT-IDX)
                    ADD WS-IN-AMOUNT TO WS-JR-DEBITS
                ELSE
                    ADD WS-IN-AMOUNT TO WS-AC-CR(WS-ACCT-IDX)
                    ADD WS-IN-AMOUNT TO WS-JR-CREDITS
                END-IF
            END-IF.
       CHECK-JOURNAL.
            IF WS-JR-PERIOD IS NOT NUMERIC
                    OR WS-JR-PERIOD-NO < "01"
                    OR WS-JR-PERIOD-NO > "12"
                MOVE "HEADER CARRIES NO FISCAL PERIOD"
                    TO WS-JR-REASON
                GO TO CHECK-JOURNAL-EXIT
            END-IF.
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-POSTED-COUNT
                IF WS-PR-SOURCE(WS-PR-IDX) = WS-JR-SOURCE
                        AND WS-PR-PERIOD(WS-PR-IDX) = WS-JR-PERIOD
                        AND WS-PR-REFERENCE(WS-PR-IDX)
                            = WS-JR-REFERENCE
                    STRING "ALREADY POSTED ON "
                        WS-PR-DATE(WS-PR-IDX)
                        DELIMITED BY SIZE
                        INTO WS-JR-REASON
                    SET WS-PR-IDX TO WS-POSTED-COUNT
                END-IF
            END-PERFORM.
            IF WS-JR-REASON NOT = SPACES
                GO TO CHECK-JOURNAL-EXIT
            END-IF.
            IF WS-LAST-CLOSED NOT = SPACES
                    AND WS-JR-PERIOD NOT > WS-LAST-CLOSED
                STRING "PERIOD IS CLOSED (CLOSED THROUGH "
                    WS-LAST-CLOSED ")"
                    DELIMITED BY SIZE
                    INTO WS-JR-REASON
                GO TO CHECK-JOURNAL-EXIT
            END-IF.
            IF WS-JR-LINES = ZERO
                MOVE "NO DETAIL LINES" TO WS-JR-REASON
                GO TO CHECK-JOURNAL-EXIT
            END-IF.
            IF WS-JR-DEBITS NOT = WS-JR-CREDITS
                MOVE "DEBITS AND CREDITS DO NOT BALANCE"
                    TO WS-JR-REASON
                GO TO CHECK-JOURNAL-EXIT
            END-IF.
            IF WS-JR-HAS-TRAILER
                IF WS-JR-TRAILER-DR NOT = WS-JR-DEBITS
                        OR WS-JR-TRAILER-CR NOT = WS-JR-CREDITS
                    MOVE "DETAIL DOES NOT AGREE WITH THE TRAILER"
                        TO WS-JR-REASON
                END-IF
            ELSE
                MOVE "NO TRAILER RECORD" TO WS-JR-REASON
            END-IF.
       CHECK-JOURNAL-EXIT.
            EXIT.
       APPLY-ONE-ACCOUNT.
            MOVE WS-AC-ACCOUNT(WS-ACCT-IDX) TO GBL-ACCOUNT.
            MOVE WS-JR-PERIOD               TO GBL-PERIOD.
            READ GL-BALANCE-FILE
                KEY IS GBL-KEY
                INVALID KEY
                    PERFORM FIND-BROUGHT-FORWARD
                    MOVE WS-AC-ACCOUNT(WS-ACCT-IDX) TO GBL-ACCOUNT
                    MOVE WS-JR-PERIOD               TO GBL-PERIOD
                    MOVE WS-BROUGHT-FORWARD         TO GBL-OPENING
                    MOVE WS-AC-DR(WS-ACCT-IDX)      TO GBL-DEBITS
                    MOVE WS-AC-CR(WS-ACCT-IDX)      TO GBL-CREDITS
                    MOVE WS-TODAY                   TO GBL-LAST-POSTED
                    WRITE GL-BALANCE-RECORD
                NOT INVALID KEY
                    ADD WS-AC-DR(WS-ACCT-IDX) TO GBL-DEBITS
                    ADD WS-AC-CR(WS-ACCT-IDX) TO GBL-CREDITS
                    MOVE WS-TODAY             TO GBL-LAST-POSTED
                    REWRITE GL-BALANCE-RECORD
            END-READ.
            COMPUTE WS-NET-MOVEMENT =
                WS-AC-DR(WS-ACCT-IDX) - WS-AC-CR(WS-ACCT-IDX).
            IF WS-NET-MOVEMENT NOT = ZERO
                PERFORM ROLL-LATER-PERIODS
            END-IF.
       FIND-BROUGHT-FORWARD.
      * the closing balance of the account's last period before this
      * one; zero for an account new to the ledger.
            MOVE ZERO TO WS-BROUGHT-FORWARD.
            MOVE 'N'  TO WS-ROLL-DONE-FLAG.
            MOVE WS-AC-ACCOUNT(WS-ACCT-IDX) TO GBL-ACCOUNT.
            MOVE LOW-VALUES TO GBL-PERIOD.
            START GL-BALANCE-FILE
                KEY IS NOT LESS THAN GBL-KEY
                INVALID KEY
                    SET WS-ROLL-DONE TO TRUE
            END-START.
            PERFORM UNTIL WS-ROLL-DONE
                READ GL-BALANCE-FILE NEXT RECORD
                    AT END
                        SET WS-ROLL-DONE TO TRUE
                    NOT AT END
                        IF GBL-ACCOUNT NOT = WS-AC-ACCOUNT(WS-ACCT-IDX)
                                OR GBL-PERIOD NOT < WS-JR-PERIOD
                            SET WS-ROLL-DONE TO TRUE
                        ELSE
                            COMPUTE WS-BROUGHT-FORWARD =
                                GBL-OPENING + GBL-DEBITS - GBL-CREDITS
                        END-IF
                END-READ
            END-PERFORM.
       ROLL-LATER-PERIODS.
      * a posting into a period before the account's latest one moves
      * every later opening balance by the same net amount.
            MOVE ZERO TO WS-ROLLED-COUNT.
            MOVE 'N'  TO WS-ROLL-DONE-FLAG.
            MOVE WS-AC-ACCOUNT(WS-ACCT-IDX) TO GBL-ACCOUNT.
            MOVE WS-JR-PERIOD               TO GBL-PERIOD.
            START GL-BALANCE-FILE
                KEY IS GREATER THAN GBL-KEY
                INVALID KEY
                    SET WS-ROLL-DONE TO TRUE
            END-START.
            PERFORM UNTIL WS-ROLL-DONE
                READ GL-BALANCE-FILE NEXT RECORD
                    AT END
                        SET WS-ROLL-DONE TO TRUE
                    NOT AT END
                        IF GBL-ACCOUNT NOT = WS-AC-ACCOUNT(WS-ACCT-IDX)
                            SET WS-ROLL-DONE TO TRUE
                        ELSE
                            ADD WS-NET-MOVEMENT TO GBL-OPENING
                            REWRITE GL-BALANCE-RECORD
                            ADD 1 TO WS-ROLLED-COUNT
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-ROLLED-COUNT > ZERO
                DISPLAY "  " WS-AC-ACCOUNT(WS-ACCT-IDX) " - "
                    WS-ROLLED-COUNT " later period(s) brought "
                    "forward again."
            END-IF.
       REGISTER-JOURNAL.
            OPEN EXTEND GL-POSTED-FILE.
            IF WS-GL-POSTED-STATUS = "05"
                    OR WS-GL-POSTED-STATUS = "35"
                OPEN OUTPUT GL-POSTED-FILE
            END-IF.
            IF WS-GL-POSTED-STATUS = "00"
                MOVE SPACES              TO GL-POSTED-RECORD
                MOVE WS-JR-SOURCE        TO GP-SOURCE
                MOVE WS-JR-PERIOD        TO GP-PERIOD
                MOVE WS-JR-DATE          TO GP-JOURNAL-DATE
                MOVE WS-JOURNAL-NAME     TO GP-FILE
                MOVE WS-JR-DEBITS        TO GP-DEBITS
                MOVE WS-JR-CREDITS       TO GP-CREDITS
                MOVE WS-JR-LINES         TO GP-LINES
                MOVE WS-TODAY            TO GP-POSTED-DATE
                MOVE WS-SESSION-OPERATOR TO GP-OPERATOR
                MOVE WS-JR-REFERENCE     TO GP-REFERENCE
                WRITE GL-POSTED-RECORD
                CLOSE GL-POSTED-FILE
            ELSE
                DISPLAY "*** Unable to open glposted.txt - status "
                    WS-GL-POSTED-STATUS " - " WS-JOURNAL-NAME
                    " IS POSTED BUT NOT REGISTERED - do not post "
                    "it again ***"
                MOVE 12 TO WS-RUN-RC
            END-IF.
            IF WS-POSTED-COUNT < 500
                ADD 1 TO WS-POSTED-COUNT
                MOVE WS-JR-SOURCE TO WS-PR-SOURCE(WS-POSTED-COUNT)
                MOVE WS-JR-PERIOD TO WS-PR-PERIOD(WS-POSTED-COUNT)
                MOVE WS-JR-REFERENCE
                    TO WS-PR-REFERENCE(WS-POSTED-COUNT)
                MOVE WS-TODAY     TO WS-PR-DATE(WS-POSTED-COUNT)
            END-IF.
       WRITE-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-LOG-FILE
            END-IF.
            IF WS-AUDIT-STATUS = "00"
                MOVE SPACES TO AUDIT-LOG-RECORD
                MOVE WS-TODAY-YY TO AUD-DATE(1:2)
                MOVE WS-TODAY-MM TO AUD-DATE(3:2)
                MOVE WS-TODAY-DD TO AUD-DATE(5:2)
                MOVE SPACES      TO AUD-DATE(7:2)
                MOVE WS-AUDIT-PROGRAM TO AUD-PROGRAM
                MOVE WS-AUDIT-COUNT   TO AUD-RECORDS
                MOVE WS-AUDIT-REJECTS TO AUD-REJECTS
                MOVE WS-AUDIT-OUTCOME TO AUD-OUTCOME
                MOVE WS-SESSION-OPERATOR TO AUD-OPERATOR
                WRITE AUDIT-LOG-RECORD
                CLOSE AUDIT-LOG-FILE
            ELSE
                DISPLAY "Unable to open auditlog.txt - status "
                    WS-AUDIT-STATUS " - " WS-AUDIT-PROGRAM
                    " not logged."
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
       END PROGRAM GL-POST.
