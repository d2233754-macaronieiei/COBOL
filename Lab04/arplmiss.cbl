      ******************************************************************
      * Author:
      * Date:
      * Purpose: Missed payment plan instalments, so collections can
      *          call a customer who has stopped keeping to the plan
      *          agreed. For every active plan on arplans.txt (layout
      *          PAYPLAN) it lists each instalment on arplansch.txt
      *          (layout PLANSCHD) not yet paid in full more than the
      *          plan's grace days after its due date - days counted
      *          through DATESRV - with the amount due, the part paid,
      *          the amount short and the days late, and closes with
      *          the plans behind, the instalments missed and the
      *          total short. Instalments are paid by the receipt run,
      *          so it runs after the batch receipts. The report goes
      *          to arplmiss.txt. Return code 4 when anything is
      *          listed.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-PLAN-MISSED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "acctmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "arplans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-STATUS.
           SELECT PLAN-SCHEDULE-FILE ASSIGN TO "arplansch.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-STATUS.
           SELECT REPORT-FILE ASSIGN TO "arplmiss.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           05 AM-ACCT-NO      PIC 9(6).
           05 AM-CUST-NAME    PIC X(20).
           05 AM-OPEN-BALANCE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 AM-STATUS       PIC X(1).
           05 AM-FC-EXEMPT    PIC X(1).
       FD PAYMENT-PLAN-FILE.
       COPY PAYPLAN.
       FD PLAN-SCHEDULE-FILE.
       COPY PLANSCHD.
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-ACCT-MASTER-STATUS PIC X(2).
       01 WS-PLAN-STATUS        PIC X(2).
       01 WS-SCHED-STATUS       PIC X(2).
       01 WS-REPORT-STATUS      PIC X(2).
       01 WS-EOF-FLAG           PIC A(1) VALUE 'N'.
           88 WS-END-OF-FILE             VALUE 'Y'.
       01 WS-ACCT-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10 WA-ACCT-NO   PIC 9(6).
               10 WA-CUST-NAME PIC X(20).
       01 WS-PLAN-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PLAN-IDX.
               10 WP-ACCT-NO       PIC 9(6).
               10 WP-AGREED-DATE   PIC 9(8).
               10 WP-GRACE-DAYS    PIC 9(3).
       01 WS-SCHED-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-SCHED-TABLE.
           05 WS-SCHED-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-SCHED-IDX.
               10 WC-ACCT-NO       PIC 9(6).
               10 WC-AGREED-DATE   PIC 9(8).
               10 WC-INSTALMENT-NO PIC 9(3).
               10 WC-DUE-DATE      PIC 9(8).
               10 WC-AMOUNT        PIC 9(7)V99.
               10 WC-PAID          PIC 9(7)V99.
               10 WC-STATUS        PIC X(1).
       01 WS-WORK-FIELDS.
           05 WS-FOUND-NAME      PIC X(20).
           05 WS-DAYS-LATE       PIC S9(9).
           05 WS-SHORT           PIC 9(7)V99.
           05 WS-PLAN-BEHIND-FLAG PIC A(1).
               88 WS-PLAN-IS-BEHIND       VALUE 'Y'.
       01 WS-TOTALS.
           05 WS-PLANS-CHECKED   PIC 9(5) VALUE ZERO.
           05 WS-PLANS-BEHIND    PIC 9(5) VALUE ZERO.
           05 WS-INST-MISSED     PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-SHORT     PIC 9(9)V99 VALUE ZERO.
       COPY DATEREQ.
       01 WS-TODAY-YMD          PIC 9(8).
       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YY PIC 99.
           05 WS-RUN-MM PIC 99.
           05 WS-RUN-DD PIC 99.
       01 WS-REPORT-LINES.
           05 WS-RP-RULE.
               10 FILLER PIC X(104) VALUE ALL "=".
           05 WS-RP-TITLE.
               10 FILLER PIC X(44) VALUE
                   "MISSED PAYMENT PLAN INSTALMENTS".
               10 FILLER PIC X(11) VALUE "RUN DATE: ".
               10 RPT-RUN-DATE    PIC 9(8).
           05 WS-RP-COLUMNS.
               10 FILLER PIC X(8)  VALUE "ACCOUNT".
               10 FILLER PIC X(21) VALUE "CUSTOMER".
               10 FILLER PIC X(10) VALUE "AGREED".
               10 FILLER PIC X(5)  VALUE "INST".
               10 FILLER PIC X(10) VALUE "DUE".
               10 FILLER PIC X(14) VALUE "      AMOUNT  ".
               10 FILLER PIC X(14) VALUE "        PAID  ".
               10 FILLER PIC X(14) VALUE "       SHORT  ".
               10 FILLER PIC X(9)  VALUE "DAYS LATE".
           05 WS-RP-DETAIL.
               10 RPD-ACCT        PIC 9(6).
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RPD-NAME        PIC X(20).
               10 FILLER          PIC X(1)  VALUE SPACE.
               10 RPD-AGREED      PIC 9(8).
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RPD-INST        PIC ZZ9.
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RPD-DUE         PIC 9(8).
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RPD-AMOUNT      PIC Z,ZZZ,ZZ9.99.
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RPD-PAID        PIC Z,ZZZ,ZZ9.99.
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RPD-SHORT       PIC Z,ZZZ,ZZ9.99.
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RPD-DAYS-LATE   PIC ZZZZ9.
           05 WS-RP-NONE.
               10 FILLER PIC X(40) VALUE
                   "  NO MISSED INSTALMENTS".
           05 WS-RP-TOTAL.
               10 FILLER PIC X(14) VALUE "PLANS CHECKED ".
               10 RPS-CHECKED     PIC ZZZZ9.
               10 FILLER PIC X(10) VALUE "   BEHIND ".
               10 RPS-BEHIND      PIC ZZZZ9.
               10 FILLER PIC X(23) VALUE "   INSTALMENTS MISSED ".
               10 RPS-MISSED      PIC ZZZZ9.
               10 FILLER PIC X(9)  VALUE "   SHORT ".
               10 RPS-SHORT       PIC $ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-RUN-DATE-RAW FROM DATE.
            COMPUTE WS-TODAY-YMD =
                20000000 + (WS-RUN-YY * 10000)
                    + (WS-RUN-MM * 100) + WS-RUN-DD.
            PERFORM LOAD-ACCOUNTS.
            PERFORM LOAD-PLANS.
            PERFORM LOAD-SCHEDULE.
            OPEN OUTPUT REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Unable to open arplmiss.txt - status "
                    WS-REPORT-STATUS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-TODAY-YMD TO RPT-RUN-DATE.
            WRITE REPORT-RECORD FROM WS-RP-RULE.
            WRITE REPORT-RECORD FROM WS-RP-TITLE.
            WRITE REPORT-RECORD FROM WS-RP-RULE.
            WRITE REPORT-RECORD FROM WS-RP-COLUMNS.
            PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                    UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                PERFORM CHECK-ONE-PLAN
            END-PERFORM.
            IF WS-INST-MISSED = ZERO
                WRITE REPORT-RECORD FROM WS-RP-NONE
            END-IF.
            WRITE REPORT-RECORD FROM WS-RP-RULE.
            MOVE WS-PLANS-CHECKED TO RPS-CHECKED.
            MOVE WS-PLANS-BEHIND  TO RPS-BEHIND.
            MOVE WS-INST-MISSED   TO RPS-MISSED.
            MOVE WS-TOTAL-SHORT   TO RPS-SHORT.
            WRITE REPORT-RECORD FROM WS-RP-TOTAL.
            CLOSE REPORT-FILE.
            DISPLAY "Missed instalments - " WS-PLANS-CHECKED
                " active plan(s), " WS-PLANS-BEHIND " behind, "
                WS-INST-MISSED " instalment(s) missed; see "
                "arplmiss.txt.".
            MOVE ZERO TO RETURN-CODE.
            IF WS-INST-MISSED > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.
       LOAD-ACCOUNTS.
            OPEN INPUT ACCOUNT-MASTER-FILE.
            IF WS-ACCT-MASTER-STATUS NOT = "00"
                DISPLAY "acctmast.txt not found - customer names "
                    "will be blank."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ ACCOUNT-MASTER-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-ACCT-COUNT < 200
                                ADD 1 TO WS-ACCT-COUNT
                                SET WS-ACCT-IDX TO WS-ACCT-COUNT
                                MOVE AM-ACCT-NO
                                    TO WA-ACCT-NO(WS-ACCT-IDX)
                                MOVE AM-CUST-NAME
                                    TO WA-CUST-NAME(WS-ACCT-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACCOUNT-MASTER-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       LOAD-PLANS.
      * only the active plans are wanted - paid-off and cancelled
      * plans cannot fall behind.
            OPEN INPUT PAYMENT-PLAN-FILE.
            IF WS-PLAN-STATUS NOT = "00"
                DISPLAY "arplans.txt not found - status "
                    WS-PLAN-STATUS " - no payment plans to check."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-END-OF-FILE
                READ PAYMENT-PLAN-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF PP-ACTIVE
                            IF WS-PLAN-COUNT < 500
                                ADD 1 TO WS-PLAN-COUNT
                                SET WS-PLAN-IDX TO WS-PLAN-COUNT
                                MOVE PP-ACCT-NO
                                    TO WP-ACCT-NO(WS-PLAN-IDX)
                                MOVE PP-AGREED-DATE
                                    TO WP-AGREED-DATE(WS-PLAN-IDX)
                                MOVE PP-GRACE-DAYS
                                    TO WP-GRACE-DAYS(WS-PLAN-IDX)
                            ELSE
                                DISPLAY "More than 500 active plans "
                                    "on arplans.txt - table full; "
                                    "no report."
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PAYMENT-PLAN-FILE.
            MOVE 'N' TO WS-EOF-FLAG.
       LOAD-SCHEDULE.
            OPEN INPUT PLAN-SCHEDULE-FILE.
            IF WS-SCHED-STATUS NOT = "00"
                DISPLAY "arplansch.txt not found - status "
                    WS-SCHED-STATUS " - no instalments to check."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-END-OF-FILE
                READ PLAN-SCHEDULE-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF PS-OPEN
                            IF WS-SCHED-COUNT < 5000
                                ADD 1 TO WS-SCHED-COUNT
                                SET WS-SCHED-IDX TO WS-SCHED-COUNT
                                MOVE PLAN-SCHEDULE-RECORD
                                    TO WS-SCHED-ENTRY(WS-SCHED-IDX)
                            ELSE
                                DISPLAY "More than 5000 open "
                                    "instalments on arplansch.txt - "
                                    "table full; no report."
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PLAN-SCHEDULE-FILE.
            MOVE 'N' TO WS-EOF-FLAG.
       CHECK-ONE-PLAN.
            ADD 1 TO WS-PLANS-CHECKED.
            MOVE 'N' TO WS-PLAN-BEHIND-FLAG.
            PERFORM FIND-CUSTOMER-NAME.
            PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                    UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                IF WC-ACCT-NO(WS-SCHED-IDX) = WP-ACCT-NO(WS-PLAN-IDX)
                        AND WC-AGREED-DATE(WS-SCHED-IDX)
                            = WP-AGREED-DATE(WS-PLAN-IDX)
                        AND WC-DUE-DATE(WS-SCHED-IDX) < WS-TODAY-YMD
                    PERFORM CHECK-ONE-INSTALMENT
                END-IF
            END-PERFORM.
            IF WS-PLAN-IS-BEHIND
                ADD 1 TO WS-PLANS-BEHIND
            END-IF.
       CHECK-ONE-INSTALMENT.
      * past due is not missed until the grace days have run out.
            MOVE "DIFF" TO DS-FUNCTION.
            MOVE WS-TODAY-YMD TO DS-DATE-1.
            MOVE WC-DUE-DATE(WS-SCHED-IDX) TO DS-DATE-2.
            CALL "DATESRV" USING DS-REQUEST.
            MOVE DS-RESULT TO WS-DAYS-LATE.
            IF DS-STATUS = 'Y'
                    AND WS-DAYS-LATE > WP-GRACE-DAYS(WS-PLAN-IDX)
                SET WS-PLAN-IS-BEHIND TO TRUE
                ADD 1 TO WS-INST-MISSED
                SUBTRACT WC-PAID(WS-SCHED-IDX)
                    FROM WC-AMOUNT(WS-SCHED-IDX) GIVING WS-SHORT
                ADD WS-SHORT TO WS-TOTAL-SHORT
                MOVE WP-ACCT-NO(WS-PLAN-IDX)       TO RPD-ACCT
                MOVE WS-FOUND-NAME                 TO RPD-NAME
                MOVE WP-AGREED-DATE(WS-PLAN-IDX)   TO RPD-AGREED
                MOVE WC-INSTALMENT-NO(WS-SCHED-IDX) TO RPD-INST
                MOVE WC-DUE-DATE(WS-SCHED-IDX)     TO RPD-DUE
                MOVE WC-AMOUNT(WS-SCHED-IDX)       TO RPD-AMOUNT
                MOVE WC-PAID(WS-SCHED-IDX)         TO RPD-PAID
                MOVE WS-SHORT                      TO RPD-SHORT
                MOVE WS-DAYS-LATE                  TO RPD-DAYS-LATE
                WRITE REPORT-RECORD FROM WS-RP-DETAIL
            END-IF.
       FIND-CUSTOMER-NAME.
            MOVE SPACES TO WS-FOUND-NAME.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                IF WA-ACCT-NO(WS-ACCT-IDX) = WP-ACCT-NO(WS-PLAN-IDX)
                    MOVE WA-CUST-NAME(WS-ACCT-IDX) TO WS-FOUND-NAME
                END-IF
            END-PERFORM.
       END PROGRAM AR-PLAN-MISSED.
