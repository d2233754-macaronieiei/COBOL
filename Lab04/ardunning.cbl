      ******************************************************************
      * Author:
      * Date:
      * Purpose: Dunning run off the aging, so the collection letters
      *          stop being typed by hand. Works from the per-account
      *          buckets the aging run leaves in arbucket.txt (layout
      *          AGEBKT): the overdue money is everything 1 day or
      *          more past due less any credit held on the account,
      *          and the letter level comes from the oldest of it -
      *            level 1 friendly reminder  oldest 1-30 days late
      *            level 2 second notice      oldest 31-60 days late
      *            level 3 final demand       oldest over 60 days.
      *          The dunning history (ardunhist.txt, layout DUNHIST)
      *          holds every letter sent; a level already sent to the
      *          account within the cooling-off period is not sent
      *          again. An account that reaches the final level is put
      *          on credit hold (AM-STATUS H on acctmast.txt - billing
      *          refuses new charges to it) and a held account whose
      *          overdue money has been cleared is released back to
      *          open; both changes are logged with before and after
      *          images to acctchglog.txt the way account maintenance
      *          logs its own. Closed accounts are dunned but their
      *          status is left alone. Letters go to dunletters.txt
      *          and everything the run did to ardunreg.txt. Return
      *          code 4 when the buckets were not aged today.
      * Tectonics: cobc
      * Modifications:
      *   - Account layout carries the finance charge exemption flag
      *     (AM-FC-EXEMPT).
      *   - An overdue account with an active payment plan in good
      *     standing (arplans.txt, no instalment on arplansch.txt
      *     unpaid past the plan's grace days) gets no letter and no
      *     credit hold; the register lists it as on a payment plan
      *     and counts it. A plan that has fallen behind is dunned as
      *     before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-DUNNING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGE-BUCKET-FILE ASSIGN TO "arbucket.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUCKET-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "acctmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT DUNNING-HISTORY-FILE ASSIGN TO "ardunhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ACCT-CHANGE-LOG-FILE ASSIGN TO "acctchglog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT LETTER-FILE ASSIGN TO "dunletters.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LETTER-STATUS.
           SELECT DUNNING-REGISTER-FILE ASSIGN TO "ardunreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "arplans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-STATUS.
           SELECT PLAN-SCHEDULE-FILE ASSIGN TO "arplansch.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AGE-BUCKET-FILE.
       COPY AGEBKT.
       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           05 AM-ACCT-NO      PIC 9(6).
           05 AM-CUST-NAME    PIC X(20).
           05 AM-OPEN-BALANCE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 AM-STATUS       PIC X(1).
               88 AM-IS-OPEN          VALUE 'O' ' '.
               88 AM-IS-CLOSED        VALUE 'C'.
               88 AM-ON-CREDIT-HOLD   VALUE 'H'.
           05 AM-FC-EXEMPT    PIC X(1).
               88 AM-FC-IS-EXEMPT     VALUE 'Y'.
       FD DUNNING-HISTORY-FILE.
       COPY DUNHIST.
       FD ACCT-CHANGE-LOG-FILE.
       01 ACCT-CHANGE-LOG-RECORD.
           05 ACL-DATE          PIC X(8).
           05 ACL-ACTION        PIC X(1).
           05 ACL-ACCT-NO       PIC 9(6).
           05 ACL-BEFORE-IMAGE  PIC X(38).
           05 ACL-AFTER-IMAGE   PIC X(38).
       FD LETTER-FILE.
       01 LETTER-RECORD PIC X(80).
       FD DUNNING-REGISTER-FILE.
       01 DUNNING-REGISTER-RECORD PIC X(100).
       FD PAYMENT-PLAN-FILE.
       COPY PAYPLAN.
       FD PLAN-SCHEDULE-FILE.
       COPY PLANSCHD.
       WORKING-STORAGE SECTION.
       01 WS-BUCKET-STATUS      PIC X(2).
       01 WS-ACCT-MASTER-STATUS PIC X(2).
       01 WS-HISTORY-STATUS     PIC X(2).
       01 WS-CHGLOG-STATUS      PIC X(2).
       01 WS-LETTER-STATUS      PIC X(2).
       01 WS-REGISTER-STATUS    PIC X(2).
       01 WS-PLAN-STATUS        PIC X(2).
       01 WS-SCHED-STATUS       PIC X(2).
       01 WS-EOF-FLAG           PIC A(1) VALUE 'N'.
           88 WS-END-OF-FILE             VALUE 'Y'.
      * a level is not sent to the same account twice inside this
      * many days.
       01 WS-COOLING-OFF-DAYS   PIC 9(3) VALUE 30.
       01 WS-ACCT-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10 WA-ACCT-NO   PIC 9(6).
               10 WA-CUST-NAME PIC X(20).
               10 WA-BALANCE   PIC S9(7)V99.
               10 WA-STATUS    PIC X(1).
               10 WA-FC-EXEMPT PIC X(1).
               10 WA-LAST-SENT PIC 9(8) OCCURS 3 TIMES.
               10 WA-PLAN-FLAG PIC X(1).
                   88 WA-PLAN-IN-GOOD-STANDING VALUE 'G'.
                   88 WA-PLAN-BEHIND           VALUE 'B'.
               10 WA-PLAN-AGREED PIC 9(8).
               10 WA-PLAN-GRACE  PIC 9(3).
       01 WS-WORK-FIELDS.
           05 WS-SLOT-FOUND-FLAG PIC A(1).
               88 WS-SLOT-FOUND           VALUE 'Y'.
           05 WS-SLOT            PIC 9(3).
           05 WS-FIND-ACCT       PIC 9(6).
           05 WS-LEVEL           PIC 9(1).
               88 WS-NOTHING-OVERDUE      VALUE 0.
               88 WS-FINAL-LEVEL          VALUE 3.
           05 WS-OVERDUE         PIC S9(9)V99.
           05 WS-DAYS-SINCE      PIC S9(5).
           05 WS-COOLING-FLAG    PIC A(1).
               88 WS-IN-COOLING-OFF       VALUE 'Y'.
           05 WS-MASTER-CHANGED  PIC A(1) VALUE 'N'.
               88 WS-MASTER-IS-CHANGED    VALUE 'Y'.
           05 WS-CHANGE-ACTION   PIC X(1).
           05 WS-REG-ACTION      PIC X(40).
           05 WS-DAYS-LATE       PIC S9(9).
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
       01 WS-RUN-COUNTS.
           05 WS-READ-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-UNKNOWN-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-SENT-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-LEVEL-COUNT     PIC 9(5) OCCURS 3 TIMES.
           05 WS-COOLING-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-HOLD-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-RELEASE-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-ON-PLAN-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-OVERDUE-TOTAL   PIC 9(9)V99 VALUE ZERO.
       01 WS-TODAY-YMD          PIC 9(8).
       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YY PIC 99.
           05 WS-RUN-MM PIC 99.
           05 WS-RUN-DD PIC 99.
       01 WS-LEVEL-NAMES.
           05 FILLER PIC X(20) VALUE "FRIENDLY REMINDER".
           05 FILLER PIC X(20) VALUE "SECOND NOTICE".
           05 FILLER PIC X(20) VALUE "FINAL DEMAND".
       01 WS-LEVEL-NAME-TABLE REDEFINES WS-LEVEL-NAMES.
           05 WS-LEVEL-NAME PIC X(20) OCCURS 3 TIMES.
       01 WS-LETTER-LINES.
           05 WS-LT-RULE.
               10 FILLER PIC X(72) VALUE ALL "-".
           05 WS-LT-HEADING.
               10 LTH-LEVEL    PIC X(20).
               10 FILLER       PIC X(36) VALUE SPACE.
               10 FILLER       PIC X(6)  VALUE "DATE: ".
               10 LTH-DATE     PIC 9(8).
           05 WS-LT-ADDRESS.
               10 FILLER       PIC X(4)  VALUE "TO: ".
               10 LTA-NAME     PIC X(20).
               10 FILLER       PIC X(12) VALUE "  ACCOUNT: ".
               10 LTA-ACCT     PIC 9(6).
           05 WS-LT-TEXT.
               10 LTT-TEXT     PIC X(72).
           05 WS-LT-AMOUNT.
               10 FILLER       PIC X(4)  VALUE SPACE.
               10 LTM-LABEL    PIC X(30).
               10 LTM-AMOUNT   PIC $ZZZ,ZZZ,ZZ9.99.
       01 WS-REGISTER-LINES.
           05 WS-RG-RULE.
               10 FILLER PIC X(96) VALUE ALL "=".
           05 WS-RG-TITLE.
               10 FILLER PIC X(40) VALUE
                   "DUNNING AND CREDIT HOLD REGISTER".
               10 FILLER PIC X(10) VALUE "RUN DATE: ".
               10 RGT-DATE        PIC 9(8).
           05 WS-RG-COLUMNS.
               10 FILLER PIC X(7)  VALUE "ACCT".
               10 FILLER PIC X(21) VALUE "CUSTOMER".
               10 FILLER PIC X(15) VALUE "       OVERDUE ".
               10 FILLER PIC X(6)  VALUE "LEVEL".
               10 FILLER PIC X(40) VALUE "ACTION".
           05 WS-RG-DETAIL.
               10 RGD-ACCT        PIC 9(6).
               10 FILLER          PIC X(1)  VALUE SPACE.
               10 RGD-NAME        PIC X(20).
               10 FILLER          PIC X(1)  VALUE SPACE.
               10 RGD-OVERDUE     PIC -ZZZ,ZZZ,ZZ9.99.
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RGD-LEVEL       PIC 9(1).
               10 FILLER          PIC X(3)  VALUE SPACE.
               10 RGD-ACTION      PIC X(40).
           05 WS-RG-TOTAL.
               10 FILLER PIC X(16) VALUE "LETTERS SENT".
               10 RGS-SENT        PIC ZZZZ9.
               10 FILLER PIC X(4)  VALUE SPACE.
               10 FILLER PIC X(8)  VALUE "LEVEL 1".
               10 RGS-LEVEL-1     PIC ZZZZ9.
               10 FILLER PIC X(10) VALUE "  LEVEL 2".
               10 RGS-LEVEL-2     PIC ZZZZ9.
               10 FILLER PIC X(10) VALUE "  LEVEL 3".
               10 RGS-LEVEL-3     PIC ZZZZ9.
           05 WS-RG-TOTAL-2.
               10 FILLER PIC X(16) VALUE "COOLING OFF".
               10 RGS-COOLING     PIC ZZZZ9.
               10 FILLER PIC X(4)  VALUE SPACE.
               10 FILLER PIC X(8)  VALUE "HOLDS".
               10 RGS-HOLDS       PIC ZZZZ9.
               10 FILLER PIC X(10) VALUE "  RELEASED".
               10 RGS-RELEASES    PIC ZZZZ9.
               10 FILLER PIC X(10) VALUE "  ON PLAN".
               10 RGS-ON-PLAN     PIC ZZZZ9.
           05 WS-RG-TOTAL-3.
               10 FILLER PIC X(16) VALUE "OVERDUE DUNNED".
               10 RGS-OVERDUE     PIC $ZZZ,ZZZ,ZZ9.99.
       01 WS-CHGLOG-RUN-DATE.
           05 WS-CHGLOG-YY PIC 99.
           05 WS-CHGLOG-MM PIC 99.
           05 WS-CHGLOG-DD PIC 99.
       COPY DATEREQ.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-RUN-DATE-RAW FROM DATE.
            COMPUTE WS-TODAY-YMD =
                20000000 + (WS-RUN-YY * 10000)
                    + (WS-RUN-MM * 100) + WS-RUN-DD.
            MOVE ZERO TO WS-LEVEL-COUNT(1) WS-LEVEL-COUNT(2)
                WS-LEVEL-COUNT(3).
            PERFORM LOAD-ACCOUNTS.
            PERFORM LOAD-DUNNING-HISTORY.
            PERFORM LOAD-PAYMENT-PLANS.
            OPEN INPUT AGE-BUCKET-FILE.
            IF WS-BUCKET-STATUS NOT = "00"
                DISPLAY "arbucket.txt not found - run the aging "
                    "(araging) before the dunning run."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM OPEN-RUN-OUTPUTS.
            PERFORM UNTIL WS-END-OF-FILE
                READ AGE-BUCKET-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM DUN-ONE-ACCOUNT
                END-READ
            END-PERFORM.
            CLOSE AGE-BUCKET-FILE.
            PERFORM WRITE-REGISTER-TOTALS.
            CLOSE LETTER-FILE.
            CLOSE DUNNING-REGISTER-FILE.
            CLOSE DUNNING-HISTORY-FILE.
            IF WS-CHGLOG-STATUS = "00"
                CLOSE ACCT-CHANGE-LOG-FILE
            END-IF.
            IF WS-MASTER-IS-CHANGED
                PERFORM SAVE-ACCT-MASTER
            END-IF.
            DISPLAY "Dunning - " WS-READ-COUNT " account(s), "
                WS-SENT-COUNT " letter(s) sent, " WS-COOLING-COUNT
                " held back cooling off.".
            DISPLAY "  Credit holds placed " WS-HOLD-COUNT
                ", released " WS-RELEASE-COUNT ".".
            IF WS-ON-PLAN-COUNT > ZERO
                DISPLAY "  " WS-ON-PLAN-COUNT " overdue account(s) "
                    "on a payment plan in good standing - left alone."
            END-IF.
            IF WS-UNKNOWN-COUNT > ZERO
                DISPLAY "  " WS-UNKNOWN-COUNT " aged account(s) not "
                    "on acctmast.txt - skipped."
            END-IF.
            STOP RUN.
       LOAD-ACCOUNTS.
            OPEN INPUT ACCOUNT-MASTER-FILE.
            IF WS-ACCT-MASTER-STATUS NOT = "00"
                DISPLAY "acctmast.txt not found - status "
                    WS-ACCT-MASTER-STATUS " - nothing dunned."
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
                            MOVE ZERO TO WA-LAST-SENT(WS-ACCT-IDX, 1)
                                WA-LAST-SENT(WS-ACCT-IDX, 2)
                                WA-LAST-SENT(WS-ACCT-IDX, 3)
                            MOVE SPACE TO WA-PLAN-FLAG(WS-ACCT-IDX)
                        ELSE
      * a dropped account would be lost on the rewrite.
                            DISPLAY "More than 200 accounts on "
                                "acctmast.txt - table full; "
                                "nothing dunned."
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ACCOUNT-MASTER-FILE.
            MOVE 'N' TO WS-EOF-FLAG.
       LOAD-DUNNING-HISTORY.
      * only the latest date each level went to each account counts.
            OPEN INPUT DUNNING-HISTORY-FILE.
            IF WS-HISTORY-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ DUNNING-HISTORY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE DH-ACCT-NO TO WS-FIND-ACCT
                            PERFORM FIND-ACCOUNT
                            IF WS-SLOT-FOUND
                                    AND DH-LEVEL >= 1
                                    AND DH-LEVEL <= 3
                                SET WS-ACCT-IDX TO WS-SLOT
                                IF DH-SENT-DATE > WA-LAST-SENT
                                        (WS-ACCT-IDX, DH-LEVEL)
                                    MOVE DH-SENT-DATE TO WA-LAST-SENT
                                        (WS-ACCT-IDX, DH-LEVEL)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DUNNING-HISTORY-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       LOAD-PAYMENT-PLANS.
      * an account with an active payment plan is in good standing
      * until an instalment is still unpaid past the plan's grace
      * days; no plan file means no plans.
            OPEN INPUT PAYMENT-PLAN-FILE.
            IF WS-PLAN-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ PAYMENT-PLAN-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE PP-ACCT-NO TO WS-FIND-ACCT
                            PERFORM FIND-ACCOUNT
                            IF WS-SLOT-FOUND AND PP-ACTIVE
                                SET WS-ACCT-IDX TO WS-SLOT
                                SET WA-PLAN-IN-GOOD-STANDING
                                    (WS-ACCT-IDX) TO TRUE
                                MOVE PP-AGREED-DATE
                                    TO WA-PLAN-AGREED(WS-ACCT-IDX)
                                MOVE PP-GRACE-DAYS
                                    TO WA-PLAN-GRACE(WS-ACCT-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAYMENT-PLAN-FILE
                MOVE 'N' TO WS-EOF-FLAG
                OPEN INPUT PLAN-SCHEDULE-FILE
                IF WS-SCHED-STATUS = "00"
                    PERFORM UNTIL WS-END-OF-FILE
                        READ PLAN-SCHEDULE-FILE
                            AT END
                                SET WS-END-OF-FILE TO TRUE
                            NOT AT END
                                PERFORM CHECK-PLAN-INSTALMENT
                        END-READ
                    END-PERFORM
                    CLOSE PLAN-SCHEDULE-FILE
                    MOVE 'N' TO WS-EOF-FLAG
                END-IF
            END-IF.
       CHECK-PLAN-INSTALMENT.
            IF PS-OPEN AND PS-DUE-DATE < WS-TODAY-YMD
                MOVE PS-ACCT-NO TO WS-FIND-ACCT
                PERFORM FIND-ACCOUNT
                IF WS-SLOT-FOUND
                    SET WS-ACCT-IDX TO WS-SLOT
                    IF WA-PLAN-IN-GOOD-STANDING(WS-ACCT-IDX)
                            AND PS-AGREED-DATE
                                = WA-PLAN-AGREED(WS-ACCT-IDX)
                        MOVE "DIFF" TO DS-FUNCTION
                        MOVE WS-TODAY-YMD TO DS-DATE-1
                        MOVE PS-DUE-DATE TO DS-DATE-2
                        CALL "DATESRV" USING DS-REQUEST
                        MOVE DS-RESULT TO WS-DAYS-LATE
                        IF DS-STATUS = 'Y' AND WS-DAYS-LATE
                                > WA-PLAN-GRACE(WS-ACCT-IDX)
                            SET WA-PLAN-BEHIND(WS-ACCT-IDX) TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-IF.
       OPEN-RUN-OUTPUTS.
            OPEN OUTPUT LETTER-FILE.
            IF WS-LETTER-STATUS NOT = "00"
                DISPLAY "Unable to open dunletters.txt - status "
                    WS-LETTER-STATUS " - nothing dunned."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT DUNNING-REGISTER-FILE.
            IF WS-REGISTER-STATUS NOT = "00"
                DISPLAY "Unable to open ardunreg.txt - status "
                    WS-REGISTER-STATUS " - nothing dunned."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND DUNNING-HISTORY-FILE.
            IF WS-HISTORY-STATUS = "05" OR WS-HISTORY-STATUS = "35"
                OPEN OUTPUT DUNNING-HISTORY-FILE
            END-IF.
            IF WS-HISTORY-STATUS NOT = "00"
      * without the history the cooling-off cannot be kept.
                DISPLAY "Unable to open ardunhist.txt - status "
                    WS-HISTORY-STATUS " - nothing dunned."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND ACCT-CHANGE-LOG-FILE.
            IF WS-CHGLOG-STATUS = "05" OR WS-CHGLOG-STATUS = "35"
                OPEN OUTPUT ACCT-CHANGE-LOG-FILE
            END-IF.
            IF WS-CHGLOG-STATUS NOT = "00"
                DISPLAY "Unable to open acctchglog.txt - status "
                    WS-CHGLOG-STATUS
                    " - hold changes will not be logged."
            END-IF.
            MOVE WS-TODAY-YMD TO RGT-DATE.
            WRITE DUNNING-REGISTER-RECORD FROM WS-RG-RULE.
            WRITE DUNNING-REGISTER-RECORD FROM WS-RG-TITLE.
            WRITE DUNNING-REGISTER-RECORD FROM WS-RG-RULE.
            WRITE DUNNING-REGISTER-RECORD FROM WS-RG-COLUMNS.
       FIND-ACCOUNT.
            MOVE 'N'  TO WS-SLOT-FOUND-FLAG.
            MOVE ZERO TO WS-SLOT.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                        OR WS-SLOT-FOUND
                IF WA-ACCT-NO(WS-ACCT-IDX) = WS-FIND-ACCT
                    SET WS-SLOT-FOUND TO TRUE
                    SET WS-SLOT TO WS-ACCT-IDX
                END-IF
            END-PERFORM.
       DUN-ONE-ACCOUNT.
            ADD 1 TO WS-READ-COUNT.
            IF AB-RUN-DATE NOT = WS-TODAY-YMD
                    AND WS-READ-COUNT = 1
                DISPLAY "arbucket.txt was aged on " AB-RUN-DATE
                    " - not today; letters follow the older aging."
                MOVE 4 TO RETURN-CODE
            END-IF.
            MOVE AB-ACCT-NO TO WS-FIND-ACCT.
            PERFORM FIND-ACCOUNT.
            IF NOT WS-SLOT-FOUND
                ADD 1 TO WS-UNKNOWN-COUNT
            ELSE
                SET WS-ACCT-IDX TO WS-SLOT
                PERFORM SET-DUNNING-LEVEL
                IF WS-NOTHING-OVERDUE
                    IF WA-STATUS(WS-ACCT-IDX) = 'H'
                        PERFORM RELEASE-CREDIT-HOLD
                    END-IF
                ELSE
                    IF WA-PLAN-IN-GOOD-STANDING(WS-ACCT-IDX)
      * the customer is keeping to the plan agreed - no letter and
      * no hold, and a hold already on the account stays as it is.
                        ADD 1 TO WS-ON-PLAN-COUNT
                        MOVE "ON PAYMENT PLAN - IN GOOD STANDING"
                            TO WS-REG-ACTION
                        PERFORM WRITE-REGISTER-LINE
                    ELSE
                        ADD WS-OVERDUE TO WS-OVERDUE-TOTAL
                        PERFORM CHECK-COOLING-OFF
                        IF WS-IN-COOLING-OFF
                            ADD 1 TO WS-COOLING-COUNT
                            MOVE SPACES TO WS-REG-ACTION
                            STRING "COOLING OFF - LAST SENT "
                                WA-LAST-SENT(WS-ACCT-IDX, WS-LEVEL)
                                DELIMITED BY SIZE INTO WS-REG-ACTION
                            PERFORM WRITE-REGISTER-LINE
                        ELSE
                            PERFORM SEND-DUNNING-LETTER
                        END-IF
                        IF WS-FINAL-LEVEL
                                AND WA-STATUS(WS-ACCT-IDX) NOT = 'H'
                                AND WA-STATUS(WS-ACCT-IDX) NOT = 'C'
                            PERFORM PLACE-CREDIT-HOLD
                        END-IF
                    END-IF
                END-IF
            END-IF.
       SET-DUNNING-LEVEL.
      * credit on the account pays down the overdue money first, so
      * an account whose credit covers what is late is not dunned.
            COMPUTE WS-OVERDUE = AB-B1 + AB-B30 + AB-B60 + AB-B90
                - AB-CREDIT.
            EVALUATE TRUE
                WHEN WS-OVERDUE NOT > ZERO
                    MOVE 0 TO WS-LEVEL
                WHEN AB-B60 > ZERO OR AB-B90 > ZERO
                    MOVE 3 TO WS-LEVEL
                WHEN AB-B30 > ZERO
                    MOVE 2 TO WS-LEVEL
                WHEN OTHER
                    MOVE 1 TO WS-LEVEL
            END-EVALUATE.
       CHECK-COOLING-OFF.
            MOVE 'N' TO WS-COOLING-FLAG.
            IF WA-LAST-SENT(WS-ACCT-IDX, WS-LEVEL) NOT = ZERO
                MOVE "DIFF" TO DS-FUNCTION
                MOVE WS-TODAY-YMD TO DS-DATE-1
                MOVE WA-LAST-SENT(WS-ACCT-IDX, WS-LEVEL)
                    TO DS-DATE-2
                CALL "DATESRV" USING DS-REQUEST
                IF DS-STATUS = 'Y'
                    MOVE DS-RESULT TO WS-DAYS-SINCE
                    IF WS-DAYS-SINCE < WS-COOLING-OFF-DAYS
                        SET WS-IN-COOLING-OFF TO TRUE
                    END-IF
                END-IF
            END-IF.
       SEND-DUNNING-LETTER.
            MOVE WS-LEVEL-NAME(WS-LEVEL) TO LTH-LEVEL.
            MOVE WS-TODAY-YMD TO LTH-DATE.
            MOVE WA-CUST-NAME(WS-ACCT-IDX) TO LTA-NAME.
            MOVE AB-ACCT-NO TO LTA-ACCT.
            WRITE LETTER-RECORD FROM WS-LT-RULE.
            WRITE LETTER-RECORD FROM WS-LT-HEADING.
            WRITE LETTER-RECORD FROM WS-LT-RULE.
            WRITE LETTER-RECORD FROM WS-LT-ADDRESS.
            MOVE SPACES TO LETTER-RECORD.
            WRITE LETTER-RECORD.
            EVALUATE WS-LEVEL
                WHEN 1
                    MOVE "Our records show a payment on your account"
                        TO LTT-TEXT
                    WRITE LETTER-RECORD FROM WS-LT-TEXT
                    MOVE "is past due. If you have already sent it,"
                        TO LTT-TEXT
                    WRITE LETTER-RECORD FROM WS-LT-TEXT
                    MOVE "thank you - please disregard this reminder."
                        TO LTT-TEXT
                    WRITE LETTER-RECORD FROM WS-LT-TEXT
                WHEN 2
                    MOVE "We wrote to you about the overdue balance"
                        TO LTT-TEXT
                    WRITE LETTER-RECORD FROM WS-LT-TEXT
                    MOVE "below and have not received payment. Please"
                        TO LTT-TEXT
                    WRITE LETTER-RECORD FROM WS-LT-TEXT
                    MOVE "pay it now or call us to arrange settlement."
                        TO LTT-TEXT
                    WRITE LETTER-RECORD FROM WS-LT-TEXT
                WHEN OTHER
                    MOVE "FINAL DEMAND. The balance below is more than"
                        TO LTT-TEXT
                    WRITE LETTER-RECORD FROM WS-LT-TEXT
                    MOVE "60 days overdue. No further charges will be"
                        TO LTT-TEXT
                    WRITE LETTER-RECORD FROM WS-LT-TEXT
                    MOVE "accepted on your account until it is paid in"
                        TO LTT-TEXT
                    WRITE LETTER-RECORD FROM WS-LT-TEXT
                    MOVE "full."
                        TO LTT-TEXT
                    WRITE LETTER-RECORD FROM WS-LT-TEXT
            END-EVALUATE.
            MOVE SPACES TO LETTER-RECORD.
            WRITE LETTER-RECORD.
            IF AB-B1 > ZERO
                MOVE "1 TO 30 DAYS PAST DUE" TO LTM-LABEL
                MOVE AB-B1 TO LTM-AMOUNT
                WRITE LETTER-RECORD FROM WS-LT-AMOUNT
            END-IF.
            IF AB-B30 > ZERO
                MOVE "31 TO 60 DAYS PAST DUE" TO LTM-LABEL
                MOVE AB-B30 TO LTM-AMOUNT
                WRITE LETTER-RECORD FROM WS-LT-AMOUNT
            END-IF.
            IF AB-B60 > ZERO
                MOVE "61 TO 90 DAYS PAST DUE" TO LTM-LABEL
                MOVE AB-B60 TO LTM-AMOUNT
                WRITE LETTER-RECORD FROM WS-LT-AMOUNT
            END-IF.
            IF AB-B90 > ZERO
                MOVE "OVER 90 DAYS PAST DUE" TO LTM-LABEL
                MOVE AB-B90 TO LTM-AMOUNT
                WRITE LETTER-RECORD FROM WS-LT-AMOUNT
            END-IF.
            IF AB-CREDIT > ZERO
                MOVE "LESS CREDIT ON YOUR ACCOUNT" TO LTM-LABEL
                MOVE AB-CREDIT TO LTM-AMOUNT
                WRITE LETTER-RECORD FROM WS-LT-AMOUNT
            END-IF.
            MOVE "AMOUNT NOW OVERDUE" TO LTM-LABEL.
            MOVE WS-OVERDUE TO LTM-AMOUNT.
            WRITE LETTER-RECORD FROM WS-LT-AMOUNT.
            MOVE SPACES TO LETTER-RECORD.
            WRITE LETTER-RECORD.
            MOVE AB-ACCT-NO   TO DH-ACCT-NO.
            MOVE WS-LEVEL     TO DH-LEVEL.
            MOVE WS-TODAY-YMD TO DH-SENT-DATE.
            MOVE WS-OVERDUE   TO DH-OVERDUE.
            WRITE DUNNING-HISTORY-RECORD.
            MOVE WS-TODAY-YMD TO WA-LAST-SENT(WS-ACCT-IDX, WS-LEVEL).
            ADD 1 TO WS-SENT-COUNT.
            ADD 1 TO WS-LEVEL-COUNT(WS-LEVEL).
            MOVE SPACES TO WS-REG-ACTION.
            STRING WS-LEVEL-NAME(WS-LEVEL) DELIMITED BY "  "
                " SENT" DELIMITED BY SIZE INTO WS-REG-ACTION.
            PERFORM WRITE-REGISTER-LINE.
       PLACE-CREDIT-HOLD.
            PERFORM BUILD-BEFORE-IMAGE.
            MOVE 'H' TO WA-STATUS(WS-ACCT-IDX).
            PERFORM BUILD-AFTER-IMAGE.
            MOVE 'H' TO WS-CHANGE-ACTION.
            PERFORM LOG-ACCOUNT-CHANGE.
            SET WS-MASTER-IS-CHANGED TO TRUE.
            ADD 1 TO WS-HOLD-COUNT.
            MOVE "PLACED ON CREDIT HOLD" TO WS-REG-ACTION.
            PERFORM WRITE-REGISTER-LINE.
       RELEASE-CREDIT-HOLD.
            PERFORM BUILD-BEFORE-IMAGE.
            MOVE 'O' TO WA-STATUS(WS-ACCT-IDX).
            PERFORM BUILD-AFTER-IMAGE.
            MOVE 'R' TO WS-CHANGE-ACTION.
            PERFORM LOG-ACCOUNT-CHANGE.
            SET WS-MASTER-IS-CHANGED TO TRUE.
            ADD 1 TO WS-RELEASE-COUNT.
            MOVE "OVERDUE CLEARED - CREDIT HOLD RELEASED"
                TO WS-REG-ACTION.
            PERFORM WRITE-REGISTER-LINE.
       WRITE-REGISTER-LINE.
            MOVE AB-ACCT-NO                TO RGD-ACCT.
            MOVE WA-CUST-NAME(WS-ACCT-IDX) TO RGD-NAME.
            MOVE WS-OVERDUE                TO RGD-OVERDUE.
            MOVE WS-LEVEL                  TO RGD-LEVEL.
            MOVE WS-REG-ACTION             TO RGD-ACTION.
            WRITE DUNNING-REGISTER-RECORD FROM WS-RG-DETAIL.
       WRITE-REGISTER-TOTALS.
            WRITE DUNNING-REGISTER-RECORD FROM WS-RG-RULE.
            MOVE WS-SENT-COUNT     TO RGS-SENT.
            MOVE WS-LEVEL-COUNT(1) TO RGS-LEVEL-1.
            MOVE WS-LEVEL-COUNT(2) TO RGS-LEVEL-2.
            MOVE WS-LEVEL-COUNT(3) TO RGS-LEVEL-3.
            WRITE DUNNING-REGISTER-RECORD FROM WS-RG-TOTAL.
            MOVE WS-COOLING-COUNT  TO RGS-COOLING.
            MOVE WS-HOLD-COUNT     TO RGS-HOLDS.
            MOVE WS-RELEASE-COUNT  TO RGS-RELEASES.
            MOVE WS-ON-PLAN-COUNT  TO RGS-ON-PLAN.
            WRITE DUNNING-REGISTER-RECORD FROM WS-RG-TOTAL-2.
            MOVE WS-OVERDUE-TOTAL  TO RGS-OVERDUE.
            WRITE DUNNING-REGISTER-RECORD FROM WS-RG-TOTAL-3.
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
            IF WS-CHGLOG-STATUS = "00"
                ACCEPT WS-CHGLOG-RUN-DATE FROM DATE
                MOVE "20"          TO ACL-DATE(1:2)
                MOVE WS-CHGLOG-YY  TO ACL-DATE(3:2)
                MOVE WS-CHGLOG-MM  TO ACL-DATE(5:2)
                MOVE WS-CHGLOG-DD  TO ACL-DATE(7:2)
                MOVE WS-CHANGE-ACTION TO ACL-ACTION
                MOVE WA-ACCT-NO(WS-ACCT-IDX) TO ACL-ACCT-NO
                MOVE WS-BEFORE-IMAGE  TO ACL-BEFORE-IMAGE
                MOVE WS-AFTER-IMAGE   TO ACL-AFTER-IMAGE
                WRITE ACCT-CHANGE-LOG-RECORD
            END-IF.
       SAVE-ACCT-MASTER.
            OPEN OUTPUT ACCOUNT-MASTER-FILE.
            IF WS-ACCT-MASTER-STATUS NOT = "00"
                DISPLAY "*** Unable to rewrite acctmast.txt - status "
                    WS-ACCT-MASTER-STATUS " - credit hold changes "
                    "are logged but NOT on the master ***"
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
       END PROGRAM AR-DUNNING.
