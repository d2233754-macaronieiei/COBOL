      *          and rewritten at the end of the run.
      * Tectonics: cobc
      * Modifications:
      *   - Account status H (credit hold) recognized - placed and
      *     released by the dunning run; (R)eopen releases a hold by
      *     hand.
      *   - Added the finance charge exemption flag (AM-FC-EXEMPT):
      *     asked for on add and change, shown on the account display
      *     and carried in the change log images.
      *   - Account status W (written off) recognized - set by the
      *     write-off approval (arwrtoff); (R)eopen says the write-
      *     off stands.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-MAINTENANCE.
           05 AM-STATUS       PIC X(1).
               88 AM-IS-OPEN          VALUE 'O' ' '.
               88 AM-IS-CLOSED        VALUE 'C'.
               88 AM-ON-CREDIT-HOLD   VALUE 'H'.
               88 AM-WRITTEN-OFF      VALUE 'W'.
           05 AM-FC-EXEMPT    PIC X(1).
               88 AM-FC-IS-EXEMPT     VALUE 'Y'.
       FD ACCT-CHANGE-LOG-FILE.
       01 ACCT-CHANGE-LOG-RECORD.
           05 ACL-DATE          PIC X(8).
           05 ACL-ACTION        PIC X(1).
           05 ACL-ACCT-NO       PIC 9(6).
           05 ACL-BEFORE-IMAGE  PIC X(38).
           05 ACL-AFTER-IMAGE   PIC X(38).
       WORKING-STORAGE SECTION.
       01 WS-ACCT-MASTER-STATUS PIC X(2).
       01 WS-CHGLOG-STATUS      PIC X(2).
               10 WA-CUST-NAME PIC X(20).
               10 WA-BALANCE   PIC S9(7)V99.
               10 WA-STATUS    PIC X(1).
               10 WA-FC-EXEMPT PIC X(1).
       01 WS-LOOKUP-FIELDS.
           05 WS-ENTRY-ACCT-X    PIC X(6).
           05 WS-ENTRY-ACCT      PIC 9(6).
           05 WS-ENTRY-BAL       PIC S9(7)V99.
           05 WS-ENTRY-SIGN      PIC X(1).
           05 WS-ENTRY-STATUS    PIC X(1).
           05 WS-ENTRY-EXEMPT    PIC X(1).
           05 WS-BAL-INT         PIC X(7).
           05 WS-BAL-FRAC        PIC X(2).
           05 WS-BAL-INT-N       PIC 9(7).
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
           05 WS-CHANGE-ACTION   PIC X(1).
       01 WS-CHGLOG-RUN-DATE.
           05 WS-CHGLOG-YY PIC 99.
                                    WA-BALANCE(WS-ACCT-IDX)
                                MOVE AM-STATUS TO
                                    WA-STATUS(WS-ACCT-IDX)
                                MOVE AM-FC-EXEMPT TO
                                    WA-FC-EXEMPT(WS-ACCT-IDX)
                            ELSE
                                DISPLAY "Account table full - "
                                    "record dropped: " AM-ACCT-NO
                    MOVE WA-BALANCE(WS-ACCT-IDX)
                        TO AM-OPEN-BALANCE
                    MOVE WA-STATUS(WS-ACCT-IDX) TO AM-STATUS
                    MOVE WA-FC-EXEMPT(WS-ACCT-IDX) TO AM-FC-EXEMPT
                    WRITE ACCOUNT-MASTER-RECORD
                END-PERFORM
                CLOSE ACCOUNT-MASTER-FILE
            IF NOT WS-BAL-IS-VALID
                DISPLAY "Balance must be numeric."
            END-IF.
       ACCEPT-EXEMPT-FLAG.
      * anything but Y leaves the account open to finance charges.
            DISPLAY "Exempt from finance charges (Y/N): ".
            ACCEPT WS-ENTRY-EXEMPT.
            IF WS-ENTRY-EXEMPT = 'y'
                MOVE 'Y' TO WS-ENTRY-EXEMPT
            END-IF.
            IF WS-ENTRY-EXEMPT NOT = 'Y'
                MOVE 'N' TO WS-ENTRY-EXEMPT
            END-IF.
       WALK-WHOLE-NUMBER.
      * a whole number arrives left-justified; the digits are
      * walked up to the first space, the way the leave entry
                    DISPLAY "Customer name: "
                    ACCEPT WS-ENTRY-NAME
                    PERFORM ACCEPT-BALANCE
                    PERFORM ACCEPT-EXEMPT-FLAG
                    IF WS-BAL-IS-VALID
                        IF WS-ACCT-COUNT >= 200
                            DISPLAY "Account table full - not "
                                TO WA-BALANCE(WS-ACCT-IDX)
                            MOVE 'O'
                                TO WA-STATUS(WS-ACCT-IDX)
                            MOVE WS-ENTRY-EXEMPT
                                TO WA-FC-EXEMPT(WS-ACCT-IDX)
                            MOVE SPACES TO WS-BEFORE-IMAGE
                            PERFORM BUILD-AFTER-IMAGE
                            MOVE 'A' TO WS-CHANGE-ACTION
                DISPLAY "Customer name: "
                ACCEPT WS-ENTRY-NAME
                PERFORM ACCEPT-BALANCE
                PERFORM ACCEPT-EXEMPT-FLAG
                IF WS-BAL-IS-VALID
                    MOVE WS-ENTRY-NAME
                        TO WA-CUST-NAME(WS-ACCT-IDX)
                    MOVE WS-ENTRY-BAL
                        TO WA-BALANCE(WS-ACCT-IDX)
                    MOVE WS-ENTRY-EXEMPT
                        TO WA-FC-EXEMPT(WS-ACCT-IDX)
                    PERFORM BUILD-AFTER-IMAGE
                    MOVE 'C' TO WS-CHANGE-ACTION
                    PERFORM LOG-ACCOUNT-CHANGE
                PERFORM BUILD-AFTER-IMAGE
                MOVE 'C' TO WS-CHANGE-ACTION
                PERFORM LOG-ACCOUNT-CHANGE
                EVALUATE WS-BI-STATUS
                    WHEN 'H'
                        DISPLAY "Account " WS-ENTRY-ACCT " released "
                            "from credit hold."
                    WHEN 'W'
                        DISPLAY "Account " WS-ENTRY-ACCT " reopened "
                            "- the amount written off stays written "
                            "off; receipts are no longer recoveries."
                    WHEN OTHER
                        DISPLAY "Account " WS-ENTRY-ACCT " reopened."
                END-EVALUATE
            END-IF.
       SHOW-ACCOUNTS.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                DISPLAY "  " WA-ACCT-NO(WS-ACCT-IDX) "  "
                    WA-CUST-NAME(WS-ACCT-IDX) "  status "
                    WA-STATUS(WS-ACCT-IDX) "  fin-chg exempt "
                    WA-FC-EXEMPT(WS-ACCT-IDX)
            END-PERFORM.
            IF WS-ACCT-COUNT = ZERO
                DISPLAY "No accounts on file."
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
       OPEN-CHANGE-LOG.
            OPEN EXTEND ACCT-CHANGE-LOG-FILE.
            IF WS-CHGLOG-STATUS = "05" OR WS-CHGLOG-STATUS = "35"
