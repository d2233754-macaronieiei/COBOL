      *          trailer-count verification the other interfaces get.
      * Tectonics: cobc
      * Modifications:
      *   - Net pay can now be split across several accounts, so
      *     bankpay.txt carries one detail per account line. Each
      *     line is matched on its own, and the account number is
      *     part of the match when the bank returns it (after the
      *     reason), so two lines of the same amount for the same
      *     employee cannot be crossed. The report shows the
      *     account for every line, and a rejected line re-issues
      *     only that line's amount.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RETURN.
               88 RT-ACCEPTED          VALUE 'A'.
               88 RT-REJECTED          VALUE 'R'.
           05 RT-REASON        PIC X(20).
           05 RT-ACCOUNT-NO    PIC X(10).
       FD BANK-PAYMENT-FILE.
       01 BANK-PAYMENT-RECORD.
           05 BP-TYPE          PIC X(1).
       01 WS-PERIOD-ID          PIC X(6)  VALUE "000000".
       01 WS-SENT-COUNT         PIC 9(3)  VALUE ZERO.
       01 WS-SENT-TABLE.
           05 WS-SENT-ENTRY OCCURS 600 TIMES
                   INDEXED BY WS-SENT-IDX.
               10 WS-SENT-EMP-ID  PIC X(6).
               10 WS-SENT-NAME    PIC X(15).
               10 WS-SENT-ACCOUNT PIC X(10).
               10 WS-SENT-AMOUNT  PIC 9(9)V99.
               10 WS-SENT-STATE   PIC X(1).
       01 WS-MATCH-FIELDS.
               10 FILLER PIC X(1)  VALUE SPACE.
               10 FILLER PIC X(15) VALUE "NAME".
               10 FILLER PIC X(1)  VALUE SPACE.
               10 FILLER PIC X(10) VALUE "ACCOUNT".
               10 FILLER PIC X(1)  VALUE SPACE.
               10 FILLER PIC X(14) VALUE "        AMOUNT".
               10 FILLER PIC X(1)  VALUE SPACE.
               10 FILLER PIC X(8)  VALUE "STATUS".
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 RPD-NAME     PIC X(15).
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 RPD-ACCOUNT  PIC X(10).
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 RPD-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 RPD-STATUS   PIC X(8).
                        SET WS-SENT-END-OF-FILE TO TRUE
                    NOT AT END
                        IF BP-IS-DETAIL
                            IF WS-SENT-COUNT < 600
                                ADD 1 TO WS-SENT-COUNT
                                SET WS-SENT-IDX TO WS-SENT-COUNT
                                MOVE BP-EMP-ID TO
                                    WS-SENT-EMP-ID(WS-SENT-IDX)
                                MOVE BP-NAME TO
                                    WS-SENT-NAME(WS-SENT-IDX)
                                MOVE BP-ACCOUNT-NO TO
                                    WS-SENT-ACCOUNT(WS-SENT-IDX)
                                MOVE BP-AMOUNT TO
                                    WS-SENT-AMOUNT(WS-SENT-IDX)
                                MOVE 'N' TO
                                    WS-SENT-STATE(WS-SENT-IDX)
                            ELSE
                                DISPLAY "bankpay.txt has more than "
                                    "600 details - extra detail "
                                    "ignored"
                            END-IF
                        END-IF
                IF WS-SENT-EMP-ID(WS-SENT-IDX) = RT-EMP-ID
                        AND WS-SENT-AMOUNT(WS-SENT-IDX) = RT-AMOUNT
                        AND WS-SENT-STATE(WS-SENT-IDX) = 'N'
                        AND (RT-ACCOUNT-NO = SPACES
                        OR RT-ACCOUNT-NO
                            = WS-SENT-ACCOUNT(WS-SENT-IDX))
                    SET WS-SENT-MATCHED TO TRUE
                    SET WS-MATCH-SLOT TO WS-SENT-IDX
                END-IF
                MOVE SPACES TO WS-RPT-DETAIL
                MOVE RT-EMP-ID TO RPD-EMP-ID
                MOVE SPACES    TO RPD-NAME
                MOVE RT-ACCOUNT-NO TO RPD-ACCOUNT
                MOVE RT-AMOUNT TO RPD-AMOUNT
                MOVE "NOMATCH"  TO RPD-STATUS
                MOVE "Not in bankpay.txt" TO RPD-REASON
                    MOVE SPACES TO WS-RPT-DETAIL
                    MOVE RT-EMP-ID TO RPD-EMP-ID
                    MOVE WS-SENT-NAME(WS-SENT-IDX) TO RPD-NAME
                    MOVE WS-SENT-ACCOUNT(WS-SENT-IDX)
                        TO RPD-ACCOUNT
                    MOVE RT-AMOUNT TO RPD-AMOUNT
                    MOVE "REJECTED" TO RPD-STATUS
                    MOVE RT-REASON  TO RPD-REASON
                    MOVE SPACES TO WS-RPT-DETAIL
                    MOVE WS-SENT-EMP-ID(WS-SENT-IDX) TO RPD-EMP-ID
                    MOVE WS-SENT-NAME(WS-SENT-IDX)   TO RPD-NAME
                    MOVE WS-SENT-ACCOUNT(WS-SENT-IDX)
                        TO RPD-ACCOUNT
                    MOVE WS-SENT-AMOUNT(WS-SENT-IDX) TO RPD-AMOUNT
                    MOVE "NOREPLY "  TO RPD-STATUS
                    MOVE "No return record" TO RPD-REASON
