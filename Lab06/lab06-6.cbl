      *     period and stops when the period changes instead of
      *     reading the whole history front to back - the stub run
      *     stops getting slower every month.
      *   - Each earnings line the run paid (payearnhist.txt, with
      *     the description from the earnings code master
      *     earncode.txt) now prints on the stub between base pay
      *     and overtime, and base pay is shown net of them.
      *   - Expense claim reimbursements paid by the run print as
      *     earnings lines described from the expense category file
      *     (expcat.txt).
      *   - Each stub now opens with the employee's mailing block
      *     from addrmast.txt (through ADDRSRV); stubs with no
      *     address on file are counted at the end of the run.
      *   - Every stub printed is logged to the salary data access
      *     log (salaccess.txt, layout ACCESSLG) with the operator
      *     from opsession.txt; the run refuses to print stubs it
      *     cannot log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-STUB.
           SELECT ACCESS-CODE-FILE ASSIGN TO "accesscode.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCESS-FILE-STATUS.
           SELECT EARN-HISTORY-FILE ASSIGN TO "payearnhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EARNHIST-STATUS.
           SELECT EXPENSE-CATEGORY-FILE ASSIGN TO "expcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPCAT-STATUS.
           SELECT EARN-CODE-FILE ASSIGN TO "earncode.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EARN-CODE-STATUS.
           SELECT OP-SESSION-FILE ASSIGN TO "opsession.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPSESSION-STATUS.
           SELECT SALARY-ACCESS-FILE ASSIGN TO "salaccess.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALARY-ACCESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PAY-HISTORY-FILE.
       FD ACCESS-CODE-FILE.
       01 ACCESS-CODE-RECORD.
           05 AC-CODE      PIC X(6).
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
       FD OP-SESSION-FILE.
       01 OP-SESSION-RECORD.
           05 OPS-OPERATOR PIC X(8).
       FD SALARY-ACCESS-FILE.
       COPY ACCESSLG.
       WORKING-STORAGE SECTION.
       COPY ADDRREQ.
       01 WS-PAYHIST-STATUS       PIC X(2).
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-YTD-STATUS           PIC X(2).
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-SALARY-ACCESS-STATUS PIC X(2).
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-NOW-RAW              PIC 9(8).
       01 WS-UNATTENDED-FLAG      PIC A(1)  VALUE 'N'.
           88 WS-UNATTENDED                 VALUE 'Y'.
       01 WS-SELECTED-PERIOD      PIC X(6).
       01 WS-STUB-COUNT           PIC 9(5)  VALUE ZERO.
       01 WS-NO-ADDRESS-COUNT     PIC 9(5)  VALUE ZERO.
       01 WS-LINE-SUB             PIC 9(1).
       01 WS-BASE-PAY             PIC 9(9)V99.
       01 WS-EARNHIST-STATUS      PIC X(2).
       01 WS-EARN-CODE-STATUS     PIC X(2).
       01 WS-EXPCAT-STATUS        PIC X(2).
       01 WS-EARN-EOF-FLAG        PIC A(1)  VALUE 'N'.
           88 WS-EARN-END-OF-FILE           VALUE 'Y'.
       01 WS-EARN-CODE-COUNT      PIC 9(2)  VALUE ZERO.
       01 WS-EARN-CODE-TABLE.
           05 WS-EARN-CODE-ENTRY OCCURS 30 TIMES
                   INDEXED BY WS-ERC-IDX.
               10 WS-ER-CODE      PIC X(4).
               10 WS-ER-DESC      PIC X(20).
       01 WS-EARN-LINE-COUNT      PIC 9(3)  VALUE ZERO.
       01 WS-EARN-LINE-TABLE.
           05 WS-EARN-LINE-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-ERN-IDX.
               10 WS-EL-EMP-ID    PIC X(6).
               10 WS-EL-CODE      PIC X(4).
               10 WS-EL-AMOUNT    PIC 9(7)V99.
       01 WS-EMP-EARNINGS         PIC 9(9)V99.
       01 WS-ACCESS-FILE-STATUS PIC X(2).
       01 WS-ACCESS-CODE        PIC X(6)  VALUE "000000".
       01 WS-ACCESS-ENTRY       PIC X(6).
               10 FILLER PIC X(12) VALUE SPACE.
               10 FILLER PIC X(16) VALUE "PAY STUB".
               10 FILLER PIC X(12) VALUE SPACE.
           05 WS-STUB-MAIL-LINE.
               10 FILLER           PIC X(4)  VALUE SPACE.
               10 STUB-MAIL        PIC X(40).
           05 WS-STUB-PERIOD-LINE.
               10 FILLER           PIC X(15) VALUE "Pay Period   : ".
               10 STUB-PERIOD      PIC X(6).
           05 WS-STUB-BASE-LINE.
               10 FILLER           PIC X(15) VALUE "Base Pay     : ".
               10 STUB-BASE-PAY    PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-STUB-EARN-LINE.
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 STUB-EARN-DESC   PIC X(11).
               10 FILLER           PIC X(2)  VALUE ": ".
               10 STUB-EARN-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-STUB-OT-LINE.
               10 FILLER           PIC X(15) VALUE "Overtime Pay : ".
               10 STUB-OT-PAY      PIC ZZZ,ZZZ,ZZ9.99.
                    WS-YTD-STATUS " - YTD figure will show zero."
            END-IF.

            PERFORM LOAD-EARNINGS-DETAIL.

            OPEN OUTPUT STUB-FILE.
            IF WS-STUB-STATUS NOT = "00"
                DISPLAY "Unable to open paystubs.txt - status "
                STOP RUN
            END-IF.

      * one access log row per stub printed - the log stays open for
      * the run rather than being reopened for every employee.
            ACCEPT WS-TODAY-RAW FROM DATE.
            COMPUTE WS-TODAY =
                20000000 + (WS-TODAY-YY * 10000)
                    + (WS-TODAY-MM * 100) + WS-TODAY-DD.
            OPEN EXTEND SALARY-ACCESS-FILE.
            IF WS-SALARY-ACCESS-STATUS = "05"
                    OR WS-SALARY-ACCESS-STATUS = "35"
                OPEN OUTPUT SALARY-ACCESS-FILE
            END-IF.
            IF WS-SALARY-ACCESS-STATUS NOT = "00"
                DISPLAY "Unable to open salaccess.txt - status "
                    WS-SALARY-ACCESS-STATUS " - stubs not produced."
                CLOSE STUB-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE WS-SELECTED-PERIOD TO PH-PERIOD-ID.
            MOVE LOW-VALUES TO PH-EMP-ID.
            START PAY-HISTORY-FILE
                CLOSE YTD-MASTER-FILE
            END-IF.
            CLOSE STUB-FILE.
            CLOSE SALARY-ACCESS-FILE.

            DISPLAY "Pay stubs written for period "
                WS-SELECTED-PERIOD ": " WS-STUB-COUNT.
            IF WS-STUB-COUNT = ZERO
                DISPLAY "No pay history found for that period."
            END-IF.
            IF WS-NO-ADDRESS-COUNT > ZERO
                DISPLAY "Stubs with no address on addrmast.txt: "
                    WS-NO-ADDRESS-COUNT
            END-IF.
            MOVE ZERO TO RETURN-CODE.
            STOP RUN.
       CHECK-UNATTENDED.
                DISPLAY "Job-plan run detected (opsession.txt) - "
                    "running with no prompts."
            END-IF.
       LOG-SALARY-ACCESS.
            ACCEPT WS-NOW-RAW FROM TIME.
            MOVE SPACES              TO SALARY-ACCESS-RECORD.
            MOVE WS-TODAY            TO SA-DATE.
            MOVE WS-NOW-RAW(1:6)     TO SA-TIME.
            MOVE WS-SESSION-OPERATOR TO SA-OPERATOR.
            MOVE "lab06-6"           TO SA-PROGRAM.
            MOVE PH-EMP-ID           TO SA-EMP-ID.
            MOVE "STUB"              TO SA-ACTION.
            WRITE SALARY-ACCESS-RECORD.
       LOAD-PAY-PERIOD.
            OPEN INPUT PERIOD-CONTROL-FILE.
            IF WS-PERIOD-STATUS = "00"
            END-IF.
       WRITE-ONE-STUB.
            ADD 1 TO WS-STUB-COUNT.
            PERFORM LOG-SALARY-ACCESS.
            IF WS-STUB-COUNT > 1
                WRITE STUB-RECORD FROM WS-FORM-FEED
            END-IF.
                NOT INVALID KEY
                    MOVE EMP-DEP TO STUB-DEPT
            END-READ.
            MOVE ZERO TO WS-EMP-EARNINGS.
            PERFORM VARYING WS-ERN-IDX FROM 1 BY 1
                    UNTIL WS-ERN-IDX > WS-EARN-LINE-COUNT
                IF WS-EL-EMP-ID(WS-ERN-IDX) = PH-EMP-ID
                    ADD WS-EL-AMOUNT(WS-ERN-IDX) TO WS-EMP-EARNINGS
                END-IF
            END-PERFORM.
            COMPUTE WS-BASE-PAY =
                PH-GROSS-PAY - PH-OT-PAY - WS-EMP-EARNINGS.
            MOVE WS-BASE-PAY   TO STUB-BASE-PAY.
            MOVE PH-OT-PAY     TO STUB-OT-PAY.
            MOVE PH-GROSS-PAY  TO STUB-GROSS-PAY.
            WRITE STUB-RECORD FROM WS-STUB-RULE.
            WRITE STUB-RECORD FROM WS-STUB-TITLE.
            WRITE STUB-RECORD FROM WS-STUB-RULE.
            PERFORM WRITE-MAILING-BLOCK.
            WRITE STUB-RECORD FROM WS-STUB-PERIOD-LINE.
            WRITE STUB-RECORD FROM WS-STUB-ID-LINE.
            WRITE STUB-RECORD FROM WS-STUB-NAME-LINE.
            WRITE STUB-RECORD FROM WS-STUB-DEPT-LINE.
            WRITE STUB-RECORD FROM WS-STUB-BASE-LINE.
            PERFORM VARYING WS-ERN-IDX FROM 1 BY 1
                    UNTIL WS-ERN-IDX > WS-EARN-LINE-COUNT
                IF WS-EL-EMP-ID(WS-ERN-IDX) = PH-EMP-ID
                    PERFORM WRITE-EARNINGS-LINE
                END-IF
            END-PERFORM.
            WRITE STUB-RECORD FROM WS-STUB-OT-LINE.
            WRITE STUB-RECORD FROM WS-STUB-GROSS-LINE.
            WRITE STUB-RECORD FROM WS-STUB-YTD-LINE.
            WRITE STUB-RECORD FROM WS-STUB-RULE.
       WRITE-MAILING-BLOCK.
            MOVE PH-EMP-ID   TO AR-EMP-ID.
            MOVE PH-EMP-NAME TO AR-NAME.
            CALL "ADDRSRV" USING AR-REQUEST.
            IF NOT AR-ADDRESS-FOUND
                ADD 1 TO WS-NO-ADDRESS-COUNT
            END-IF.
            PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                    UNTIL WS-LINE-SUB > 4
                MOVE AR-MAIL-LINE(WS-LINE-SUB) TO STUB-MAIL
                WRITE STUB-RECORD FROM WS-STUB-MAIL-LINE
            END-PERFORM.
            MOVE SPACES TO STUB-RECORD.
            WRITE STUB-RECORD.
       WRITE-EARNINGS-LINE.
            MOVE WS-EL-CODE(WS-ERN-IDX) TO STUB-EARN-DESC.
            PERFORM VARYING WS-ERC-IDX FROM 1 BY 1
                    UNTIL WS-ERC-IDX > WS-EARN-CODE-COUNT
                IF WS-ER-CODE(WS-ERC-IDX) = WS-EL-CODE(WS-ERN-IDX)
                    MOVE WS-ER-DESC(WS-ERC-IDX) TO STUB-EARN-DESC
                END-IF
            END-PERFORM.
            MOVE WS-EL-AMOUNT(WS-ERN-IDX) TO STUB-EARN-AMOUNT.
            WRITE STUB-RECORD FROM WS-STUB-EARN-LINE.
       LOAD-EARNINGS-DETAIL.
      * the period's earnings lines and the code descriptions are
      * held in tables so each stub does not re-read the history.
            OPEN INPUT EARN-CODE-FILE.
            IF WS-EARN-CODE-STATUS = "00"
                PERFORM UNTIL WS-EARN-END-OF-FILE
                    READ EARN-CODE-FILE
                        AT END
                            SET WS-EARN-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-EARN-CODE-COUNT < 30
                                ADD 1 TO WS-EARN-CODE-COUNT
                                SET WS-ERC-IDX TO WS-EARN-CODE-COUNT
                                MOVE ER-CODE TO
                                    WS-ER-CODE(WS-ERC-IDX)
                                MOVE ER-DESC TO
                                    WS-ER-DESC(WS-ERC-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EARN-CODE-FILE
                MOVE 'N' TO WS-EARN-EOF-FLAG
            END-IF.
      * expense claim categories are paid as earnings lines under
      * the category code.
            OPEN INPUT EXPENSE-CATEGORY-FILE.
            IF WS-EXPCAT-STATUS = "00"
                PERFORM UNTIL WS-EARN-END-OF-FILE
                    READ EXPENSE-CATEGORY-FILE
                        AT END
                            SET WS-EARN-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-EARN-CODE-COUNT < 30
                                ADD 1 TO WS-EARN-CODE-COUNT
                                SET WS-ERC-IDX TO WS-EARN-CODE-COUNT
                                MOVE XK-CATEGORY TO
                                    WS-ER-CODE(WS-ERC-IDX)
                                MOVE XK-DESCRIPTION TO
                                    WS-ER-DESC(WS-ERC-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EXPENSE-CATEGORY-FILE
                MOVE 'N' TO WS-EARN-EOF-FLAG
            END-IF.
            OPEN INPUT EARN-HISTORY-FILE.
            IF WS-EARNHIST-STATUS = "00"
                PERFORM UNTIL WS-EARN-END-OF-FILE
                    READ EARN-HISTORY-FILE
                        AT END
                            SET WS-EARN-END-OF-FILE TO TRUE
                        NOT AT END
                            IF EH-PERIOD-ID = WS-SELECTED-PERIOD
                                PERFORM ADD-EARNINGS-DETAIL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EARN-HISTORY-FILE
                MOVE 'N' TO WS-EARN-EOF-FLAG
            END-IF.
       ADD-EARNINGS-DETAIL.
            IF WS-EARN-LINE-COUNT < 300
                ADD 1 TO WS-EARN-LINE-COUNT
                SET WS-ERN-IDX TO WS-EARN-LINE-COUNT
                MOVE EH-EMP-ID TO WS-EL-EMP-ID(WS-ERN-IDX)
                MOVE EH-CODE   TO WS-EL-CODE(WS-ERN-IDX)
                MOVE EH-AMOUNT TO WS-EL-AMOUNT(WS-ERN-IDX)
            ELSE
                DISPLAY "More than 300 earnings lines in the "
                    "period - extra line left off the stubs."
            END-IF.
       LOAD-ACCESS-CODE.
            OPEN INPUT ACCESS-CODE-FILE.
            IF WS-ACCESS-FILE-STATUS = "00"
