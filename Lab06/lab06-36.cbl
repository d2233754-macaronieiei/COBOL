      *          passed off as the original run document.
      * Tectonics: cobc
      * Modifications:
      *   - Earnings lines from payearnhist.txt print under each
      *     employee as they do on the live register, described
      *     from the earnings code master (earncode.txt); base pay
      *     is shown net of them.
      *   - Expense claim reimbursements print as earnings lines
      *     described from the expense category file (expcat.txt), as
      *     on the live register.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTER-REPRINT.
           SELECT DED-HISTORY-FILE ASSIGN TO "paydedhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEDHIST-STATUS.
           SELECT EARN-HISTORY-FILE ASSIGN TO "payearnhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EARNHIST-STATUS.
           SELECT EXPENSE-CATEGORY-FILE ASSIGN TO "expcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPCAT-STATUS.
           SELECT EARN-CODE-FILE ASSIGN TO "earncode.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EARN-CODE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           05 DH-EMP-ID        PIC X(6).
           05 DH-DED-CODE      PIC X(4).
           05 DH-DED-AMOUNT    PIC 9(7)V99.
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
       FD EMPLOYEE-FILE.
       COPY EMPREC.
       FD RUN-CALENDAR-FILE.
       01 WS-PAYHIST-STATUS       PIC X(2).
       01 WS-DEDHIST-STATUS       PIC X(2).
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-EARNHIST-STATUS      PIC X(2).
       01 WS-EARN-CODE-STATUS     PIC X(2).
       01 WS-EXPCAT-STATUS        PIC X(2).
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
       01 WS-RUNCAL-STATUS        PIC X(2).
       01 WS-REPRINT-STATUS       PIC X(2).
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
               10 WS-RW-DEP      PIC X(10).
               10 WS-RW-BASE     PIC 9(9)V99.
               10 WS-RW-OT       PIC 9(7)V99.
               10 WS-RW-EARN     PIC 9(9)V99.
               10 WS-RW-TAX      PIC 9(7)V99.
               10 WS-RW-DED      PIC 9(7)V99.
               10 WS-RW-NET      PIC 9(9)V99.
               10 RGD-DEDUCT   PIC ZZZ,ZZ9.99.
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 RGD-NET      PIC ZZ,ZZZ,ZZ9.99.
           05 WS-REG-EARN-LINE.
               10 FILLER       PIC X(9)  VALUE SPACE.
               10 RGE-CODE     PIC X(4).
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 RGE-DESC     PIC X(18).
               10 RGE-AMOUNT   PIC ZZ,ZZZ,ZZ9.99.
           05 WS-REG-SUBTOTAL.
               10 FILLER       PIC X(14) VALUE "  Subtotal for".
               10 FILLER       PIC X(1)  VALUE SPACE.
                STOP RUN
            END-IF.

            PERFORM LOAD-EARNINGS-DETAIL.
            PERFORM LOAD-PERIOD-DETAIL.
            IF WS-ROW-COUNT = ZERO
                DISPLAY "No pay history for period "
            SET WS-ROW-IDX TO WS-ROW-COUNT.
            MOVE PH-EMP-ID   TO WS-RW-EMP-ID(WS-ROW-IDX).
            MOVE PH-EMP-NAME TO WS-RW-NAME(WS-ROW-IDX).
            MOVE ZERO TO WS-RW-EARN(WS-ROW-IDX).
            PERFORM VARYING WS-ERN-IDX FROM 1 BY 1
                    UNTIL WS-ERN-IDX > WS-EARN-LINE-COUNT
                IF WS-EL-EMP-ID(WS-ERN-IDX) = PH-EMP-ID
                    ADD WS-EL-AMOUNT(WS-ERN-IDX)
                        TO WS-RW-EARN(WS-ROW-IDX)
                END-IF
            END-PERFORM.
            COMPUTE WS-RW-BASE(WS-ROW-IDX) =
                PH-GROSS-PAY - PH-OT-PAY - WS-RW-EARN(WS-ROW-IDX).
            MOVE PH-OT-PAY       TO WS-RW-OT(WS-ROW-IDX).
            MOVE PH-TAX-WITHHELD TO WS-RW-TAX(WS-ROW-IDX).
            MOVE PH-DEDUCTIONS   TO WS-RW-DED(WS-ROW-IDX).
            MOVE WS-RW-DED(WS-ROW-IDX)    TO RGD-DEDUCT.
            MOVE WS-RW-NET(WS-ROW-IDX)    TO RGD-NET.
            WRITE REPRINT-RECORD FROM WS-REG-DETAIL.
            PERFORM VARYING WS-ERN-IDX FROM 1 BY 1
                    UNTIL WS-ERN-IDX > WS-EARN-LINE-COUNT
                IF WS-EL-EMP-ID(WS-ERN-IDX)
                        = WS-RW-EMP-ID(WS-ROW-IDX)
                    PERFORM WRITE-ONE-EARNING
                END-IF
            END-PERFORM.
            COMPUTE WS-DEPT-SUBTOTAL =
                WS-DEPT-SUBTOTAL + WS-RW-BASE(WS-ROW-IDX)
                    + WS-RW-OT(WS-ROW-IDX) + WS-RW-EARN(WS-ROW-IDX).
       WRITE-ONE-EARNING.
            MOVE WS-EL-CODE(WS-ERN-IDX) TO RGE-CODE.
            MOVE SPACES TO RGE-DESC.
            PERFORM VARYING WS-ERC-IDX FROM 1 BY 1
                    UNTIL WS-ERC-IDX > WS-EARN-CODE-COUNT
                IF WS-ER-CODE(WS-ERC-IDX) = WS-EL-CODE(WS-ERN-IDX)
                    MOVE WS-ER-DESC(WS-ERC-IDX) TO RGE-DESC
                END-IF
            END-PERFORM.
            MOVE WS-EL-AMOUNT(WS-ERN-IDX) TO RGE-AMOUNT.
            WRITE REPRINT-RECORD FROM WS-REG-EARN-LINE.
       LOAD-EARNINGS-DETAIL.
            OPEN INPUT EARN-CODE-FILE.
            IF WS-EARN-CODE-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ EARN-CODE-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
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
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
      * expense claim categories are paid as earnings lines under
      * the category code.
            OPEN INPUT EXPENSE-CATEGORY-FILE.
            IF WS-EXPCAT-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ EXPENSE-CATEGORY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
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
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
            OPEN INPUT EARN-HISTORY-FILE.
            IF WS-EARNHIST-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ EARN-HISTORY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF EH-PERIOD-ID = WS-SELECTED-PERIOD
                                PERFORM ADD-ONE-EARNING
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EARN-HISTORY-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       ADD-ONE-EARNING.
            IF WS-EARN-LINE-COUNT >= 300
                DISPLAY "More than 300 earnings lines in the "
                    "period - table full; reprint abandoned."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-EARN-LINE-COUNT.
            SET WS-ERN-IDX TO WS-EARN-LINE-COUNT.
            MOVE EH-EMP-ID TO WS-EL-EMP-ID(WS-ERN-IDX).
            MOVE EH-CODE   TO WS-EL-CODE(WS-ERN-IDX).
            MOVE EH-AMOUNT TO WS-EL-AMOUNT(WS-ERN-IDX).
       END PROGRAM REGISTER-REPRINT.
