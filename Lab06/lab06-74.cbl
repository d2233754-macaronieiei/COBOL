      ******************************************************************
      * Author:
      * Date:
      * Purpose: General ledger period close. Closes one fiscal period
      *          (YYYYPP) of the GL balance master so that lab06-73
      *          refuses any later journal for it or for any period
      *          before it. Periods close in order: the period offered
      *          is the earliest posted period still open on the
      *          posted-journal register (glposted.txt), and the close
      *          is refused while an earlier posted period is open,
      *          when the period is already closed, or when it falls
      *          before the latest closed period. Before closing, the
      *          period's records on glbal.txt are proved - debits
      *          posted must equal credits posted - and the operator
      *          confirms the totals shown. The close is appended to
      *          glperiod.txt with the date and the operator. A close
      *          is a deliberate act, so the program will not run
      *          unattended from the job plan (operator SCHEDULE).
      *          Return code 4 when cancelled, 8 when refused, 12 when
      *          the period does not prove.
      * Tectonics: cobc
      * Modifications:
      *   - Periods are now fiscal periods (YYYYPP) from the fiscal
      *     calendar; the posted-journal register layout carries the
      *     journal reference.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-PERIOD-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE ASSIGN TO "glbal.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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
       01 WS-GL-BALANCE-STATUS    PIC X(2).
       01 WS-GL-POSTED-STATUS     PIC X(2).
       01 WS-GL-PERIOD-STATUS     PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-LAST-CLOSED          PIC X(6)  VALUE SPACES.
       01 WS-OFFERED-PERIOD       PIC X(6)  VALUE SPACES.
       01 WS-CLOSE-PERIOD         PIC X(6)  VALUE SPACES.
       01 WS-PERIOD-ENTRY         PIC X(6).
       01 WS-PERIOD-ENTRY-PARTS REDEFINES WS-PERIOD-ENTRY.
           05 WS-PE-YEAR          PIC X(4).
           05 WS-PE-PERIOD-NO         PIC X(2).
       01 WS-CONFIRM              PIC X(1).
       01 WS-CLOSED-FLAG          PIC A(1)  VALUE 'N'.
           88 WS-ALREADY-CLOSED             VALUE 'Y'.
       01 WS-OPEN-COUNT           PIC 9(3)  VALUE ZERO.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-PERIOD OCCURS 100 TIMES
                   INDEXED BY WS-OPEN-IDX
                                  PIC X(6).
       01 WS-PROOF-FIELDS.
           05 WS-PROOF-ACCOUNTS   PIC 9(5)  VALUE ZERO.
           05 WS-PROOF-DEBITS     PIC 9(15)V99 VALUE ZERO.
           05 WS-PROOF-CREDITS    PIC 9(15)V99 VALUE ZERO.
           05 WS-PROOF-JOURNALS   PIC 9(3)  VALUE ZERO.
       01 WS-AMOUNT-SHOW          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            ACCEPT WS-TODAY-RAW FROM DATE.
            COMPUTE WS-TODAY =
                20000000 + (WS-TODAY-YY * 10000)
                    + (WS-TODAY-MM * 100) + WS-TODAY-DD.
            MOVE "GLCLOSE" TO WS-AUDIT-PROGRAM.
            MOVE ZERO      TO WS-AUDIT-COUNT WS-AUDIT-REJECTS.
            IF WS-SESSION-OPERATOR = "SCHEDULE"
                DISPLAY "GL period close needs an operator at the "
                    "console - not run from the job plan."
                MOVE 1 TO WS-AUDIT-REJECTS
                MOVE "REFUSED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-CLOSED-PERIODS.
            PERFORM LOAD-OPEN-PERIODS.
            PERFORM SELECT-CLOSE-PERIOD THRU SELECT-CLOSE-PERIOD-EXIT.
            IF WS-CLOSE-PERIOD = SPACES
                DISPLAY "No period closed."
                MOVE "CANCELLED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CHECK-CLOSE-ALLOWED THRU CHECK-CLOSE-ALLOWED-EXIT.
            PERFORM PROVE-PERIOD.
            MOVE WS-PROOF-ACCOUNTS TO WS-AUDIT-COUNT.
            DISPLAY " ".
            DISPLAY "Period " WS-CLOSE-PERIOD " - " WS-PROOF-JOURNALS
                " journal(s) posted, " WS-PROOF-ACCOUNTS
                " account(s) with activity.".
            MOVE WS-PROOF-DEBITS TO WS-AMOUNT-SHOW.
            DISPLAY "  Debits posted .... " WS-AMOUNT-SHOW.
            MOVE WS-PROOF-CREDITS TO WS-AMOUNT-SHOW.
            DISPLAY "  Credits posted ... " WS-AMOUNT-SHOW.
            IF WS-PROOF-DEBITS NOT = WS-PROOF-CREDITS
                DISPLAY "*** Period " WS-CLOSE-PERIOD " does not "
                    "prove - debits and credits differ. Not closed."
                MOVE 1 TO WS-AUDIT-REJECTS
                MOVE "UNPROVED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "Close period " WS-CLOSE-PERIOD
                " - no further posting into it (Y/N)? ".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "Period " WS-CLOSE-PERIOD " left open."
                MOVE "CANCELLED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND GL-PERIOD-FILE.
            IF WS-GL-PERIOD-STATUS = "05"
                    OR WS-GL-PERIOD-STATUS = "35"
                OPEN OUTPUT GL-PERIOD-FILE
            END-IF.
            IF WS-GL-PERIOD-STATUS NOT = "00"
                DISPLAY "Unable to open glperiod.txt - status "
                    WS-GL-PERIOD-STATUS " - period not closed."
                MOVE "FAILED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES              TO GL-PERIOD-RECORD.
            MOVE WS-CLOSE-PERIOD     TO GLP-PERIOD.
            MOVE WS-TODAY            TO GLP-CLOSED-DATE.
            MOVE WS-SESSION-OPERATOR TO GLP-OPERATOR.
            WRITE GL-PERIOD-RECORD.
            CLOSE GL-PERIOD-FILE.
            DISPLAY "Period " WS-CLOSE-PERIOD " closed by "
                WS-SESSION-OPERATOR ".".
            MOVE "CLOSED" TO WS-AUDIT-OUTCOME.
            PERFORM WRITE-AUDIT-LOG.
            MOVE ZERO TO RETURN-CODE.
            STOP RUN.
       LOAD-CLOSED-PERIODS.
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
       LOAD-OPEN-PERIODS.
      * the distinct posted periods after the latest close, oldest
      * first; the oldest is the one offered for closing.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT GL-POSTED-FILE.
            IF WS-GL-POSTED-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ GL-POSTED-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF GP-PERIOD > WS-LAST-CLOSED
                                PERFORM NOTE-OPEN-PERIOD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GL-POSTED-FILE
            ELSE
                DISPLAY "glposted.txt not found - no journal has "
                    "been posted."
            END-IF.
            PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                    UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
                IF WS-OFFERED-PERIOD = SPACES
                        OR WS-OPEN-PERIOD(WS-OPEN-IDX)
                            < WS-OFFERED-PERIOD
                    MOVE WS-OPEN-PERIOD(WS-OPEN-IDX)
                        TO WS-OFFERED-PERIOD
                END-IF
            END-PERFORM.
       NOTE-OPEN-PERIOD.
            PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                    UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
                        OR WS-OPEN-PERIOD(WS-OPEN-IDX) = GP-PERIOD
                CONTINUE
            END-PERFORM.
            IF WS-OPEN-IDX > WS-OPEN-COUNT AND WS-OPEN-COUNT < 100
                ADD 1 TO WS-OPEN-COUNT
                MOVE GP-PERIOD TO WS-OPEN-PERIOD(WS-OPEN-COUNT)
            END-IF.
       SELECT-CLOSE-PERIOD.
            IF WS-LAST-CLOSED NOT = SPACES
                DISPLAY "Latest closed period: " WS-LAST-CLOSED
            END-IF.
            IF WS-OFFERED-PERIOD NOT = SPACES
                DISPLAY "Period to close, YYYYPP (blank = "
                    WS-OFFERED-PERIOD ", X = cancel): "
            ELSE
                DISPLAY "No open period has postings. Period to "
                    "close, YYYYPP (blank = cancel): "
            END-IF.
            ACCEPT WS-PERIOD-ENTRY.
            IF WS-PERIOD-ENTRY = "X" OR WS-PERIOD-ENTRY = "x"
                GO TO SELECT-CLOSE-PERIOD-EXIT
            END-IF.
            IF WS-PERIOD-ENTRY = SPACES
                MOVE WS-OFFERED-PERIOD TO WS-CLOSE-PERIOD
                GO TO SELECT-CLOSE-PERIOD-EXIT
            END-IF.
            IF WS-PERIOD-ENTRY IS NUMERIC
                    AND WS-PE-PERIOD-NO >= "01"
                    AND WS-PE-PERIOD-NO <= "12"
                MOVE WS-PERIOD-ENTRY TO WS-CLOSE-PERIOD
            ELSE
                DISPLAY "Not a YYYYPP period."
            END-IF.
       SELECT-CLOSE-PERIOD-EXIT.
            EXIT.
       CHECK-CLOSE-ALLOWED.
            IF WS-LAST-CLOSED NOT = SPACES
                    AND WS-CLOSE-PERIOD NOT > WS-LAST-CLOSED
                IF WS-CLOSE-PERIOD = WS-LAST-CLOSED
                    DISPLAY "Period " WS-CLOSE-PERIOD
                        " is already closed."
                ELSE
                    DISPLAY "Period " WS-CLOSE-PERIOD " is before "
                        "the latest closed period " WS-LAST-CLOSED
                        " and is closed with it."
                END-IF
                GO TO CHECK-CLOSE-REFUSED
            END-IF.
            IF WS-OFFERED-PERIOD NOT = SPACES
                    AND WS-OFFERED-PERIOD < WS-CLOSE-PERIOD
                DISPLAY "Period " WS-CLOSE-PERIOD " cannot close "
                    "while earlier posted periods are open:"
                PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                        UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
                    IF WS-OPEN-PERIOD(WS-OPEN-IDX) < WS-CLOSE-PERIOD
                        DISPLAY "  " WS-OPEN-PERIOD(WS-OPEN-IDX)
                    END-IF
                END-PERFORM
                GO TO CHECK-CLOSE-REFUSED
            END-IF.
            GO TO CHECK-CLOSE-ALLOWED-EXIT.
       CHECK-CLOSE-REFUSED.
            MOVE 1 TO WS-AUDIT-REJECTS.
            MOVE "REFUSED" TO WS-AUDIT-OUTCOME.
            PERFORM WRITE-AUDIT-LOG.
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
       CHECK-CLOSE-ALLOWED-EXIT.
            EXIT.
       PROVE-PERIOD.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT GL-BALANCE-FILE.
            IF WS-GL-BALANCE-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ GL-BALANCE-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF GBL-PERIOD = WS-CLOSE-PERIOD
                                ADD 1 TO WS-PROOF-ACCOUNTS
                                ADD GBL-DEBITS  TO WS-PROOF-DEBITS
                                ADD GBL-CREDITS TO WS-PROOF-CREDITS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GL-BALANCE-FILE
            ELSE
                DISPLAY "glbal.txt not found - period "
                    WS-CLOSE-PERIOD " has no balances."
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT GL-POSTED-FILE.
            IF WS-GL-POSTED-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ GL-POSTED-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF GP-PERIOD = WS-CLOSE-PERIOD
                                ADD 1 TO WS-PROOF-JOURNALS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GL-POSTED-FILE
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
       END PROGRAM GL-PERIOD-CLOSE.
