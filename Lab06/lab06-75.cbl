      ******************************************************************
      * Author:
      * Date:
      * Purpose: General ledger trial balance. Prints every account
      *          on the GL balance master (glbal.txt) for one fiscal
      *          period (YYYYPP) with its opening balance, the debits
      *          and credits posted in the period and the closing
      *          balance, so account balances can be read without the
      *          finance system. An account with no posting in the
      *          period but balances from an earlier one is shown with
      *          that balance brought forward and no activity;
      *          accounts first posted after the period are left out.
      *          Descriptions come from the glaccounts.txt mapping, as
      *          lab06-33 derives them. The period defaults to the
      *          latest one on the posted-journal register
      *          (glposted.txt), or the fiscal period before today's
      *          when nothing has been posted, and the heading shows
      *          whether it is open or closed (glperiod.txt). The
      *          totals are proved: total debits must equal total
      *          credits and the closing balances must net to zero.
      *          The report is gltrial.txt. Return code 4 when the
      *          period has no balances, 8 when the trial balance does
      *          not prove.
      * Tectonics: cobc
      * Modifications:
      *   - Periods are now fiscal periods (YYYYPP). With nothing
      *     posted the default is the fiscal period before today's
      *     (DATESRV "FPER"); with today off the fiscal calendar
      *     there is no default and a blank entry prints nothing. The
      *     posted-journal register layout carries the journal
      *     reference.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-TRIAL-BALANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE ASSIGN TO "glbal.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GBL-KEY
           FILE STATUS IS WS-GL-BALANCE-STATUS.
           SELECT GL-ACCOUNT-FILE ASSIGN TO "glaccounts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-ACCT-STATUS.
           SELECT GL-POSTED-FILE ASSIGN TO "glposted.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-POSTED-STATUS.
           SELECT GL-PERIOD-FILE ASSIGN TO "glperiod.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-PERIOD-STATUS.
           SELECT TRIAL-REPORT-FILE ASSIGN TO "gltrial.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRIAL-STATUS.
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
       FD GL-ACCOUNT-FILE.
       01 GL-ACCOUNT-RECORD.
           05 GA-TYPE      PIC X(1).
           05 GA-DEP       PIC X(10).
           05 GA-ACCOUNT   PIC X(8).
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
       FD TRIAL-REPORT-FILE.
       01 TRIAL-REPORT-RECORD     PIC X(110).
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
       01 WS-GL-ACCT-STATUS       PIC X(2).
       01 WS-GL-POSTED-STATUS     PIC X(2).
       01 WS-GL-PERIOD-STATUS     PIC X(2).
       01 WS-TRIAL-STATUS         PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-UNATTENDED-FLAG      PIC A(1)  VALUE 'N'.
           88 WS-UNATTENDED                 VALUE 'Y'.
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
       01 WS-TRIAL-PERIOD-X       PIC X(6).
       01 WS-TRIAL-PERIOD REDEFINES WS-TRIAL-PERIOD-X.
           05 WS-TP-YEAR          PIC 9(4).
           05 WS-TP-PERIOD-NO     PIC 9(2).
       01 WS-PERIOD-ENTRY         PIC X(6).
       01 WS-PERIOD-ENTRY-PARTS REDEFINES WS-PERIOD-ENTRY.
           05 WS-PE-YEAR          PIC X(4).
           05 WS-PE-PERIOD-NO         PIC X(2).
       01 WS-LATEST-POSTED        PIC X(6)  VALUE SPACES.
       01 WS-LAST-CLOSED          PIC X(6)  VALUE SPACES.
       01 WS-MAP-COUNT            PIC 9(3)  VALUE ZERO.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 40 TIMES
                   INDEXED BY WS-MAP-IDX.
               10 WS-MAP-ACCOUNT PIC X(8).
               10 WS-MAP-TYPE    PIC X(1).
               10 WS-MAP-DEP     PIC X(10).
       01 WS-ACCOUNT-FIELDS.
           05 WS-HOLD-ACCOUNT     PIC X(8)  VALUE SPACES.
           05 WS-HOLD-OPENING     PIC S9(13)V99.
           05 WS-HOLD-DEBITS      PIC 9(13)V99.
           05 WS-HOLD-CREDITS     PIC 9(13)V99.
           05 WS-HOLD-CLOSING     PIC S9(13)V99.
           05 WS-HOLD-FOUND-FLAG  PIC A(1).
               88 WS-HOLD-FOUND            VALUE 'Y'.
       01 WS-TOTALS.
           05 WS-ACCOUNT-COUNT    PIC 9(5)  VALUE ZERO.
           05 WS-TOTAL-OPENING    PIC S9(15)V99 VALUE ZERO.
           05 WS-TOTAL-DEBITS     PIC 9(15)V99  VALUE ZERO.
           05 WS-TOTAL-CREDITS    PIC 9(15)V99  VALUE ZERO.
           05 WS-TOTAL-CLOSING    PIC S9(15)V99 VALUE ZERO.
       01 WS-REPORT-LINES.
           05 WS-TB-TITLE.
               10 FILLER          PIC X(26) VALUE
                   "GL TRIAL BALANCE - PERIOD ".
               10 TBT-PERIOD      PIC X(6).
               10 FILLER          PIC X(1)  VALUE SPACE.
               10 TBT-STATUS      PIC X(8).
               10 FILLER          PIC X(10) VALUE " - RUN ON ".
               10 TBT-RUN-DATE    PIC 9(8).
               10 FILLER          PIC X(4)  VALUE " BY ".
               10 TBT-OPERATOR    PIC X(8).
           05 WS-TB-HEADING.
               10 FILLER          PIC X(10) VALUE "ACCOUNT".
               10 FILLER          PIC X(14) VALUE "DESCRIPTION".
               10 FILLER          PIC X(20) VALUE
                   "     OPENING BALANCE".
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 FILLER          PIC X(18) VALUE
                   "            DEBITS".
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 FILLER          PIC X(18) VALUE
                   "           CREDITS".
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 FILLER          PIC X(20) VALUE
                   "     CLOSING BALANCE".
           05 WS-TB-RULE.
               10 FILLER          PIC X(106) VALUE ALL "-".
           05 WS-TB-BLANK         PIC X(106) VALUE SPACES.
           05 WS-TB-DETAIL-LINE.
               10 TBD-ACCOUNT     PIC X(8).
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 TBD-DESC        PIC X(12).
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 TBD-OPENING     PIC ZZZ,ZZZ,ZZZ,ZZ9.99CR.
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 TBD-DEBITS      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 TBD-CREDITS     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 TBD-CLOSING     PIC ZZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 WS-TB-TOTAL-LINE.
               10 FILLER          PIC X(22) VALUE "TOTALS".
               10 TBS-OPENING     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99CR.
               10 TBS-DEBITS      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 TBS-CREDITS     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10 TBS-CLOSING     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99CR.
           05 WS-TB-COUNT-LINE.
               10 FILLER          PIC X(22) VALUE "ACCOUNTS LISTED".
               10 TBC-COUNT       PIC ZZZZ9.
           05 WS-TB-PROOF-LINE    PIC X(106).
       COPY DATEREQ.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            IF WS-SESSION-OPERATOR = "SCHEDULE"
                SET WS-UNATTENDED TO TRUE
            END-IF.
            ACCEPT WS-TODAY-RAW FROM DATE.
            COMPUTE WS-TODAY =
                20000000 + (WS-TODAY-YY * 10000)
                    + (WS-TODAY-MM * 100) + WS-TODAY-DD.
            MOVE "GLTRIAL" TO WS-AUDIT-PROGRAM.
            MOVE ZERO      TO WS-AUDIT-COUNT WS-AUDIT-REJECTS.
            PERFORM LOAD-GL-ACCOUNTS.
            PERFORM LOAD-PERIOD-STATE.
            PERFORM SET-TRIAL-PERIOD.
            IF WS-TRIAL-PERIOD-X = SPACES
                DISPLAY "No trial balance period - nothing printed."
                MOVE "NO DATA" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT GL-BALANCE-FILE.
            IF WS-GL-BALANCE-STATUS NOT = "00"
                DISPLAY "Unable to open glbal.txt - status "
                    WS-GL-BALANCE-STATUS " - nothing has been posted."
                MOVE "NO DATA" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT TRIAL-REPORT-FILE.
            IF WS-TRIAL-STATUS NOT = "00"
                DISPLAY "Unable to open gltrial.txt - status "
                    WS-TRIAL-STATUS
                CLOSE GL-BALANCE-FILE
                MOVE "FAILED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-TRIAL-PERIOD-X   TO TBT-PERIOD.
            IF WS-LAST-CLOSED NOT = SPACES
                    AND WS-TRIAL-PERIOD-X NOT > WS-LAST-CLOSED
                MOVE "(CLOSED)" TO TBT-STATUS
            ELSE
                MOVE "(OPEN)"   TO TBT-STATUS
            END-IF.
            MOVE WS-TODAY            TO TBT-RUN-DATE.
            MOVE WS-SESSION-OPERATOR TO TBT-OPERATOR.
            WRITE TRIAL-REPORT-RECORD FROM WS-TB-TITLE.
            WRITE TRIAL-REPORT-RECORD FROM WS-TB-BLANK.
            WRITE TRIAL-REPORT-RECORD FROM WS-TB-HEADING.
            WRITE TRIAL-REPORT-RECORD FROM WS-TB-RULE.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL WS-END-OF-FILE
                READ GL-BALANCE-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM TAKE-BALANCE-RECORD
                END-READ
            END-PERFORM.
            PERFORM PRINT-HELD-ACCOUNT.
            CLOSE GL-BALANCE-FILE.
            PERFORM WRITE-TRIAL-TOTALS.
            CLOSE TRIAL-REPORT-FILE.
            MOVE WS-ACCOUNT-COUNT TO WS-AUDIT-COUNT.
            IF WS-ACCOUNT-COUNT = ZERO
                DISPLAY "No GL balances for period "
                    WS-TRIAL-PERIOD-X " - see gltrial.txt."
                MOVE 4 TO WS-RUN-RC
                MOVE "NO DATA" TO WS-AUDIT-OUTCOME
            ELSE
                IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
                        OR WS-TOTAL-CLOSING NOT = ZERO
                    DISPLAY "*** GL trial balance for "
                        WS-TRIAL-PERIOD-X " DOES NOT PROVE - see "
                        "gltrial.txt ***"
                    MOVE 8 TO WS-RUN-RC
                    MOVE 1 TO WS-AUDIT-REJECTS
                    MOVE "UNPROVED" TO WS-AUDIT-OUTCOME
                ELSE
                    DISPLAY "GL trial balance for " WS-TRIAL-PERIOD-X
                        " proved - " WS-ACCOUNT-COUNT
                        " account(s), see gltrial.txt."
                    MOVE "PROVED" TO WS-AUDIT-OUTCOME
                END-IF
            END-IF.
            PERFORM WRITE-AUDIT-LOG.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       LOAD-GL-ACCOUNTS.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT GL-ACCOUNT-FILE.
            IF WS-GL-ACCT-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ GL-ACCOUNT-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-MAP-COUNT < 40
                                ADD 1 TO WS-MAP-COUNT
                                SET WS-MAP-IDX TO WS-MAP-COUNT
                                MOVE GA-ACCOUNT TO
                                    WS-MAP-ACCOUNT(WS-MAP-IDX)
                                MOVE GA-TYPE TO
                                    WS-MAP-TYPE(WS-MAP-IDX)
                                MOVE GA-DEP TO
                                    WS-MAP-DEP(WS-MAP-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GL-ACCOUNT-FILE
            ELSE
                DISPLAY "glaccounts.txt not found - accounts "
                    "will carry no descriptions."
            END-IF.
       LOAD-PERIOD-STATE.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT GL-POSTED-FILE.
            IF WS-GL-POSTED-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ GL-POSTED-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF GP-PERIOD > WS-LATEST-POSTED
                                MOVE GP-PERIOD TO WS-LATEST-POSTED
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GL-POSTED-FILE
            END-IF.
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
            END-IF.
       SET-TRIAL-PERIOD.
      * the latest posted period, else the fiscal period before
      * today's, unless the console names another one.
            IF WS-LATEST-POSTED NOT = SPACES
                MOVE WS-LATEST-POSTED TO WS-TRIAL-PERIOD-X
            ELSE
                MOVE "FPER" TO DS-FUNCTION
                MOVE WS-TODAY TO DS-DATE-1
                CALL "DATESRV" USING DS-REQUEST
                IF DS-STATUS = 'Y'
                    DIVIDE DS-RESULT BY 100 GIVING WS-TP-YEAR
                        REMAINDER WS-TP-PERIOD-NO
                    IF WS-TP-PERIOD-NO = 1
                        MOVE 12 TO WS-TP-PERIOD-NO
                        SUBTRACT 1 FROM WS-TP-YEAR
                    ELSE
                        SUBTRACT 1 FROM WS-TP-PERIOD-NO
                    END-IF
                ELSE
                    DISPLAY "Today is not on the fiscal calendar "
                        "(fiscalcal.txt) - no default period."
                    MOVE SPACES TO WS-TRIAL-PERIOD-X
                END-IF
            END-IF.
            IF NOT WS-UNATTENDED
                DISPLAY "Trial balance period, YYYYPP (blank = "
                    WS-TRIAL-PERIOD-X "): "
                ACCEPT WS-PERIOD-ENTRY
                IF WS-PERIOD-ENTRY NOT = SPACES
                    IF WS-PERIOD-ENTRY IS NUMERIC
                            AND WS-PE-PERIOD-NO >= "01"
                            AND WS-PE-PERIOD-NO <= "12"
                        MOVE WS-PERIOD-ENTRY TO WS-TRIAL-PERIOD-X
                    ELSE
                        DISPLAY "Not a YYYYPP period - printing "
                            WS-TRIAL-PERIOD-X "."
                    END-IF
                END-IF
            END-IF.
       TAKE-BALANCE-RECORD.
      * the master is in account + period order: an earlier period
      * gives the balance brought forward, the trial period replaces
      * it with the posted figures, a later period is ignored.
            IF GBL-ACCOUNT NOT = WS-HOLD-ACCOUNT
                PERFORM PRINT-HELD-ACCOUNT
                MOVE GBL-ACCOUNT TO WS-HOLD-ACCOUNT
                MOVE ZERO TO WS-HOLD-OPENING WS-HOLD-DEBITS
                    WS-HOLD-CREDITS
                MOVE 'N'  TO WS-HOLD-FOUND-FLAG
            END-IF.
            IF GBL-PERIOD < WS-TRIAL-PERIOD-X
                COMPUTE WS-HOLD-OPENING =
                    GBL-OPENING + GBL-DEBITS - GBL-CREDITS
                SET WS-HOLD-FOUND TO TRUE
            END-IF.
            IF GBL-PERIOD = WS-TRIAL-PERIOD-X
                MOVE GBL-OPENING TO WS-HOLD-OPENING
                MOVE GBL-DEBITS  TO WS-HOLD-DEBITS
                MOVE GBL-CREDITS TO WS-HOLD-CREDITS
                SET WS-HOLD-FOUND TO TRUE
            END-IF.
       PRINT-HELD-ACCOUNT.
            IF WS-HOLD-ACCOUNT NOT = SPACES AND WS-HOLD-FOUND
                COMPUTE WS-HOLD-CLOSING = WS-HOLD-OPENING
                    + WS-HOLD-DEBITS - WS-HOLD-CREDITS
                MOVE WS-HOLD-ACCOUNT TO TBD-ACCOUNT
                PERFORM SET-ACCOUNT-DESC
                MOVE WS-HOLD-OPENING TO TBD-OPENING
                MOVE WS-HOLD-DEBITS  TO TBD-DEBITS
                MOVE WS-HOLD-CREDITS TO TBD-CREDITS
                MOVE WS-HOLD-CLOSING TO TBD-CLOSING
                WRITE TRIAL-REPORT-RECORD FROM WS-TB-DETAIL-LINE
                ADD 1 TO WS-ACCOUNT-COUNT
                ADD WS-HOLD-OPENING TO WS-TOTAL-OPENING
                ADD WS-HOLD-DEBITS  TO WS-TOTAL-DEBITS
                ADD WS-HOLD-CREDITS TO WS-TOTAL-CREDITS
                ADD WS-HOLD-CLOSING TO WS-TOTAL-CLOSING
            END-IF.
       SET-ACCOUNT-DESC.
            MOVE SPACES TO TBD-DESC.
            PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-MAP-COUNT
                IF WS-MAP-ACCOUNT(WS-MAP-IDX) = WS-HOLD-ACCOUNT
                    MOVE WS-MAP-TYPE(WS-MAP-IDX) TO TBD-DESC(1:1)
                    MOVE '/' TO TBD-DESC(2:1)
                    MOVE WS-MAP-DEP(WS-MAP-IDX) TO TBD-DESC(3:10)
                END-IF
            END-PERFORM.
       WRITE-TRIAL-TOTALS.
            WRITE TRIAL-REPORT-RECORD FROM WS-TB-RULE.
            MOVE WS-TOTAL-OPENING TO TBS-OPENING.
            MOVE WS-TOTAL-DEBITS  TO TBS-DEBITS.
            MOVE WS-TOTAL-CREDITS TO TBS-CREDITS.
            MOVE WS-TOTAL-CLOSING TO TBS-CLOSING.
            WRITE TRIAL-REPORT-RECORD FROM WS-TB-TOTAL-LINE.
            MOVE WS-ACCOUNT-COUNT TO TBC-COUNT.
            WRITE TRIAL-REPORT-RECORD FROM WS-TB-COUNT-LINE.
            WRITE TRIAL-REPORT-RECORD FROM WS-TB-BLANK.
            IF WS-ACCOUNT-COUNT = ZERO
                MOVE "NO ACCOUNT HAS A BALANCE FOR THIS PERIOD."
                    TO WS-TB-PROOF-LINE
            ELSE
                IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
                        AND WS-TOTAL-CLOSING = ZERO
                    MOVE "TRIAL BALANCE PROVED - DEBITS EQUAL CREDITS"
                        TO WS-TB-PROOF-LINE
                    MOVE " AND CLOSING BALANCES NET TO ZERO."
                        TO WS-TB-PROOF-LINE(44:34)
                ELSE
                    MOVE "*** TRIAL BALANCE DOES NOT PROVE ***"
                        TO WS-TB-PROOF-LINE
                END-IF
            END-IF.
            WRITE TRIAL-REPORT-RECORD FROM WS-TB-PROOF-LINE.
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
       END PROGRAM GL-TRIAL-BALANCE.
