      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quarterly bad-debt report, so collections can see
      *          what was written off and what came back. For the
      *          calendar quarter asked for (YYYYQ, blank for the last
      *          complete quarter) it lists, month by month, every
      *          write-off approved on arwriteoff.txt (layout WRITEOFF)
      *          with the operators who proposed and approved it, and
      *          every recovery the receipt run found on a written-off
      *          account (arrecovery.txt, layout RECOVERY) with the
      *          operator who approved the write-off it recovers. Each
      *          month closes with the amount written off, the amount
      *          recovered and the net loss, and the quarter with the
      *          same three totals. The report goes to arworpt.txt.
      *          Return code 4 when the quarter had neither.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-WRITEOFF-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "acctmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT WRITE-OFF-FILE ASSIGN TO "arwriteoff.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRITE-OFF-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO "arrecovery.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECOVERY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "arworpt.txt"
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
               88 AM-WRITTEN-OFF      VALUE 'W'.
           05 AM-FC-EXEMPT    PIC X(1).
               88 AM-FC-IS-EXEMPT     VALUE 'Y'.
       FD WRITE-OFF-FILE.
       COPY WRITEOFF.
       FD RECOVERY-FILE.
       COPY RECOVERY.
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-ACCT-MASTER-STATUS PIC X(2).
       01 WS-WRITE-OFF-STATUS   PIC X(2).
       01 WS-RECOVERY-STATUS    PIC X(2).
       01 WS-REPORT-STATUS      PIC X(2).
       01 WS-EOF-FLAG           PIC A(1) VALUE 'N'.
           88 WS-END-OF-FILE             VALUE 'Y'.
       01 WS-ACCT-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10 WA-ACCT-NO   PIC 9(6).
               10 WA-CUST-NAME PIC X(20).
       01 WS-WO-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-WO-TABLE.
           05 WS-WO-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-WO-IDX.
               10 WW-NUMBER        PIC 9(5).
               10 WW-ACCT-NO       PIC 9(6).
               10 WW-AMOUNT        PIC 9(7)V99.
               10 WW-REASON        PIC X(30).
               10 WW-STATUS        PIC X(1).
               10 WW-PROPOSED-BY   PIC X(8).
               10 WW-PROPOSED-DATE PIC 9(8).
               10 WW-DECIDED-BY    PIC X(8).
               10 WW-DECIDED-DATE  PIC 9(8).
       01 WS-RV-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-RV-TABLE.
           05 WS-RV-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-RV-IDX.
               10 WR-ACCT-NO       PIC 9(6).
               10 WR-DATE          PIC 9(8).
               10 WR-INV-NUM       PIC 9(4).
               10 WR-AMOUNT        PIC 9(7)V99.
               10 WR-TENDER        PIC X(1).
       01 WS-QUARTER-FIELDS.
           05 WS-ENTRY-QUARTER   PIC X(5).
           05 WS-QTR-YYYY        PIC 9(4).
           05 WS-QTR-NO          PIC 9(1).
           05 WS-FIRST-MM        PIC 9(2).
           05 WS-MONTH-NO        PIC 9(1).
           05 WS-REPORT-YYYYMM   PIC 9(6).
           05 WS-REPORT-YYYYMM-R REDEFINES WS-REPORT-YYYYMM.
               10 WS-RPT-YYYY    PIC 9(4).
               10 WS-RPT-MM      PIC 9(2).
       01 WS-WORK-FIELDS.
           05 WS-ITEM-YYYYMM     PIC 9(6).
           05 WS-LINES-IN-MONTH  PIC 9(4).
           05 WS-FIND-ACCT       PIC 9(6).
           05 WS-FOUND-NAME      PIC X(20).
           05 WS-APPROVER        PIC X(8).
           05 WS-APPROVER-DATE   PIC 9(8).
       01 WS-TOTALS.
           05 WS-MONTH-WRITTEN   PIC 9(9)V99.
           05 WS-MONTH-RECOVERED PIC 9(9)V99.
           05 WS-QTR-WRITTEN     PIC 9(9)V99 VALUE ZERO.
           05 WS-QTR-RECOVERED   PIC 9(9)V99 VALUE ZERO.
           05 WS-QTR-WO-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-QTR-RV-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-NET-LOSS        PIC S9(9)V99.
       01 WS-TODAY-YMD          PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY-YMD.
           05 WS-TODAY-YYYY      PIC 9(4).
           05 WS-TODAY-MM        PIC 9(2).
           05 WS-TODAY-DD        PIC 9(2).
       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YY PIC 99.
           05 WS-RUN-MM PIC 99.
           05 WS-RUN-DD PIC 99.
       01 WS-REPORT-LINES.
           05 WS-RP-RULE.
               10 FILLER PIC X(118) VALUE ALL "=".
           05 WS-RP-TITLE.
               10 FILLER PIC X(44) VALUE
                   "BAD-DEBT WRITE-OFFS AND RECOVERIES".
               10 FILLER PIC X(8)  VALUE "QUARTER ".
               10 RPT-YYYY        PIC 9(4).
               10 FILLER PIC X(2)  VALUE " Q".
               10 RPT-QTR         PIC 9(1).
               10 FILLER PIC X(14) VALUE "   RUN DATE: ".
               10 RPT-RUN-DATE    PIC 9(8).
           05 WS-RP-MONTH.
               10 FILLER PIC X(6)  VALUE "MONTH ".
               10 RPM-YYYY        PIC 9(4).
               10 FILLER PIC X(1)  VALUE "-".
               10 RPM-MM          PIC 9(2).
           05 WS-RP-COLUMNS.
               10 FILLER PIC X(10) VALUE "TYPE".
               10 FILLER PIC X(6)  VALUE "NO.".
               10 FILLER PIC X(10) VALUE "DATE".
               10 FILLER PIC X(8)  VALUE "ACCOUNT".
               10 FILLER PIC X(21) VALUE "CUSTOMER".
               10 FILLER PIC X(14) VALUE "      AMOUNT  ".
               10 FILLER PIC X(10) VALUE "PROPOSED".
               10 FILLER PIC X(10) VALUE "APPROVED".
               10 FILLER PIC X(30) VALUE "REASON".
           05 WS-RP-DETAIL.
               10 RPD-TYPE        PIC X(10).
               10 RPD-NUMBER      PIC X(6).
               10 RPD-DATE        PIC 9(8).
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RPD-ACCT        PIC 9(6).
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RPD-NAME        PIC X(20).
               10 FILLER          PIC X(1)  VALUE SPACE.
               10 RPD-AMOUNT      PIC Z,ZZZ,ZZ9.99.
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RPD-PROPOSED    PIC X(8).
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RPD-APPROVED    PIC X(8).
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 RPD-REASON      PIC X(30).
           05 WS-RP-NONE.
               10 FILLER PIC X(40) VALUE
                   "  NO WRITE-OFFS OR RECOVERIES".
           05 WS-RP-TOTAL.
               10 RPS-LABEL       PIC X(16).
               10 FILLER PIC X(13) VALUE "WRITTEN OFF ".
               10 RPS-WRITTEN     PIC $ZZZ,ZZZ,ZZ9.99.
               10 FILLER PIC X(13) VALUE "   RECOVERED ".
               10 RPS-RECOVERED   PIC $ZZZ,ZZZ,ZZ9.99.
               10 FILLER PIC X(12) VALUE "   NET LOSS ".
               10 RPS-NET         PIC $ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-RUN-DATE-RAW FROM DATE.
            COMPUTE WS-TODAY-YMD =
                20000000 + (WS-RUN-YY * 10000)
                    + (WS-RUN-MM * 100) + WS-RUN-DD.
            PERFORM CHOOSE-QUARTER.
            PERFORM LOAD-ACCOUNTS.
            PERFORM LOAD-WRITE-OFFS.
            PERFORM LOAD-RECOVERIES.
            OPEN OUTPUT REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Unable to open arworpt.txt - status "
                    WS-REPORT-STATUS
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-QTR-YYYY  TO RPT-YYYY.
            MOVE WS-QTR-NO    TO RPT-QTR.
            MOVE WS-TODAY-YMD TO RPT-RUN-DATE.
            WRITE REPORT-RECORD FROM WS-RP-RULE.
            WRITE REPORT-RECORD FROM WS-RP-TITLE.
            WRITE REPORT-RECORD FROM WS-RP-RULE.
            PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                    UNTIL WS-MONTH-NO > 3
                PERFORM REPORT-ONE-MONTH
            END-PERFORM.
            WRITE REPORT-RECORD FROM WS-RP-RULE.
            MOVE "QUARTER TOTAL"  TO RPS-LABEL.
            MOVE WS-QTR-WRITTEN   TO RPS-WRITTEN.
            MOVE WS-QTR-RECOVERED TO RPS-RECOVERED.
            COMPUTE WS-NET-LOSS = WS-QTR-WRITTEN - WS-QTR-RECOVERED.
            MOVE WS-NET-LOSS      TO RPS-NET.
            WRITE REPORT-RECORD FROM WS-RP-TOTAL.
            CLOSE REPORT-FILE.
            DISPLAY "Write-off report for " WS-QTR-YYYY " Q"
                WS-QTR-NO " - " WS-QTR-WO-COUNT " write-off(s), "
                WS-QTR-RV-COUNT " recovery(ies); see arworpt.txt.".
            MOVE ZERO TO RETURN-CODE.
            IF WS-QTR-WO-COUNT = ZERO AND WS-QTR-RV-COUNT = ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.
       CHOOSE-QUARTER.
            DISPLAY "Quarter to report (YYYYQ, blank for the last "
                "complete quarter): ".
            ACCEPT WS-ENTRY-QUARTER.
            IF WS-ENTRY-QUARTER = SPACES
                COMPUTE WS-QTR-NO = (WS-TODAY-MM - 1) / 3 + 1
                MOVE WS-TODAY-YYYY TO WS-QTR-YYYY
                IF WS-QTR-NO = 1
                    MOVE 4 TO WS-QTR-NO
                    SUBTRACT 1 FROM WS-QTR-YYYY
                ELSE
                    SUBTRACT 1 FROM WS-QTR-NO
                END-IF
            ELSE
                IF WS-ENTRY-QUARTER IS NOT NUMERIC
                        OR WS-ENTRY-QUARTER(5:1) < '1'
                        OR WS-ENTRY-QUARTER(5:1) > '4'
                    DISPLAY "Quarter must be YYYYQ with Q 1 to 4 - "
                        "no report."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-ENTRY-QUARTER(1:4) TO WS-QTR-YYYY
                MOVE WS-ENTRY-QUARTER(5:1) TO WS-QTR-NO
            END-IF.
            COMPUTE WS-FIRST-MM = (WS-QTR-NO - 1) * 3 + 1.
       LOAD-ACCOUNTS.
            OPEN INPUT ACCOUNT-MASTER-FILE.
            IF WS-ACCT-MASTER-STATUS NOT = "00"
                DISPLAY "acctmast.txt not found - customer names "
                    "left blank."
            ELSE
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
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ACCOUNT-MASTER-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       LOAD-WRITE-OFFS.
      * only approved write-offs are money written off; proposals
      * still pending and rejected ones are left out.
            OPEN INPUT WRITE-OFF-FILE.
            IF WS-WRITE-OFF-STATUS NOT = "00"
                DISPLAY "arwriteoff.txt not found - no write-offs "
                    "to report."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ WRITE-OFF-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WO-APPROVED
                                PERFORM REMEMBER-WRITE-OFF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE WRITE-OFF-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       REMEMBER-WRITE-OFF.
            IF WS-WO-COUNT < 1000
                ADD 1 TO WS-WO-COUNT
                SET WS-WO-IDX TO WS-WO-COUNT
                MOVE WRITE-OFF-RECORD TO WS-WO-ENTRY(WS-WO-IDX)
            ELSE
                DISPLAY "More than 1000 approved write-offs - "
                    "table full; no report."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
       LOAD-RECOVERIES.
            OPEN INPUT RECOVERY-FILE.
            IF WS-RECOVERY-STATUS NOT = "00"
                DISPLAY "arrecovery.txt not found - no recoveries "
                    "to report."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ RECOVERY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-RV-COUNT < 1000
                                ADD 1 TO WS-RV-COUNT
                                SET WS-RV-IDX TO WS-RV-COUNT
                                MOVE RECOVERY-RECORD
                                    TO WS-RV-ENTRY(WS-RV-IDX)
                            ELSE
                                DISPLAY "More than 1000 recoveries "
                                    "- table full; no report."
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RECOVERY-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       REPORT-ONE-MONTH.
            COMPUTE WS-REPORT-YYYYMM =
                (WS-QTR-YYYY * 100) + WS-FIRST-MM + WS-MONTH-NO - 1.
            MOVE WS-RPT-YYYY TO RPM-YYYY.
            MOVE WS-RPT-MM   TO RPM-MM.
            MOVE " " TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM WS-RP-MONTH.
            WRITE REPORT-RECORD FROM WS-RP-COLUMNS.
            MOVE ZERO TO WS-LINES-IN-MONTH.
            MOVE ZERO TO WS-MONTH-WRITTEN.
            MOVE ZERO TO WS-MONTH-RECOVERED.
            PERFORM VARYING WS-WO-IDX FROM 1 BY 1
                    UNTIL WS-WO-IDX > WS-WO-COUNT
                COMPUTE WS-ITEM-YYYYMM =
                    WW-DECIDED-DATE(WS-WO-IDX) / 100
                IF WS-ITEM-YYYYMM = WS-REPORT-YYYYMM
                    PERFORM WRITE-WRITE-OFF-LINE
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                    UNTIL WS-RV-IDX > WS-RV-COUNT
                COMPUTE WS-ITEM-YYYYMM = WR-DATE(WS-RV-IDX) / 100
                IF WS-ITEM-YYYYMM = WS-REPORT-YYYYMM
                    PERFORM WRITE-RECOVERY-LINE
                END-IF
            END-PERFORM.
            IF WS-LINES-IN-MONTH = ZERO
                WRITE REPORT-RECORD FROM WS-RP-NONE
            END-IF.
            MOVE "  MONTH TOTAL"    TO RPS-LABEL.
            MOVE WS-MONTH-WRITTEN   TO RPS-WRITTEN.
            MOVE WS-MONTH-RECOVERED TO RPS-RECOVERED.
            COMPUTE WS-NET-LOSS =
                WS-MONTH-WRITTEN - WS-MONTH-RECOVERED.
            MOVE WS-NET-LOSS        TO RPS-NET.
            WRITE REPORT-RECORD FROM WS-RP-TOTAL.
            ADD WS-MONTH-WRITTEN   TO WS-QTR-WRITTEN.
            ADD WS-MONTH-RECOVERED TO WS-QTR-RECOVERED.
       WRITE-WRITE-OFF-LINE.
            ADD 1 TO WS-LINES-IN-MONTH.
            ADD 1 TO WS-QTR-WO-COUNT.
            ADD WW-AMOUNT(WS-WO-IDX) TO WS-MONTH-WRITTEN.
            MOVE WW-ACCT-NO(WS-WO-IDX) TO WS-FIND-ACCT.
            PERFORM FIND-CUSTOMER-NAME.
            MOVE "WRITE-OFF"                TO RPD-TYPE.
            MOVE WW-NUMBER(WS-WO-IDX)       TO RPD-NUMBER.
            MOVE WW-DECIDED-DATE(WS-WO-IDX) TO RPD-DATE.
            MOVE WW-ACCT-NO(WS-WO-IDX)      TO RPD-ACCT.
            MOVE WS-FOUND-NAME              TO RPD-NAME.
            MOVE WW-AMOUNT(WS-WO-IDX)       TO RPD-AMOUNT.
            MOVE WW-PROPOSED-BY(WS-WO-IDX)  TO RPD-PROPOSED.
            MOVE WW-DECIDED-BY(WS-WO-IDX)   TO RPD-APPROVED.
            MOVE WW-REASON(WS-WO-IDX)       TO RPD-REASON.
            WRITE REPORT-RECORD FROM WS-RP-DETAIL.
       WRITE-RECOVERY-LINE.
            ADD 1 TO WS-LINES-IN-MONTH.
            ADD 1 TO WS-QTR-RV-COUNT.
            ADD WR-AMOUNT(WS-RV-IDX) TO WS-MONTH-RECOVERED.
            MOVE WR-ACCT-NO(WS-RV-IDX) TO WS-FIND-ACCT.
            PERFORM FIND-CUSTOMER-NAME.
            PERFORM FIND-WRITE-OFF-APPROVER.
            MOVE "RECOVERY"                 TO RPD-TYPE.
            MOVE WR-INV-NUM(WS-RV-IDX)      TO RPD-NUMBER.
            MOVE WR-DATE(WS-RV-IDX)         TO RPD-DATE.
            MOVE WR-ACCT-NO(WS-RV-IDX)      TO RPD-ACCT.
            MOVE WS-FOUND-NAME              TO RPD-NAME.
            MOVE WR-AMOUNT(WS-RV-IDX)       TO RPD-AMOUNT.
            MOVE SPACES                     TO RPD-PROPOSED.
            MOVE WS-APPROVER                TO RPD-APPROVED.
            MOVE "RECEIPT ON WRITTEN-OFF ACCOUNT" TO RPD-REASON.
            WRITE REPORT-RECORD FROM WS-RP-DETAIL.
       FIND-CUSTOMER-NAME.
            MOVE SPACES TO WS-FOUND-NAME.
            PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                IF WA-ACCT-NO(WS-ACCT-IDX) = WS-FIND-ACCT
                    MOVE WA-CUST-NAME(WS-ACCT-IDX) TO WS-FOUND-NAME
                END-IF
            END-PERFORM.
       FIND-WRITE-OFF-APPROVER.
      * the write-off a recovery pays back is the latest one
      * approved on the account on or before the receipt date.
            MOVE "UNKNOWN" TO WS-APPROVER.
            MOVE ZERO      TO WS-APPROVER-DATE.
            PERFORM VARYING WS-WO-IDX FROM 1 BY 1
                    UNTIL WS-WO-IDX > WS-WO-COUNT
                IF WW-ACCT-NO(WS-WO-IDX) = WR-ACCT-NO(WS-RV-IDX)
                        AND WW-DECIDED-DATE(WS-WO-IDX)
                            NOT > WR-DATE(WS-RV-IDX)
                        AND WW-DECIDED-DATE(WS-WO-IDX)
                            NOT < WS-APPROVER-DATE
                    MOVE WW-DECIDED-BY(WS-WO-IDX) TO WS-APPROVER
                    MOVE WW-DECIDED-DATE(WS-WO-IDX)
                        TO WS-APPROVER-DATE
                END-IF
            END-PERFORM.
       END PROGRAM AR-WRITEOFF-REPORT.
