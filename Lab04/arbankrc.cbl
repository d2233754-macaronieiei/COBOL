      ******************************************************************
      * Author:
      * Date:
      * Purpose: Deposit reconciliation, so a deposit the bank never
      *          credited - or credited short - is caught the next
      *          time the statement comes in instead of weeks later.
      *          Each day's deposit slip total (the T line of
      *          depositslip.txt, written by the receipt run) is
      *          matched to a deposit credit on the bank's statement
      *          (bankstmt.txt, layout BANKSTMT) of the same date and
      *          amount. Transfer credits never go on a slip and are
      *          left out. Each lockbox batch on the lockbox register
      *          (arlbreg.txt) is a deposit the bank makes for us and
      *          is expected as a credit of the batch total on its
      *          deposit date, the same way as a slip. Everything
      *          either side has ever offered is kept on the
      *          reconciliation file arbankrec.txt, so a slip, batch
      *          or credit that does not clear is carried forward
      *          and tried again every run until it does, and a
      *          statement or slip file fed in twice is not counted
      *          twice. A slip and a credit on the same date that
      *          disagree are an amount difference; a short credit
      *          clears when the bank later credits the shortfall. A
      *          slip that changes after it has cleared is reported
      *          once, not on every later run.
      *          arbankrpt.txt lists what cleared this run, the amount
      *          differences, deposits never credited and credits with
      *          no deposit slip. Return code 4 when anything is left
      *          outstanding.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-BANK-RECONCILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-SLIP-FILE ASSIGN TO "depositslip.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPOSIT-SLIP-STATUS.
           SELECT BANK-STATEMENT-FILE ASSIGN TO "bankstmt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT RECONCILIATION-FILE ASSIGN TO "arbankrec.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECON-STATUS.
           SELECT LOCKBOX-REGISTER-FILE ASSIGN TO "arlbreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "arbankrpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DEPOSIT-SLIP-FILE.
       01 DEPOSIT-SLIP-RECORD.
           05 SL-LINE-TYPE       PIC X(1).
               88 SL-IS-HEADER            VALUE 'H'.
               88 SL-IS-TOTAL             VALUE 'T'.
           05 SL-LINE-BODY       PIC X(59).
           05 SL-HEADER-BODY REDEFINES SL-LINE-BODY.
               10 SL-DATE-DD     PIC 9(2).
               10 SL-DATE-MM     PIC 9(2).
               10 SL-DATE-YYYY   PIC 9(4).
               10 FILLER         PIC X(51).
           05 SL-TOTAL-BODY REDEFINES SL-LINE-BODY.
               10 SL-CHECK-COUNT PIC 9(5).
               10 SL-AMOUNT      PIC 9(8)V99.
               10 FILLER         PIC X(44).
       FD BANK-STATEMENT-FILE.
       COPY BANKSTMT.
       FD LOCKBOX-REGISTER-FILE.
       01 LOCKBOX-REGISTER-RECORD.
           05 LR-LOCKBOX-ID      PIC X(6).
           05 LR-BATCH-NO        PIC 9(6).
           05 LR-DEPOSIT-DATE    PIC 9(8).
           05 LR-LOADED-DATE     PIC 9(8).
           05 LR-ITEM-COUNT      PIC 9(5).
           05 LR-TOTAL           PIC 9(9)V99.
           05 LR-IMPORTED-COUNT  PIC 9(5).
           05 LR-IMPORTED-AMOUNT PIC 9(9)V99.
           05 LR-EXCEPTION-COUNT PIC 9(5).
       FD RECONCILIATION-FILE.
       01 RECONCILIATION-RECORD.
           05 BR-KIND            PIC X(1).
           05 BR-DATE            PIC 9(8).
           05 BR-REFERENCE       PIC X(12).
           05 BR-AMOUNT          PIC 9(9)V99.
           05 BR-STATUS          PIC X(1).
           05 BR-FIRST-SEEN      PIC 9(8).
           05 BR-CLEARED-DATE    PIC 9(8).
           05 BR-MATCHED-REF     PIC X(12).
           05 BR-ACK-AMOUNT      PIC 9(9)V99.
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-DEPOSIT-SLIP-STATUS PIC X(2).
       01 WS-STATEMENT-STATUS   PIC X(2).
       01 WS-REGISTER-STATUS    PIC X(2).
       01 WS-RECON-STATUS       PIC X(2).
       01 WS-REPORT-STATUS      PIC X(2).
       01 WS-EOF-FLAG           PIC A(1) VALUE 'N'.
           88 WS-END-OF-FILE             VALUE 'Y'.
      * one entry per slip (S), lockbox batch (L) or bank credit (B)
      * ever offered; WR-STATUS O outstanding, M matched. WR-PAIR is
      * this run's same-date partner of an outstanding item that did
      * not match. WR-ACK-AMOUNT is the changed total of a cleared
      * slip that has already been reported.
       01 WS-REC-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-REC-TABLE.
           05 WS-REC-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-REC-IDX WS-OTHER-IDX WS-ADJ-IDX.
               10 WR-KIND         PIC X(1).
                   88 WR-IS-SLIP          VALUE 'S'.
                   88 WR-IS-LOCKBOX       VALUE 'L'.
                   88 WR-IS-DEPOSIT       VALUE 'S' 'L'.
                   88 WR-IS-CREDIT        VALUE 'B'.
               10 WR-DATE         PIC 9(8).
               10 WR-REFERENCE    PIC X(12).
               10 WR-AMOUNT       PIC 9(9)V99.
               10 WR-STATUS       PIC X(1).
                   88 WR-OUTSTANDING      VALUE 'O'.
                   88 WR-MATCHED          VALUE 'M'.
               10 WR-FIRST-SEEN   PIC 9(8).
               10 WR-CLEARED-DATE PIC 9(8).
               10 WR-MATCHED-REF  PIC X(12).
               10 WR-PAIR         PIC 9(4).
               10 WR-ACK-AMOUNT   PIC 9(9)V99.
       01 WS-WORK-FIELDS.
           05 WS-FOUND-FLAG      PIC A(1).
               88 WS-FOUND                VALUE 'Y'.
           05 WS-SLOT            PIC 9(4).
           05 WS-SLIP-DATE       PIC 9(8).
           05 WS-SLIP-DATE-R REDEFINES WS-SLIP-DATE.
               10 WS-SLIP-YYYY   PIC 9(4).
               10 WS-SLIP-MM     PIC 9(2).
               10 WS-SLIP-DD     PIC 9(2).
           05 WS-SHORTFALL       PIC 9(9)V99.
           05 WS-LOCKBOX-REF.
               10 WS-LBX-ID      PIC X(6).
               10 WS-LBX-BATCH   PIC 9(6).
           05 WS-DIFFERENCE      PIC S9(9)V99.
       01 WS-RUN-COUNTS.
           05 WS-NEW-SLIPS       PIC 9(5) VALUE ZERO.
           05 WS-NEW-BATCHES     PIC 9(5) VALUE ZERO.
           05 WS-CHANGED-SLIPS   PIC 9(5) VALUE ZERO.
           05 WS-NEW-CREDITS     PIC 9(5) VALUE ZERO.
           05 WS-REPEAT-CREDITS  PIC 9(5) VALUE ZERO.
           05 WS-REPEAT-AMOUNT   PIC 9(9)V99 VALUE ZERO.
           05 WS-TRANSFERS       PIC 9(5) VALUE ZERO.
           05 WS-TRANSFER-AMOUNT PIC 9(9)V99 VALUE ZERO.
           05 WS-CLEARED-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-CLEARED-AMOUNT  PIC 9(9)V99 VALUE ZERO.
           05 WS-DIFF-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-DIFF-AMOUNT     PIC S9(9)V99 VALUE ZERO.
           05 WS-UNCREDITED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-UNCREDITED-AMOUNT PIC 9(9)V99 VALUE ZERO.
           05 WS-NO-SLIP-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-NO-SLIP-AMOUNT  PIC 9(9)V99 VALUE ZERO.
           05 WS-SECTION-COUNT   PIC 9(5).
       01 WS-TODAY-YMD          PIC 9(8).
       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YY PIC 99.
           05 WS-RUN-MM PIC 99.
           05 WS-RUN-DD PIC 99.
       01 WS-REPORT-LINES.
           05 WS-RP-RULE.
               10 FILLER PIC X(88) VALUE ALL "=".
           05 WS-RP-TITLE.
               10 FILLER PIC X(40) VALUE
                   "BANK DEPOSIT RECONCILIATION   RUN DATE ".
               10 RPT-RUN-DATE     PIC 9(8).
           05 WS-RP-SECTION.
               10 RPS-TITLE        PIC X(60).
           05 WS-RP-COLUMNS.
               10 FILLER PIC X(10) VALUE "DATE".
               10 FILLER PIC X(14) VALUE "BANK REF".
               10 FILLER PIC X(15) VALUE "    SLIP AMOUNT".
               10 FILLER PIC X(2)  VALUE SPACE.
               10 FILLER PIC X(15) VALUE "  BANK CREDITED".
               10 FILLER PIC X(2)  VALUE SPACE.
               10 FILLER PIC X(15) VALUE "     DIFFERENCE".
               10 FILLER PIC X(2)  VALUE SPACE.
               10 FILLER PIC X(4)  VALUE "DAYS".
           05 WS-RP-DETAIL.
               10 RPD-DATE         PIC 9(8).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 RPD-REFERENCE    PIC X(12).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 RPD-SLIP         PIC ZZZ,ZZZ,ZZ9.99.
               10 RPD-SLIP-X REDEFINES RPD-SLIP PIC X(14).
               10 FILLER           PIC X(3)  VALUE SPACE.
               10 RPD-BANK         PIC ZZZ,ZZZ,ZZ9.99.
               10 RPD-BANK-X REDEFINES RPD-BANK PIC X(14).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 RPD-DIFF         PIC ----,---,--9.99.
               10 RPD-DIFF-X REDEFINES RPD-DIFF PIC X(15).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 RPD-DAYS         PIC ZZZ9.
           05 WS-RP-NONE.
               10 FILLER PIC X(10) VALUE "  NONE".
           05 WS-RP-TOTAL.
               10 RPT-LABEL        PIC X(34).
               10 RPT-COUNT        PIC ZZ,ZZ9.
               10 FILLER           PIC X(4)  VALUE SPACE.
               10 RPT-AMOUNT       PIC ----,---,--9.99.
       COPY DATEREQ.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-RUN-DATE-RAW FROM DATE.
            COMPUTE WS-TODAY-YMD =
                20000000 + (WS-RUN-YY * 10000)
                    + (WS-RUN-MM * 100) + WS-RUN-DD.
            PERFORM LOAD-RECONCILIATION.
            PERFORM READ-DEPOSIT-SLIPS.
            PERFORM READ-LOCKBOX-REGISTER.
            PERFORM READ-BANK-STATEMENT.
            PERFORM MATCH-EXACT.
            PERFORM PAIR-DIFFERENCES.
            PERFORM MATCH-SHORTFALL-CREDITS.
            PERFORM WRITE-RECONCILIATION-REPORT.
            PERFORM SAVE-RECONCILIATION.
            DISPLAY "Reconciliation: " WS-CLEARED-COUNT
                " deposit(s) cleared, " WS-DIFF-COUNT
                " amount difference(s), " WS-UNCREDITED-COUNT
                " deposit(s) not credited, " WS-NO-SLIP-COUNT
                " credit(s) with no slip - see arbankrpt.txt.".
            IF RETURN-CODE = ZERO
                    AND (WS-DIFF-COUNT > ZERO
                        OR WS-UNCREDITED-COUNT > ZERO
                        OR WS-NO-SLIP-COUNT > ZERO
                        OR WS-CHANGED-SLIPS > ZERO)
                MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.
       LOAD-RECONCILIATION.
      * absent on the first run - everything starts outstanding.
            OPEN INPUT RECONCILIATION-FILE.
            IF WS-RECON-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ RECONCILIATION-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM ADD-TABLE-ENTRY
                            MOVE BR-KIND     TO WR-KIND(WS-REC-IDX)
                            MOVE BR-DATE     TO WR-DATE(WS-REC-IDX)
                            MOVE BR-REFERENCE
                                TO WR-REFERENCE(WS-REC-IDX)
                            MOVE BR-AMOUNT   TO WR-AMOUNT(WS-REC-IDX)
                            MOVE BR-STATUS   TO WR-STATUS(WS-REC-IDX)
                            MOVE BR-FIRST-SEEN
                                TO WR-FIRST-SEEN(WS-REC-IDX)
                            MOVE BR-CLEARED-DATE
                                TO WR-CLEARED-DATE(WS-REC-IDX)
                            MOVE BR-MATCHED-REF
                                TO WR-MATCHED-REF(WS-REC-IDX)
                            IF BR-ACK-AMOUNT IS NUMERIC
                                MOVE BR-ACK-AMOUNT
                                    TO WR-ACK-AMOUNT(WS-REC-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RECONCILIATION-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       ADD-TABLE-ENTRY.
            IF WS-REC-COUNT >= 2000
                DISPLAY "More than 2000 items on the reconciliation - "
                    "table full; nothing reconciled."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-REC-COUNT.
            SET WS-REC-IDX TO WS-REC-COUNT.
            MOVE 'O'    TO WR-STATUS(WS-REC-IDX).
            MOVE SPACES TO WR-REFERENCE(WS-REC-IDX).
            MOVE SPACES TO WR-MATCHED-REF(WS-REC-IDX).
            MOVE WS-TODAY-YMD TO WR-FIRST-SEEN(WS-REC-IDX).
            MOVE ZERO   TO WR-CLEARED-DATE(WS-REC-IDX).
            MOVE ZERO   TO WR-PAIR(WS-REC-IDX).
            MOVE ZERO   TO WR-ACK-AMOUNT(WS-REC-IDX).
       READ-DEPOSIT-SLIPS.
            OPEN INPUT DEPOSIT-SLIP-FILE.
            IF WS-DEPOSIT-SLIP-STATUS NOT = "00"
                DISPLAY "depositslip.txt not found - status "
                    WS-DEPOSIT-SLIP-STATUS " - run the receipt run "
                    "first; nothing reconciled."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-END-OF-FILE
                READ DEPOSIT-SLIP-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN SL-IS-HEADER
                                MOVE SL-DATE-YYYY TO WS-SLIP-YYYY
                                MOVE SL-DATE-MM   TO WS-SLIP-MM
                                MOVE SL-DATE-DD   TO WS-SLIP-DD
                            WHEN SL-IS-TOTAL
                                PERFORM TAKE-ONE-SLIP
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-PERFORM.
            CLOSE DEPOSIT-SLIP-FILE.
            MOVE 'N' TO WS-EOF-FLAG.
       TAKE-ONE-SLIP.
      * the slip file is rebuilt from all of receipts.txt on every
      * receipt run, so a day already on file is the same deposit -
      * unless a void has since changed it.
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                    UNTIL WS-OTHER-IDX > WS-REC-COUNT OR WS-FOUND
                IF WR-IS-SLIP(WS-OTHER-IDX)
                        AND WR-DATE(WS-OTHER-IDX) = WS-SLIP-DATE
                    SET WS-FOUND TO TRUE
                    SET WS-SLOT TO WS-OTHER-IDX
                END-IF
            END-PERFORM.
            IF NOT WS-FOUND
                PERFORM ADD-TABLE-ENTRY
                MOVE 'S'          TO WR-KIND(WS-REC-IDX)
                MOVE WS-SLIP-DATE TO WR-DATE(WS-REC-IDX)
                MOVE SL-AMOUNT    TO WR-AMOUNT(WS-REC-IDX)
                ADD 1 TO WS-NEW-SLIPS
            ELSE
                SET WS-REC-IDX TO WS-SLOT
      * a cleared slip that has changed is reported once; the new
      * total is remembered so later runs stay quiet about it.
                IF SL-AMOUNT NOT = WR-AMOUNT(WS-REC-IDX)
                    IF WR-OUTSTANDING(WS-REC-IDX)
                        MOVE SL-AMOUNT TO WR-AMOUNT(WS-REC-IDX)
                    ELSE
                        IF SL-AMOUNT NOT = WR-ACK-AMOUNT(WS-REC-IDX)
                            DISPLAY "*** Deposit slip for "
                                WS-SLIP-DATE " now totals " SL-AMOUNT
                                " but cleared the bank at "
                                WR-AMOUNT(WS-REC-IDX)
                                " - check for a void after the "
                                "deposit ***"
                            ADD 1 TO WS-CHANGED-SLIPS
                            MOVE SL-AMOUNT
                                TO WR-ACK-AMOUNT(WS-REC-IDX)
                        END-IF
                    END-IF
                END-IF
            END-IF.
       READ-LOCKBOX-REGISTER.
      * the bank credits each lockbox batch it took in as one deposit
      * of the batch total - absent until the first lockbox import.
            OPEN INPUT LOCKBOX-REGISTER-FILE.
            IF WS-REGISTER-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ LOCKBOX-REGISTER-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM TAKE-ONE-BATCH
                    END-READ
                END-PERFORM
                CLOSE LOCKBOX-REGISTER-FILE
                MOVE 'N' TO WS-EOF-FLAG
            END-IF.
       TAKE-ONE-BATCH.
      * the register keeps every batch ever loaded; one already on
      * file is the same deposit.
            MOVE LR-LOCKBOX-ID TO WS-LBX-ID.
            MOVE LR-BATCH-NO   TO WS-LBX-BATCH.
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                    UNTIL WS-OTHER-IDX > WS-REC-COUNT OR WS-FOUND
                IF WR-IS-LOCKBOX(WS-OTHER-IDX)
                        AND WR-REFERENCE(WS-OTHER-IDX) = WS-LOCKBOX-REF
                    SET WS-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF NOT WS-FOUND
                PERFORM ADD-TABLE-ENTRY
                MOVE 'L'             TO WR-KIND(WS-REC-IDX)
                MOVE LR-DEPOSIT-DATE TO WR-DATE(WS-REC-IDX)
                MOVE WS-LOCKBOX-REF  TO WR-REFERENCE(WS-REC-IDX)
                MOVE LR-TOTAL        TO WR-AMOUNT(WS-REC-IDX)
                ADD 1 TO WS-NEW-BATCHES
            END-IF.
       READ-BANK-STATEMENT.
            OPEN INPUT BANK-STATEMENT-FILE.
            IF WS-STATEMENT-STATUS NOT = "00"
                DISPLAY "bankstmt.txt not found - status "
                    WS-STATEMENT-STATUS " - nothing reconciled."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-END-OF-FILE
                READ BANK-STATEMENT-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF BS-DEPOSIT-CREDIT
                            PERFORM TAKE-ONE-CREDIT
                        ELSE
                            ADD 1 TO WS-TRANSFERS
                            ADD BS-AMOUNT TO WS-TRANSFER-AMOUNT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BANK-STATEMENT-FILE.
            MOVE 'N' TO WS-EOF-FLAG.
       TAKE-ONE-CREDIT.
      * a statement fed in again brings the same credits back.
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                    UNTIL WS-OTHER-IDX > WS-REC-COUNT OR WS-FOUND
                IF WR-IS-CREDIT(WS-OTHER-IDX)
                        AND WR-DATE(WS-OTHER-IDX) = BS-POST-DATE
                        AND WR-REFERENCE(WS-OTHER-IDX) = BS-REFERENCE
                        AND WR-AMOUNT(WS-OTHER-IDX) = BS-AMOUNT
                    SET WS-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF WS-FOUND
                ADD 1 TO WS-REPEAT-CREDITS
                ADD BS-AMOUNT TO WS-REPEAT-AMOUNT
            ELSE
                PERFORM ADD-TABLE-ENTRY
                MOVE 'B'          TO WR-KIND(WS-REC-IDX)
                MOVE BS-POST-DATE TO WR-DATE(WS-REC-IDX)
                MOVE BS-REFERENCE TO WR-REFERENCE(WS-REC-IDX)
                MOVE BS-AMOUNT    TO WR-AMOUNT(WS-REC-IDX)
                ADD 1 TO WS-NEW-CREDITS
            END-IF.
       MATCH-EXACT.
            PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                    UNTIL WS-REC-IDX > WS-REC-COUNT
                IF WR-IS-DEPOSIT(WS-REC-IDX)
                        AND WR-OUTSTANDING(WS-REC-IDX)
                    MOVE 'N' TO WS-FOUND-FLAG
                    PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                            UNTIL WS-OTHER-IDX > WS-REC-COUNT
                                OR WS-FOUND
                        IF WR-IS-CREDIT(WS-OTHER-IDX)
                                AND WR-OUTSTANDING(WS-OTHER-IDX)
                                AND WR-DATE(WS-OTHER-IDX)
                                    = WR-DATE(WS-REC-IDX)
                                AND WR-AMOUNT(WS-OTHER-IDX)
                                    = WR-AMOUNT(WS-REC-IDX)
                            SET WS-FOUND TO TRUE
                            PERFORM CLEAR-SLIP-AND-CREDIT
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.
       CLEAR-SLIP-AND-CREDIT.
            MOVE 'M' TO WR-STATUS(WS-REC-IDX).
            MOVE 'M' TO WR-STATUS(WS-OTHER-IDX).
            MOVE WS-TODAY-YMD TO WR-CLEARED-DATE(WS-REC-IDX).
            MOVE WS-TODAY-YMD TO WR-CLEARED-DATE(WS-OTHER-IDX).
            MOVE WR-REFERENCE(WS-OTHER-IDX)
                TO WR-MATCHED-REF(WS-REC-IDX).
            MOVE 'S' TO WR-MATCHED-REF(WS-OTHER-IDX).
       PAIR-DIFFERENCES.
      * a slip still open with a credit still open on the same day
      * is one deposit the bank credited for a different amount.
            PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                    UNTIL WS-REC-IDX > WS-REC-COUNT
                IF WR-IS-DEPOSIT(WS-REC-IDX)
                        AND WR-OUTSTANDING(WS-REC-IDX)
                    PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                            UNTIL WS-OTHER-IDX > WS-REC-COUNT
                                OR WR-PAIR(WS-REC-IDX) NOT = ZERO
                        IF WR-IS-CREDIT(WS-OTHER-IDX)
                                AND WR-OUTSTANDING(WS-OTHER-IDX)
                                AND WR-PAIR(WS-OTHER-IDX) = ZERO
                                AND WR-DATE(WS-OTHER-IDX)
                                    = WR-DATE(WS-REC-IDX)
                            SET WR-PAIR(WS-REC-IDX) TO WS-OTHER-IDX
                            SET WR-PAIR(WS-OTHER-IDX) TO WS-REC-IDX
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.
       MATCH-SHORTFALL-CREDITS.
      * the bank makes good a short credit with a later credit of
      * the shortfall; when it arrives the whole deposit clears.
            PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                    UNTIL WS-REC-IDX > WS-REC-COUNT
                IF WR-IS-DEPOSIT(WS-REC-IDX)
                        AND WR-OUTSTANDING(WS-REC-IDX)
                        AND WR-PAIR(WS-REC-IDX) NOT = ZERO
                    SET WS-OTHER-IDX TO WR-PAIR(WS-REC-IDX)
                    IF WR-AMOUNT(WS-REC-IDX) > WR-AMOUNT(WS-OTHER-IDX)
                        COMPUTE WS-SHORTFALL = WR-AMOUNT(WS-REC-IDX)
                            - WR-AMOUNT(WS-OTHER-IDX)
                        PERFORM FIND-SHORTFALL-CREDIT
                    END-IF
                END-IF
            END-PERFORM.
       FIND-SHORTFALL-CREDIT.
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                    UNTIL WS-ADJ-IDX > WS-REC-COUNT OR WS-FOUND
                IF WR-IS-CREDIT(WS-ADJ-IDX)
                        AND WR-OUTSTANDING(WS-ADJ-IDX)
                        AND WR-PAIR(WS-ADJ-IDX) = ZERO
                        AND WR-DATE(WS-ADJ-IDX) >= WR-DATE(WS-REC-IDX)
                        AND WR-AMOUNT(WS-ADJ-IDX) = WS-SHORTFALL
                    SET WS-FOUND TO TRUE
                    PERFORM CLEAR-SLIP-AND-CREDIT
                    MOVE 'M' TO WR-STATUS(WS-ADJ-IDX)
                    MOVE WS-TODAY-YMD TO WR-CLEARED-DATE(WS-ADJ-IDX)
                    MOVE 'S' TO WR-MATCHED-REF(WS-ADJ-IDX)
                    MOVE ZERO TO WR-PAIR(WS-REC-IDX)
                    MOVE ZERO TO WR-PAIR(WS-OTHER-IDX)
                END-IF
            END-PERFORM.
       WRITE-RECONCILIATION-REPORT.
            OPEN OUTPUT REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Unable to open arbankrpt.txt - status "
                    WS-REPORT-STATUS " - nothing reconciled."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-TODAY-YMD TO RPT-RUN-DATE.
            WRITE REPORT-RECORD FROM WS-RP-RULE.
            WRITE REPORT-RECORD FROM WS-RP-TITLE.
            WRITE REPORT-RECORD FROM WS-RP-RULE.
            MOVE "DEPOSITS CLEARED THIS RUN" TO RPS-TITLE.
            PERFORM WRITE-SECTION-HEADING.
            PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                    UNTIL WS-REC-IDX > WS-REC-COUNT
                IF WR-IS-DEPOSIT(WS-REC-IDX)
                        AND WR-MATCHED(WS-REC-IDX)
                        AND WR-CLEARED-DATE(WS-REC-IDX) = WS-TODAY-YMD
                    PERFORM WRITE-CLEARED-LINE
                END-IF
            END-PERFORM.
            PERFORM WRITE-SECTION-END.
            MOVE "AMOUNT DIFFERENCES - CREDITED FOR ANOTHER AMOUNT"
                TO RPS-TITLE.
            PERFORM WRITE-SECTION-HEADING.
            PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                    UNTIL WS-REC-IDX > WS-REC-COUNT
                IF WR-IS-DEPOSIT(WS-REC-IDX)
                        AND WR-OUTSTANDING(WS-REC-IDX)
                        AND WR-PAIR(WS-REC-IDX) NOT = ZERO
                    PERFORM WRITE-DIFFERENCE-LINE
                END-IF
            END-PERFORM.
            PERFORM WRITE-SECTION-END.
            MOVE "DEPOSITS NOT CREDITED BY THE BANK" TO RPS-TITLE.
            PERFORM WRITE-SECTION-HEADING.
            PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                    UNTIL WS-REC-IDX > WS-REC-COUNT
                IF WR-IS-DEPOSIT(WS-REC-IDX)
                        AND WR-OUTSTANDING(WS-REC-IDX)
                        AND WR-PAIR(WS-REC-IDX) = ZERO
                    PERFORM WRITE-UNCREDITED-LINE
                END-IF
            END-PERFORM.
            PERFORM WRITE-SECTION-END.
            MOVE "BANK CREDITS WITH NO DEPOSIT SLIP" TO RPS-TITLE.
            PERFORM WRITE-SECTION-HEADING.
            PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                    UNTIL WS-REC-IDX > WS-REC-COUNT
                IF WR-IS-CREDIT(WS-REC-IDX)
                        AND WR-OUTSTANDING(WS-REC-IDX)
                        AND WR-PAIR(WS-REC-IDX) = ZERO
                    PERFORM WRITE-NO-SLIP-LINE
                END-IF
            END-PERFORM.
            PERFORM WRITE-SECTION-END.
            WRITE REPORT-RECORD FROM WS-RP-RULE.
            MOVE "DEPOSITS CLEARED"        TO RPT-LABEL.
            MOVE WS-CLEARED-COUNT          TO RPT-COUNT.
            MOVE WS-CLEARED-AMOUNT         TO RPT-AMOUNT.
            WRITE REPORT-RECORD FROM WS-RP-TOTAL.
            MOVE "AMOUNT DIFFERENCES (NET)" TO RPT-LABEL.
            MOVE WS-DIFF-COUNT             TO RPT-COUNT.
            MOVE WS-DIFF-AMOUNT            TO RPT-AMOUNT.
            WRITE REPORT-RECORD FROM WS-RP-TOTAL.
            MOVE "DEPOSITS NOT CREDITED"   TO RPT-LABEL.
            MOVE WS-UNCREDITED-COUNT       TO RPT-COUNT.
            MOVE WS-UNCREDITED-AMOUNT      TO RPT-AMOUNT.
            WRITE REPORT-RECORD FROM WS-RP-TOTAL.
            MOVE "CREDITS WITH NO DEPOSIT SLIP" TO RPT-LABEL.
            MOVE WS-NO-SLIP-COUNT          TO RPT-COUNT.
            MOVE WS-NO-SLIP-AMOUNT         TO RPT-AMOUNT.
            WRITE REPORT-RECORD FROM WS-RP-TOTAL.
            MOVE "TRANSFER CREDITS NOT MATCHED" TO RPT-LABEL.
            MOVE WS-TRANSFERS              TO RPT-COUNT.
            MOVE WS-TRANSFER-AMOUNT        TO RPT-AMOUNT.
            WRITE REPORT-RECORD FROM WS-RP-TOTAL.
            MOVE "STATEMENT CREDITS ALREADY ON FILE" TO RPT-LABEL.
            MOVE WS-REPEAT-CREDITS         TO RPT-COUNT.
            MOVE WS-REPEAT-AMOUNT          TO RPT-AMOUNT.
            WRITE REPORT-RECORD FROM WS-RP-TOTAL.
            CLOSE REPORT-FILE.
       WRITE-SECTION-HEADING.
            MOVE ZERO TO WS-SECTION-COUNT.
            MOVE SPACES TO REPORT-RECORD.
            WRITE REPORT-RECORD.
            WRITE REPORT-RECORD FROM WS-RP-SECTION.
            WRITE REPORT-RECORD FROM WS-RP-COLUMNS.
       WRITE-SECTION-END.
            IF WS-SECTION-COUNT = ZERO
                WRITE REPORT-RECORD FROM WS-RP-NONE
            END-IF.
       SET-DAYS-OUTSTANDING.
            MOVE "DIFF" TO DS-FUNCTION.
            MOVE WS-TODAY-YMD        TO DS-DATE-1.
            MOVE WR-DATE(WS-REC-IDX) TO DS-DATE-2.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS = 'Y' AND DS-RESULT > ZERO
                MOVE DS-RESULT TO RPD-DAYS
            ELSE
                MOVE ZERO TO RPD-DAYS
            END-IF.
       WRITE-CLEARED-LINE.
            ADD 1 TO WS-SECTION-COUNT.
            ADD 1 TO WS-CLEARED-COUNT.
            ADD WR-AMOUNT(WS-REC-IDX) TO WS-CLEARED-AMOUNT.
            MOVE WR-DATE(WS-REC-IDX)        TO RPD-DATE.
            MOVE WR-MATCHED-REF(WS-REC-IDX) TO RPD-REFERENCE.
            MOVE WR-AMOUNT(WS-REC-IDX)      TO RPD-SLIP.
            MOVE WR-AMOUNT(WS-REC-IDX)      TO RPD-BANK.
            MOVE ZERO                       TO RPD-DIFF.
            MOVE ZERO                       TO RPD-DAYS.
            WRITE REPORT-RECORD FROM WS-RP-DETAIL.
       WRITE-DIFFERENCE-LINE.
            ADD 1 TO WS-SECTION-COUNT.
            ADD 1 TO WS-DIFF-COUNT.
            SET WS-OTHER-IDX TO WR-PAIR(WS-REC-IDX).
            COMPUTE WS-DIFFERENCE = WR-AMOUNT(WS-OTHER-IDX)
                - WR-AMOUNT(WS-REC-IDX).
            ADD WS-DIFFERENCE TO WS-DIFF-AMOUNT.
            MOVE WR-DATE(WS-REC-IDX)         TO RPD-DATE.
            MOVE WR-REFERENCE(WS-OTHER-IDX)  TO RPD-REFERENCE.
            MOVE WR-AMOUNT(WS-REC-IDX)       TO RPD-SLIP.
            MOVE WR-AMOUNT(WS-OTHER-IDX)     TO RPD-BANK.
            MOVE WS-DIFFERENCE               TO RPD-DIFF.
            PERFORM SET-DAYS-OUTSTANDING.
            WRITE REPORT-RECORD FROM WS-RP-DETAIL.
       WRITE-UNCREDITED-LINE.
            ADD 1 TO WS-SECTION-COUNT.
            ADD 1 TO WS-UNCREDITED-COUNT.
            ADD WR-AMOUNT(WS-REC-IDX) TO WS-UNCREDITED-AMOUNT.
            MOVE WR-DATE(WS-REC-IDX)    TO RPD-DATE.
            MOVE SPACES                 TO RPD-REFERENCE.
            IF WR-IS-LOCKBOX(WS-REC-IDX)
                MOVE WR-REFERENCE(WS-REC-IDX) TO RPD-REFERENCE
            END-IF.
            MOVE WR-AMOUNT(WS-REC-IDX)  TO RPD-SLIP.
            MOVE SPACES                 TO RPD-BANK-X.
            MOVE SPACES                 TO RPD-DIFF-X.
            PERFORM SET-DAYS-OUTSTANDING.
            WRITE REPORT-RECORD FROM WS-RP-DETAIL.
       WRITE-NO-SLIP-LINE.
            ADD 1 TO WS-SECTION-COUNT.
            ADD 1 TO WS-NO-SLIP-COUNT.
            ADD WR-AMOUNT(WS-REC-IDX) TO WS-NO-SLIP-AMOUNT.
            MOVE WR-DATE(WS-REC-IDX)      TO RPD-DATE.
            MOVE WR-REFERENCE(WS-REC-IDX) TO RPD-REFERENCE.
            MOVE SPACES                   TO RPD-SLIP-X.
            MOVE WR-AMOUNT(WS-REC-IDX)    TO RPD-BANK.
            MOVE SPACES                   TO RPD-DIFF-X.
            PERFORM SET-DAYS-OUTSTANDING.
            WRITE REPORT-RECORD FROM WS-RP-DETAIL.
       SAVE-RECONCILIATION.
            OPEN OUTPUT RECONCILIATION-FILE.
            IF WS-RECON-STATUS NOT = "00"
                DISPLAY "*** Unable to rewrite arbankrec.txt - status "
                    WS-RECON-STATUS " - this run's matches are "
                    "not kept; rerun when it is available ***"
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                        UNTIL WS-REC-IDX > WS-REC-COUNT
                    MOVE WR-KIND(WS-REC-IDX)      TO BR-KIND
                    MOVE WR-DATE(WS-REC-IDX)      TO BR-DATE
                    MOVE WR-REFERENCE(WS-REC-IDX) TO BR-REFERENCE
                    MOVE WR-AMOUNT(WS-REC-IDX)    TO BR-AMOUNT
                    MOVE WR-STATUS(WS-REC-IDX)    TO BR-STATUS
                    MOVE WR-FIRST-SEEN(WS-REC-IDX) TO BR-FIRST-SEEN
                    MOVE WR-CLEARED-DATE(WS-REC-IDX)
                        TO BR-CLEARED-DATE
                    MOVE WR-MATCHED-REF(WS-REC-IDX) TO BR-MATCHED-REF
                    MOVE WR-ACK-AMOUNT(WS-REC-IDX)  TO BR-ACK-AMOUNT
                    WRITE RECONCILIATION-RECORD
                END-PERFORM
                CLOSE RECONCILIATION-FILE
            END-IF.
       END PROGRAM AR-BANK-RECONCILE.
