      ******************************************************************
      * Author:
      * Date:
      * Purpose: Period-end payroll accrual journal for a pay period
      *          that straddles a fiscal period end. For an entered
      *          pay period (dates from paycal.txt, or payperiod.txt
      *          when it still holds that period) the posted
      *          payhist.txt detail is split at a daily rate -
      *          business days through DATESRV - between the days
      *          worked up to the end of the fiscal period the pay
      *          period starts in (fiscalcal.txt, DATESRV "FPER") and
      *          the rest, and the worked-but-unpaid portion is
      *          written as a balanced accrual journal (glaccrual.txt,
      *          gljournal.txt format: department expense debits
      *          against the glaccounts.txt type A accrued-liability
      *          credit) plus its reversal for the fiscal period the
      *          pay period ends in (glaccrrev.txt). A pay period
      *          inside one fiscal period accrues nothing and says so.
      * Tectonics: cobc
      * Modifications:
      *   - The accrual and reversal headers now carry the fiscal
      *     period (YYYYMM) each journal books into - the month
      *     ending inside the pay period for the accrual, the month
      *     after for the reversal - so the GL posting (lab06-73)
      *     knows where to post them.
      *   - The split now falls at the end of the fiscal period the
      *     pay period starts in rather than at calendar month end,
      *     and the journal headers carry fiscal periods (YYYYPP)
      *     from the fiscal calendar through DATESRV "FPER": the
      *     accrual the period the pay period starts in, the reversal
      *     the period it ends in. A pay period date outside the
      *     fiscal calendar stops the run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-ACCRUAL.
           05 WS-DATES-KNOWN     PIC A(1)  VALUE 'N'.
               88 WS-PERIOD-DATES-KNOWN    VALUE 'Y'.
       01 WS-DATE-WORK.
           05 WS-FISCAL-END-DATE PIC 9(8).
           05 WS-ACCRUAL-PERIOD  PIC 9(6).
           05 WS-REVERSAL-PERIOD PIC 9(6).
           05 WS-TOTAL-BUS-DAYS  PIC S9(5).
           05 WS-WORKED-BUS-DAYS PIC S9(5).
           05 WS-ACCRUE-FRACTION PIC 9(1)V9(6).
               10 FILLER        PIC X(1)  VALUE 'H'.
               10 GLH-SOURCE    PIC X(8).
               10 GLH-DATE      PIC X(8).
               10 GLH-PERIOD    PIC 9(6).
           05 WS-GL-DETAIL.
               10 FILLER        PIC X(1)  VALUE 'D'.
               10 GLD-DRCR      PIC X(2).
                STOP RUN
            END-IF.

            PERFORM SET-FISCAL-PERIODS.
            IF WS-ACCRUAL-PERIOD = WS-REVERSAL-PERIOD
                DISPLAY "Period " WS-SELECTED-PERIOD " does not "
                    "cross a fiscal period end - nothing to accrue."
                MOVE ZERO TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM COMPUTE-ACCRUE-FRACTION.
            IF WS-ACCRUE-FRACTION = ZERO
                DISPLAY "No business days fall before the fiscal "
                    "period end - nothing to accrue."
                MOVE ZERO TO RETURN-CODE
                STOP RUN
            END-IF.
                    CLOSE PERIOD-CONTROL-FILE
                END-IF
            END-IF.
       SET-FISCAL-PERIODS.
      * the accrual books into the fiscal period the pay period
      * starts in, split at that period's end; the reversal books
      * into the fiscal period the pay period ends in.
            MOVE "FPER" TO DS-FUNCTION.
            MOVE WS-PERIOD-START TO DS-DATE-1.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS NOT = 'Y'
                DISPLAY "Period start " WS-PERIOD-START " is not on "
                    "the fiscal calendar (fiscalcal.txt) - accrual "
                    "abandoned."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE DS-RESULT TO WS-ACCRUAL-PERIOD.
            MOVE DS-DATE-2 TO WS-FISCAL-END-DATE.
            MOVE "FPER" TO DS-FUNCTION.
            MOVE WS-PERIOD-END TO DS-DATE-1.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS NOT = 'Y'
                DISPLAY "Period end " WS-PERIOD-END " is not on "
                    "the fiscal calendar (fiscalcal.txt) - accrual "
                    "abandoned."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE DS-RESULT TO WS-REVERSAL-PERIOD.
       COMPUTE-ACCRUE-FRACTION.
            MOVE "BDIF" TO DS-FUNCTION.
            MOVE WS-PERIOD-END   TO DS-DATE-1.
            END-IF.
            MOVE DS-RESULT TO WS-TOTAL-BUS-DAYS.
            MOVE "BDIF" TO DS-FUNCTION.
            MOVE WS-FISCAL-END-DATE TO DS-DATE-1.
            MOVE WS-PERIOD-START   TO DS-DATE-2.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS NOT = 'Y'
                DISPLAY "Fiscal period end failed validation - "
                    "accrual abandoned."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            MOVE WS-RUN-YY TO GLH-DATE(3:2).
            MOVE WS-RUN-MM TO GLH-DATE(5:2).
            MOVE WS-RUN-DD TO GLH-DATE(7:2).
            MOVE WS-ACCRUAL-PERIOD TO GLH-PERIOD.
            WRITE ACCRUAL-RECORD FROM WS-GL-HEADER.
            MOVE "PAYREV  " TO GLH-SOURCE.
            MOVE WS-REVERSAL-PERIOD TO GLH-PERIOD.
            WRITE REVERSAL-RECORD FROM WS-GL-HEADER.
      * the reversal is the same journal with the sides swapped.
            PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
