      *     bonus tax and to the clearing account for the net. The
      *     journal is checked in balance before release; out of
      *     balance fails the run with return code 16.
      *   - bankacct.txt can now hold several distribution lines
      *     per employee for split net pay; the bonus goes whole to
      *     the employee's remainder (main account) line, or to the
      *     first line on file when there is no remainder line.
      *   - The bonus base for a part-timer is the monthly salary
      *     times EMP-FTE-PCT, since EMP-SALARY is now held as the
      *     full-time figure.
      *   - bankbonus.txt is held for a second operator in the same
      *     way as bankpay.txt: a pending row on payrelease.txt, and
      *     the transmission copy bonussend.txt left empty until the
      *     driver's release option approves it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT BANK-PAYMENT-FILE ASSIGN TO "bankbonus.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-PAY-STATUS.
           SELECT PAY-RELEASE-FILE ASSIGN TO "payrelease.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-RELEASE-STATUS.
           SELECT BANK-SEND-FILE ASSIGN TO "bonussend.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-SEND-STATUS.
           SELECT ANNIVERSARY-FILE ASSIGN TO "anniversary.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ANNIV-STATUS.
                             ==EMP-COMPANY==     BY
                                 ==SORT-COMPANY==
                             ==EMP-GRADE==       BY
                                 ==SORT-GRADE==
                             ==EMP-FTE-PCT==     BY
                                 ==SORT-FTE-PCT==
                             ==EMP-POSITION==    BY
                                 ==SORT-POSITION==.
       FD SORTED-EMPLOYEE-FILE.
       COPY EMPREC REPLACING ==EMPLOYEE-RECORD== BY
                                 ==SORTED-EMPLOYEE-RECORD==
                             ==EMP-COMPANY==     BY
                                 ==SEMP-COMPANY==
                             ==EMP-GRADE==       BY
                                 ==SEMP-GRADE==
                             ==EMP-FTE-PCT==     BY
                                 ==SEMP-FTE-PCT==
                             ==EMP-POSITION==    BY
                                 ==SEMP-POSITION==.
       SD DUP-SORT-FILE.
       COPY EMPREC REPLACING ==EMPLOYEE-RECORD== BY ==DUP-SORT-RECORD==
                             ==EMP-ID==          BY ==DUP-SORT-ID==
                             ==EMP-COMPANY==     BY
                                 ==DUP-SORT-COMPANY==
                             ==EMP-GRADE==       BY
                                 ==DUP-SORT-GRADE==
                             ==EMP-FTE-PCT==     BY
                                 ==DUP-SORT-FTE-PCT==
                             ==EMP-POSITION==    BY
                                 ==DUP-SORT-POSITION==.
       FD DUP-SORTED-FILE.
       COPY EMPREC REPLACING ==EMPLOYEE-RECORD== BY
                                 ==DUP-SORTED-RECORD==
                             ==EMP-COMPANY==     BY
                                 ==DEMP-COMPANY==
                             ==EMP-GRADE==       BY
                                 ==DEMP-GRADE==
                             ==EMP-FTE-PCT==     BY
                                 ==DEMP-FTE-PCT==
                             ==EMP-POSITION==    BY
                                 ==DEMP-POSITION==.
       FD DEPT-MASTER-FILE.
       01 DEPT-MASTER-RECORD.
           05 DM-DEP            PIC X(10).
           05 BA-EMP-ID        PIC X(6).
           05 BA-BANK-CODE     PIC X(3).
           05 BA-ACCOUNT-NO    PIC X(10).
           05 BA-PRIORITY      PIC 9(2).
           05 BA-DIST-TYPE     PIC X(1).
           05 BA-DIST-VALUE    PIC 9(7)V99.
       FD BANK-PAYMENT-FILE.
       01 BANK-PAYMENT-RECORD PIC X(46).
       FD PAY-RELEASE-FILE.
       COPY PAYREL.
       FD BANK-SEND-FILE.
       01 BANK-SEND-RECORD    PIC X(46).
       FD ANNIVERSARY-FILE.
       01 ANNIVERSARY-RECORD PIC X(84).
       FD MASTER-LOCK-FILE.
           88 WS-CSV-EXPORT              VALUE 'Y' 'y'.
       01 WS-BANK-ACCT-STATUS    PIC X(2).
       01 WS-BANK-PAY-STATUS     PIC X(2).
       01 WS-PAY-RELEASE-STATUS  PIC X(2).
       01 WS-BANK-SEND-STATUS    PIC X(2).
       01 WS-BANK-ANSWER         PIC X(1)  VALUE 'N'.
           88 WS-BANK-EXPORT               VALUE 'Y' 'y'.
       01 WS-BANK-EOF-FLAG       PIC A(1)  VALUE 'N'.
           88 WS-BANK-END-OF-FILE          VALUE 'Y'.
       01 WS-BANK-ACCT-COUNT     PIC 9(3)  VALUE ZERO.
       01 WS-BANK-ACCT-TABLE.
           05 WS-BANK-ACCT-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-BANK-IDX.
               10 WS-BA-EMP-ID     PIC X(6).
               10 WS-BA-BANK-CODE  PIC X(3).
               10 WS-BA-ACCOUNT-NO PIC X(10).
               10 WS-BA-DIST-TYPE  PIC X(1).
       01 WS-BANK-WORK-FIELDS.
           05 WS-BANK-FOUND       PIC A(1).
               88 WS-BANK-ACCT-KNOWN       VALUE 'Y'.
                       AT END
                           SET WS-BANK-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-BANK-ACCT-COUNT < 400
                               ADD 1 TO WS-BANK-ACCT-COUNT
                               SET WS-BANK-IDX
                                   TO WS-BANK-ACCT-COUNT
                                   WS-BA-BANK-CODE(WS-BANK-IDX)
                               MOVE BA-ACCOUNT-NO TO
                                   WS-BA-ACCOUNT-NO(WS-BANK-IDX)
                               MOVE BA-DIST-TYPE TO
                                   WS-BA-DIST-TYPE(WS-BANK-IDX)
                           ELSE
                               DISPLAY "bankacct.txt has more "
                                   "than 400 lines - extra "
                                   "line ignored"
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-IF.
       WRITE-BANK-DETAIL.
      * the whole bonus goes to the remainder line (a row with no
      * type predates split pay and is the only account); failing
      * that, to the first line on file.
           MOVE 'N' TO WS-BANK-FOUND.
           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
                   UNTIL WS-BANK-IDX > WS-BANK-ACCT-COUNT
               IF WS-BA-EMP-ID(WS-BANK-IDX) = SEMP-ID
                       AND (NOT WS-BANK-ACCT-KNOWN
                       OR WS-BA-DIST-TYPE(WS-BANK-IDX) = 'R'
                       OR WS-BA-DIST-TYPE(WS-BANK-IDX) = SPACE)
                   SET WS-BANK-ACCT-KNOWN TO TRUE
                   MOVE WS-BA-BANK-CODE(WS-BANK-IDX)
                       TO BD-BANK-CODE
               DISPLAY "Employees with no bank account on file: "
                   WS-BANK-MISSING-COUNT
           END-IF.
           PERFORM HOLD-BANK-FILE.
       HOLD-BANK-FILE.
      * the bonus payment file waits for a second, release-role
      * operator at the driver menu, exactly as bankpay.txt does;
      * until then the transmission copy is left empty.
           OPEN OUTPUT BANK-SEND-FILE.
           IF WS-BANK-SEND-STATUS = "00"
               CLOSE BANK-SEND-FILE
           END-IF.
           OPEN EXTEND PAY-RELEASE-FILE.
           IF WS-PAY-RELEASE-STATUS = "05"
                   OR WS-PAY-RELEASE-STATUS = "35"
               OPEN OUTPUT PAY-RELEASE-FILE
           END-IF.
           IF WS-PAY-RELEASE-STATUS = "00"
               MOVE SPACES TO PAY-RELEASE-RECORD
               MOVE "bankbonus.txt" TO PRQ-FILE-NAME
               SET PRQ-PENDING TO TRUE
               MOVE "20"       TO PRQ-RUN-DATE(1:2)
               MOVE WS-RUN-YY  TO PRQ-RUN-DATE(3:2)
               MOVE WS-RUN-MM  TO PRQ-RUN-DATE(5:2)
               MOVE WS-RUN-DD  TO PRQ-RUN-DATE(7:2)
               MOVE WS-SESSION-OPERATOR  TO PRQ-RUN-OPERATOR
               MOVE WS-BANK-DETAIL-COUNT TO PRQ-COUNT
               MOVE WS-BANK-HASH-TOTAL   TO PRQ-HASH
               WRITE PAY-RELEASE-RECORD
               CLOSE PAY-RELEASE-FILE
               DISPLAY "bankbonus.txt held for release by a second "
                   "operator."
           ELSE
               DISPLAY "Unable to open payrelease.txt - status "
                   WS-PAY-RELEASE-STATUS " - bankbonus.txt cannot "
                   "be released until the bonus run is repeated."
           END-IF.
       CHECK-UNATTENDED.
            PERFORM LOAD-OP-SESSION.
            IF WS-SESSION-OPERATOR = "SCHEDULE"
           ELSE
               MOVE SEMP-SALARY TO WS-BONUS-BASE
           END-IF.
      * EMP-SALARY is the full-time figure - a part-timer's bonus
      * is figured on the pay actually earned.
           IF SEMP-FTE-PCT IS NUMERIC
               IF SEMP-FTE-PCT > ZERO AND SEMP-FTE-PCT < 100
                   COMPUTE WS-BONUS-BASE ROUNDED =
                       WS-BONUS-BASE * SEMP-FTE-PCT / 100
               END-IF
           END-IF.
       PRORATE-FOR-SERVICE.
           IF SEMP-HIRE-DATE IS NUMERIC AND SEMP-HIRE-DATE > ZERO
               MOVE SEMP-HIRE-DATE TO WS-HIRE-DATE-WORK
