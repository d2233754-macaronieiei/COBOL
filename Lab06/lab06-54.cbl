      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pending employee changes - lists and cancels the
      *          future-dated emptrans.txt transactions lab06-4 is
      *          holding in pendchg.txt until the pay period they
      *          take effect in is opened. (L)ist prints every
      *          waiting change grouped by employee, in effective
      *          date order, to pendlist.txt and the console, so the
      *          queue can be checked before each payroll run.
      *          (C)ancel takes a change off the queue by its pending
      *          number - update-role operators only, under the
      *          employee master lock so lab06-4 is not rewriting the
      *          file at the same moment - and each cancellation is
      *          written to auditlog.txt with the operator. A
      *          job-plan run (opsession.txt = SCHEDULE) only lists.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDING-CHANGES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME
               WITH DUPLICATES
           FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "pendchg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.
           SELECT PEND-LIST-FILE ASSIGN TO "pendlist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-LIST-STATUS.
           SELECT MASTER-LOCK-FILE ASSIGN TO "masterlock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "auditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OP-SESSION-FILE ASSIGN TO "opsession.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPSESSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       COPY EMPREC.
       FD PENDING-CHANGE-FILE.
       COPY PENDCHG.
       FD PEND-LIST-FILE.
       01 PEND-LIST-RECORD       PIC X(80).
       FD MASTER-LOCK-FILE.
       01 LOCK-RECORD.
           05 LK-PROGRAM   PIC X(10).
           05 LK-DATE      PIC X(8).
           05 LK-TIME      PIC X(6).
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OP-ID        PIC X(8).
           05 OP-CODE      PIC X(6).
           05 OP-ROLE      PIC X(1).
           05 OP-CODE-DATE PIC X(8).
           05 OP-FAILS     PIC X(1).
           05 OP-LOCKED    PIC X(1).
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 AUD-DATE      PIC X(8).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-PROGRAM   PIC X(10).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-RECORDS   PIC 9(5).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-REJECTS   PIC 9(5).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-OUTCOME   PIC X(10).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AUD-OPERATOR  PIC X(8).
       FD OP-SESSION-FILE.
       01 OP-SESSION-RECORD.
           05 OPS-OPERATOR PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-PENDING-STATUS       PIC X(2).
       01 WS-PEND-LIST-STATUS     PIC X(2).
       01 WS-LOCK-STATUS          PIC X(2).
       01 WS-OPERATOR-STATUS      PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-UNATTENDED-FLAG      PIC A(1)  VALUE 'N'.
           88 WS-UNATTENDED                 VALUE 'Y'.
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-ACTION               PIC X(1).
       01 WS-DONE-FLAG            PIC X(1)  VALUE 'N'.
           88 WS-DONE                       VALUE 'Y'.
       01 WS-PENDING-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-PENDING-TABLE.
           05 WS-PENDING-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PN-IDX WS-PN-SCAN.
               10 WS-PN-RECORD     PIC X(135).
               10 WS-PN-SORT-KEY.
                   15 WS-PN-EMP-ID   PIC X(6).
                   15 WS-PN-EFF-DATE PIC 9(8).
                   15 WS-PN-SEQ      PIC 9(6).
               10 WS-PN-CANCELLED  PIC X(1).
                   88 WS-PN-IS-CANCELLED     VALUE 'Y'.
       01 WS-SWAP-ENTRY           PIC X(156).
       01 WS-LIST-FIELDS.
           05 WS-LIST-COUNT       PIC 9(5)  VALUE ZERO.
           05 WS-EMP-COUNT        PIC 9(5)  VALUE ZERO.
           05 WS-PREV-EMP-ID      PIC X(6).
           05 WS-EMP-NAME-SHOW    PIC X(39).
           05 WS-ACTION-WORD      PIC X(6).
       01 WS-CANCEL-FIELDS.
           05 WS-CANCEL-SEQ-X     PIC X(6).
           05 WS-CANCEL-SEQ REDEFINES WS-CANCEL-SEQ-X
                                  PIC 9(6).
           05 WS-CANCEL-FOUND     PIC X(1).
               88 WS-CANCEL-ON-FILE        VALUE 'Y'.
           05 WS-CONFIRM-ANSWER   PIC X(1).
           05 WS-CANCEL-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-OP-ROLE-FOUND    PIC X(1).
           05 WS-OP-EOF-FLAG      PIC A(1).
               88 WS-OP-EOF                VALUE 'Y'.
           05 WS-LOCK-HELD-FLAG   PIC X(1).
               88 WS-LOCK-IS-HELD          VALUE 'Y'.
       01 WS-LOCK-TIME-NOW        PIC 9(8).
       01 WS-LOCK-DATE-NOW.
           05 WS-LOCK-YY PIC 99.
           05 WS-LOCK-MM PIC 99.
           05 WS-LOCK-DD PIC 99.
       01 WS-AUDIT-RUN-DATE.
           05 WS-AUDIT-YY PIC 99.
           05 WS-AUDIT-MM PIC 99.
           05 WS-AUDIT-DD PIC 99.
       01 WS-LIST-LINES.
           05 WS-LIST-HEADER-1.
               10 FILLER PIC X(80) VALUE ALL "=".
           05 WS-LIST-HEADER-2.
               10 FILLER PIC X(20) VALUE SPACE.
               10 FILLER PIC X(40) VALUE
                   "PENDING EMPLOYEE CHANGES BY EMPLOYEE".
           05 WS-LIST-HEADER-3.
               10 FILLER PIC X(8)  VALUE "  PEND#".
               10 FILLER PIC X(7)  VALUE "ACTION".
               10 FILLER PIC X(10) VALUE "EFFECTIVE".
               10 FILLER PIC X(11) VALUE "DEPARTMENT".
               10 FILLER PIC X(15) VALUE "SALARY".
               10 FILLER PIC X(3)  VALUE "ST".
               10 FILLER PIC X(3)  VALUE "GR".
               10 FILLER PIC X(6)  VALUE "FTE".
               10 FILLER PIC X(9)  VALUE "BATCH".
               10 FILLER PIC X(8)  VALUE "QUEUED".
           05 WS-EMP-LINE.
               10 EML-EMP-ID       PIC X(6).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 EML-NAME         PIC X(39).
           05 WS-DETAIL-LINE.
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 DTL-SEQ          PIC 9(6).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 DTL-ACTION       PIC X(6).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 DTL-EFF-DATE     PIC 9(8).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 DTL-DEP          PIC X(10).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 DTL-SALARY       PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 DTL-STATUS       PIC X(1).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 DTL-GRADE        PIC X(2).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 DTL-FTE          PIC X(6).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 DTL-BATCH        PIC X(8).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 DTL-QUEUED       PIC X(8).
           05 WS-LIST-FOOTER.
               10 LFT-COUNT        PIC ZZ,ZZ9.
               10 FILLER           PIC X(24) VALUE
                   " pending change(s) for ".
               10 LFT-EMPS         PIC ZZ,ZZ9.
               10 FILLER           PIC X(12) VALUE " employee(s)".
       01 WS-FTE-WORK.
           05 WS-FTE-X            PIC X(5).
           05 WS-FTE-N REDEFINES WS-FTE-X PIC 9(3)V99.
           05 DISP-FTE            PIC ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            IF WS-SESSION-OPERATOR = "SCHEDULE"
                SET WS-UNATTENDED TO TRUE
            END-IF.
            PERFORM LOAD-PENDING-CHANGES.
            IF WS-UNATTENDED
                PERFORM LIST-PENDING-CHANGES
            ELSE
                PERFORM UNTIL WS-DONE
                    DISPLAY "Pending changes - (L)ist, (C)ancel, "
                        "(X) done: "
                    ACCEPT WS-ACTION
                    EVALUATE WS-ACTION
                        WHEN 'L' PERFORM LIST-PENDING-CHANGES
                        WHEN 'l' PERFORM LIST-PENDING-CHANGES
                        WHEN 'C' PERFORM CANCEL-PENDING-CHANGE
                        WHEN 'c' PERFORM CANCEL-PENDING-CHANGE
                        WHEN 'X' SET WS-DONE TO TRUE
                        WHEN 'x' SET WS-DONE TO TRUE
                        WHEN OTHER
                            DISPLAY "Invalid action."
                    END-EVALUATE
                END-PERFORM
            END-IF.
            IF WS-CANCEL-COUNT > ZERO
                PERFORM WRITE-AUDIT-LOG
            END-IF.
            MOVE ZERO TO RETURN-CODE.
            STOP RUN.
       LOAD-PENDING-CHANGES.
            MOVE ZERO TO WS-PENDING-COUNT.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT PENDING-CHANGE-FILE.
            IF WS-PENDING-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ PENDING-CHANGE-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM LOAD-ONE-PENDING-CHANGE
                    END-READ
                END-PERFORM
                CLOSE PENDING-CHANGE-FILE
            END-IF.
            PERFORM SORT-PENDING-TABLE.
       LOAD-ONE-PENDING-CHANGE.
            IF WS-PENDING-COUNT < 500
                ADD 1 TO WS-PENDING-COUNT
                SET WS-PN-IDX TO WS-PENDING-COUNT
                MOVE PENDING-CHANGE-RECORD TO WS-PN-RECORD(WS-PN-IDX)
                MOVE PND-EMP-ID   TO WS-PN-EMP-ID(WS-PN-IDX)
                MOVE PND-EFF-DATE TO WS-PN-EFF-DATE(WS-PN-IDX)
                MOVE PND-SEQ      TO WS-PN-SEQ(WS-PN-IDX)
                MOVE 'N'          TO WS-PN-CANCELLED(WS-PN-IDX)
            ELSE
                DISPLAY "pendchg.txt has more than 500 changes - "
                    "change " PND-SEQ " not loaded."
            END-IF.
       SORT-PENDING-TABLE.
      * employee, then effective date, then the order queued - a
      * straight exchange sort; the queue is never large.
            PERFORM VARYING WS-PN-IDX FROM 1 BY 1
                    UNTIL WS-PN-IDX >= WS-PENDING-COUNT
                PERFORM VARYING WS-PN-SCAN FROM WS-PN-IDX BY 1
                        UNTIL WS-PN-SCAN > WS-PENDING-COUNT
                    IF WS-PN-SORT-KEY(WS-PN-SCAN)
                            < WS-PN-SORT-KEY(WS-PN-IDX)
                        MOVE WS-PENDING-ENTRY(WS-PN-IDX)
                            TO WS-SWAP-ENTRY
                        MOVE WS-PENDING-ENTRY(WS-PN-SCAN)
                            TO WS-PENDING-ENTRY(WS-PN-IDX)
                        MOVE WS-SWAP-ENTRY
                            TO WS-PENDING-ENTRY(WS-PN-SCAN)
                    END-IF
                END-PERFORM
            END-PERFORM.
       LIST-PENDING-CHANGES.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE ZERO TO WS-EMP-COUNT.
            MOVE SPACES TO WS-PREV-EMP-ID.
            OPEN OUTPUT PEND-LIST-FILE.
            IF WS-PEND-LIST-STATUS NOT = "00"
                DISPLAY "Unable to open pendlist.txt - status "
                    WS-PEND-LIST-STATUS " - listing to the console "
                    "only."
            ELSE
                WRITE PEND-LIST-RECORD FROM WS-LIST-HEADER-1
                WRITE PEND-LIST-RECORD FROM WS-LIST-HEADER-2
                WRITE PEND-LIST-RECORD FROM WS-LIST-HEADER-1
                WRITE PEND-LIST-RECORD FROM WS-LIST-HEADER-3
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            DISPLAY WS-LIST-HEADER-3.
            PERFORM VARYING WS-PN-IDX FROM 1 BY 1
                    UNTIL WS-PN-IDX > WS-PENDING-COUNT
                IF NOT WS-PN-IS-CANCELLED(WS-PN-IDX)
                    PERFORM LIST-ONE-PENDING-CHANGE
                END-IF
            END-PERFORM.
            IF WS-EMPLOYEE-FILE-STATUS = "00"
                CLOSE EMPLOYEE-FILE
            END-IF.
            MOVE WS-LIST-COUNT TO LFT-COUNT.
            MOVE WS-EMP-COUNT  TO LFT-EMPS.
            DISPLAY WS-LIST-FOOTER.
            IF WS-PEND-LIST-STATUS = "00"
                WRITE PEND-LIST-RECORD FROM WS-LIST-HEADER-1
                WRITE PEND-LIST-RECORD FROM WS-LIST-FOOTER
                CLOSE PEND-LIST-FILE
                DISPLAY "Listing written to pendlist.txt."
            END-IF.
       LIST-ONE-PENDING-CHANGE.
            MOVE WS-PN-RECORD(WS-PN-IDX) TO PENDING-CHANGE-RECORD.
            IF PND-EMP-ID NOT = WS-PREV-EMP-ID
                MOVE PND-EMP-ID TO WS-PREV-EMP-ID
                ADD 1 TO WS-EMP-COUNT
                PERFORM SET-EMPLOYEE-NAME
                MOVE PND-EMP-ID       TO EML-EMP-ID
                MOVE WS-EMP-NAME-SHOW TO EML-NAME
                DISPLAY WS-EMP-LINE
                IF WS-PEND-LIST-STATUS = "00"
                    WRITE PEND-LIST-RECORD FROM WS-EMP-LINE
                END-IF
            END-IF.
            EVALUATE PND-CODE
                WHEN 'A' MOVE "ADD"    TO WS-ACTION-WORD
                WHEN 'a' MOVE "ADD"    TO WS-ACTION-WORD
                WHEN 'C' MOVE "CHANGE" TO WS-ACTION-WORD
                WHEN 'c' MOVE "CHANGE" TO WS-ACTION-WORD
                WHEN 'D' MOVE "DELETE" TO WS-ACTION-WORD
                WHEN 'd' MOVE "DELETE" TO WS-ACTION-WORD
                WHEN OTHER MOVE "?" TO WS-ACTION-WORD
            END-EVALUATE.
            MOVE PND-SEQ          TO DTL-SEQ.
            MOVE WS-ACTION-WORD   TO DTL-ACTION.
            MOVE PND-EFF-DATE     TO DTL-EFF-DATE.
            MOVE PND-BATCH-ID     TO DTL-BATCH.
            MOVE PND-QUEUED-DATE  TO DTL-QUEUED.
            IF WS-ACTION-WORD = "DELETE"
                MOVE SPACES TO DTL-DEP
                MOVE ZERO   TO DTL-SALARY
                MOVE SPACES TO DTL-STATUS
                MOVE SPACES TO DTL-GRADE
                MOVE SPACES TO DTL-FTE
            ELSE
                MOVE PND-EMP-DEP    TO DTL-DEP
                IF PND-EMP-SALARY IS NUMERIC
                    MOVE PND-EMP-SALARY TO DTL-SALARY
                ELSE
                    MOVE ZERO TO DTL-SALARY
                END-IF
                MOVE PND-EMP-STATUS TO DTL-STATUS
                MOVE PND-EMP-GRADE  TO DTL-GRADE
                MOVE PND-EMP-FTE    TO WS-FTE-X
                IF WS-FTE-X = SPACES OR WS-FTE-N IS NOT NUMERIC
                    MOVE "  -" TO DTL-FTE
                ELSE
                    MOVE WS-FTE-N TO DISP-FTE
                    MOVE DISP-FTE TO DTL-FTE
                END-IF
            END-IF.
            DISPLAY WS-DETAIL-LINE.
            IF WS-PEND-LIST-STATUS = "00"
                WRITE PEND-LIST-RECORD FROM WS-DETAIL-LINE
            END-IF.
            ADD 1 TO WS-LIST-COUNT.
       SET-EMPLOYEE-NAME.
      * an ADD that has not taken effect yet has no master record -
      * its name comes off the held transaction instead.
            MOVE PND-EMP-NAME TO WS-EMP-NAME-SHOW.
            IF WS-EMPLOYEE-FILE-STATUS = "00"
                MOVE PND-EMP-ID TO EMP-ID
                READ EMPLOYEE-FILE
                    KEY IS EMP-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE EMP-NAME TO WS-EMP-NAME-SHOW
                END-READ
            END-IF.
       CANCEL-PENDING-CHANGE.
            PERFORM CHECK-OPERATOR-ROLE.
            IF WS-OP-ROLE-FOUND NOT = 'U'
                DISPLAY "Only an update-role operator may cancel a "
                    "pending change."
            ELSE
                DISPLAY "Pending change number to cancel: "
                ACCEPT WS-CANCEL-SEQ-X
                PERFORM FIND-CANCEL-TARGET
                IF NOT WS-CANCEL-ON-FILE
                    DISPLAY "No waiting change numbered "
                        WS-CANCEL-SEQ-X "."
                ELSE
                    MOVE WS-PN-RECORD(WS-PN-IDX)
                        TO PENDING-CHANGE-RECORD
                    DISPLAY "Change " PND-SEQ " for " PND-EMP-ID
                        " effective " PND-EFF-DATE " from batch "
                        PND-BATCH-ID
                    DISPLAY "Cancel it? (Y/N): "
                    ACCEPT WS-CONFIRM-ANSWER
                    IF WS-CONFIRM-ANSWER = 'Y'
                            OR WS-CONFIRM-ANSWER = 'y'
                        PERFORM POST-CANCELLATION
                    ELSE
                        DISPLAY "Change left on the queue."
                    END-IF
                END-IF
            END-IF.
       FIND-CANCEL-TARGET.
            MOVE 'N' TO WS-CANCEL-FOUND.
            IF WS-CANCEL-SEQ-X IS NUMERIC
                PERFORM VARYING WS-PN-SCAN FROM 1 BY 1
                        UNTIL WS-PN-SCAN > WS-PENDING-COUNT
                            OR WS-CANCEL-ON-FILE
                    IF WS-PN-SEQ(WS-PN-SCAN) = WS-CANCEL-SEQ
                            AND NOT WS-PN-IS-CANCELLED(WS-PN-SCAN)
                        SET WS-CANCEL-ON-FILE TO TRUE
                        SET WS-PN-IDX TO WS-PN-SCAN
                    END-IF
                END-PERFORM
            END-IF.
       POST-CANCELLATION.
      * the queue is rewritten under the master lock lab06-4 takes,
      * so a release or a batch cannot be rewriting it as well.
            PERFORM ACQUIRE-MASTER-LOCK.
            IF WS-LOCK-IS-HELD
                DISPLAY "Change not cancelled - try again later."
            ELSE
                PERFORM LOAD-PENDING-CHANGES
                PERFORM FIND-CANCEL-TARGET
                IF NOT WS-CANCEL-ON-FILE
                    DISPLAY "Change " WS-CANCEL-SEQ-X " is no longer "
                        "waiting - it was applied or cancelled "
                        "meanwhile."
                ELSE
                    MOVE 'Y' TO WS-PN-CANCELLED(WS-PN-IDX)
                    PERFORM SAVE-PENDING-CHANGES
                    ADD 1 TO WS-CANCEL-COUNT
                    DISPLAY "Change " WS-CANCEL-SEQ-X " cancelled."
                END-IF
                PERFORM RELEASE-MASTER-LOCK
            END-IF.
       SAVE-PENDING-CHANGES.
      * written back in queue order so lab06-4 applies same-day
      * changes in the order they arrived.
            PERFORM VARYING WS-PN-IDX FROM 1 BY 1
                    UNTIL WS-PN-IDX >= WS-PENDING-COUNT
                PERFORM VARYING WS-PN-SCAN FROM WS-PN-IDX BY 1
                        UNTIL WS-PN-SCAN > WS-PENDING-COUNT
                    IF WS-PN-SEQ(WS-PN-SCAN) < WS-PN-SEQ(WS-PN-IDX)
                        MOVE WS-PENDING-ENTRY(WS-PN-IDX)
                            TO WS-SWAP-ENTRY
                        MOVE WS-PENDING-ENTRY(WS-PN-SCAN)
                            TO WS-PENDING-ENTRY(WS-PN-IDX)
                        MOVE WS-SWAP-ENTRY
                            TO WS-PENDING-ENTRY(WS-PN-SCAN)
                    END-IF
                END-PERFORM
            END-PERFORM.
            OPEN OUTPUT PENDING-CHANGE-FILE.
            IF WS-PENDING-STATUS NOT = "00"
                DISPLAY "Unable to rewrite pendchg.txt - status "
                    WS-PENDING-STATUS
            ELSE
                PERFORM VARYING WS-PN-IDX FROM 1 BY 1
                        UNTIL WS-PN-IDX > WS-PENDING-COUNT
                    IF NOT WS-PN-IS-CANCELLED(WS-PN-IDX)
                        WRITE PENDING-CHANGE-RECORD
                            FROM WS-PN-RECORD(WS-PN-IDX)
                    END-IF
                END-PERFORM
                CLOSE PENDING-CHANGE-FILE
            END-IF.
            PERFORM SORT-PENDING-TABLE.
       ACQUIRE-MASTER-LOCK.
            MOVE 'N' TO WS-LOCK-HELD-FLAG.
            OPEN INPUT MASTER-LOCK-FILE.
            IF WS-LOCK-STATUS = "00"
                READ MASTER-LOCK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF LK-PROGRAM NOT = SPACES
                            SET WS-LOCK-IS-HELD TO TRUE
                            DISPLAY "Employee master is in use by "
                                LK-PROGRAM " since " LK-DATE " "
                                LK-TIME "."
                        END-IF
                END-READ
                CLOSE MASTER-LOCK-FILE
            END-IF.
            IF NOT WS-LOCK-IS-HELD
                OPEN OUTPUT MASTER-LOCK-FILE
                IF WS-LOCK-STATUS = "00"
                    MOVE SPACES TO LOCK-RECORD
                    MOVE "PEND-CHG  " TO LK-PROGRAM
                    ACCEPT WS-LOCK-DATE-NOW FROM DATE
                    MOVE "20"       TO LK-DATE(1:2)
                    MOVE WS-LOCK-YY TO LK-DATE(3:2)
                    MOVE WS-LOCK-MM TO LK-DATE(5:2)
                    MOVE WS-LOCK-DD TO LK-DATE(7:2)
                    ACCEPT WS-LOCK-TIME-NOW FROM TIME
                    MOVE WS-LOCK-TIME-NOW(1:6) TO LK-TIME
                    WRITE LOCK-RECORD
                    CLOSE MASTER-LOCK-FILE
                END-IF
            END-IF.
       RELEASE-MASTER-LOCK.
            OPEN OUTPUT MASTER-LOCK-FILE.
            IF WS-LOCK-STATUS = "00"
                CLOSE MASTER-LOCK-FILE
            END-IF.
       CHECK-OPERATOR-ROLE.
      * when operators.txt is absent the shared access code gate
      * is in force and the console operator decides, as elsewhere.
            MOVE 'U' TO WS-OP-ROLE-FOUND.
            MOVE 'N' TO WS-OP-EOF-FLAG.
            OPEN INPUT OPERATOR-FILE.
            IF WS-OPERATOR-STATUS = "00"
                MOVE SPACES TO WS-OP-ROLE-FOUND
                PERFORM UNTIL WS-OP-EOF
                    READ OPERATOR-FILE
                        AT END
                            SET WS-OP-EOF TO TRUE
                        NOT AT END
                            IF OP-ID = WS-SESSION-OPERATOR
                                MOVE OP-ROLE TO WS-OP-ROLE-FOUND
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPERATOR-FILE
            END-IF.
       WRITE-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-LOG-FILE
            END-IF.
            IF WS-AUDIT-STATUS = "00"
                MOVE SPACES TO AUDIT-LOG-RECORD
                ACCEPT WS-AUDIT-RUN-DATE FROM DATE
                MOVE WS-AUDIT-YY TO AUD-DATE(1:2)
                MOVE WS-AUDIT-MM TO AUD-DATE(3:2)
                MOVE WS-AUDIT-DD TO AUD-DATE(5:2)
                MOVE SPACES      TO AUD-DATE(7:2)
                MOVE "PENDCHG"   TO AUD-PROGRAM
                MOVE WS-CANCEL-COUNT TO AUD-RECORDS
                MOVE ZERO        TO AUD-REJECTS
                MOVE "CANCELLED" TO AUD-OUTCOME
                MOVE WS-SESSION-OPERATOR TO AUD-OPERATOR
                WRITE AUDIT-LOG-RECORD
                CLOSE AUDIT-LOG-FILE
            ELSE
                DISPLAY "Unable to open auditlog.txt - status "
                    WS-AUDIT-STATUS " - cancellations not logged."
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
       END PROGRAM PENDING-CHANGES.
