      ******************************************************************
      * Author:
      * Date:
      * Purpose: Employee master as of a past date, for the auditor
      *          who asks what someone's salary, department or status
      *          was on a given day - answered until now by reading
      *          chgreport.txt by eye. Starts from the current
      *          employees.txt, adds the images of employees purged by
      *          the lab06-23 archive run (emparchive.txt), and replays
      *          the maintenance change log backwards: every
      *          empchglog.txt record dated after the as-of date is
      *          undone - an ADD removes the employee, a CHANGE puts
      *          the before image back, a DELETE restores the deleted
      *          record. Change log records moved out by the lab06-38
      *          housekeeping (chgarchYYYY.txt) are read back for the
      *          years from the as-of date on. Before each undo the
      *          record being undone is checked against the logged
      *          after image; where they differ the master was changed
      *          outside the log, and the employee is flagged rather
      *          than the difference guessed at. Writes the snapshot
      *          listing (asoflist.txt), with each employee's gap
      *          note and a gap summary, and a flat extract of the
      *          rebuilt records in the employee record layout
      *          (asofemp.txt). Return code 4 when the listing carries
      *          a gap, 16 when the as-of date or a file is unusable.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-AS-OF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME
               WITH DUPLICATES
           FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "empchglog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT LOG-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-ARCHIVE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "emparchive.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT ASOF-LIST-FILE ASSIGN TO "asoflist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASOF-LIST-STATUS.
           SELECT ASOF-EXTRACT-FILE ASSIGN TO "asofemp.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASOF-EXTRACT-STATUS.
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
       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-RECORD.
           05 CL-DATE           PIC X(8).
           05 CL-ACTION         PIC X(1).
           05 CL-EMP-ID         PIC X(6).
           05 CL-BEFORE-IMAGE   PIC X(96).
           05 CL-AFTER-IMAGE    PIC X(96).
       FD LOG-ARCHIVE-FILE.
       01 LOG-ARCHIVE-RECORD    PIC X(207).
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 ARC-EMP-IMAGE     PIC X(96).
           05 ARC-TERM-DATE     PIC X(8).
       FD ASOF-LIST-FILE.
       01 ASOF-LIST-RECORD      PIC X(132).
       FD ASOF-EXTRACT-FILE.
       01 ASOF-EXTRACT-RECORD   PIC X(96).
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
       COPY DATEREQ.
       COPY EMPREC REPLACING ==EMPLOYEE-RECORD== BY ==WS-IMAGE-REC==
                             ==EMP-ID==          BY ==IMG-ID==
                             ==EMP-NAME==        BY ==IMG-NAME==
                             ==EMP-TITLE==       BY ==IMG-TITLE==
                             ==EMP-FIRST-NAME==  BY ==IMG-FIRST==
                             ==EMP-LAST-NAME==   BY ==IMG-LAST==
                             ==EMP-DEP==         BY ==IMG-DEP==
                             ==EMP-SALARY==      BY ==IMG-SALARY==
                             ==EMP-STATUS==      BY ==IMG-STATUS==
                             ==EMP-ACTIVE==      BY ==IMG-ACTIVE==
                             ==EMP-TERMINATED==  BY ==IMG-TERMINATED==
                             ==EMP-OT-HOURS==    BY ==IMG-OT-HOURS==
                             ==EMP-HIRE-DATE==   BY ==IMG-HIRE-DATE==
                             ==EMP-PAY-FREQ==    BY ==IMG-PAY-FREQ==
                             ==EMP-PAY-MONTHLY== BY ==IMG-PAY-MON==
                             ==EMP-PAY-ANNUAL==  BY ==IMG-PAY-ANN==
                             ==EMP-COMPANY==     BY ==IMG-COMPANY==
                             ==EMP-GRADE==       BY ==IMG-GRADE==
                             ==EMP-FTE-PCT==     BY ==IMG-FTE-PCT==
                             ==EMP-POSITION==    BY ==IMG-POSITION==.
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-CHGLOG-STATUS        PIC X(2).
       01 WS-LOG-ARCHIVE-STATUS   PIC X(2).
       01 WS-ARCHIVE-STATUS       PIC X(2).
       01 WS-ASOF-LIST-STATUS     PIC X(2).
       01 WS-ASOF-EXTRACT-STATUS  PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-RUN-RC               PIC 9(2)  VALUE ZERO.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-ASOF-DATE-X          PIC X(8).
       01 WS-ASOF-DATE REDEFINES WS-ASOF-DATE-X PIC 9(8).
       01 WS-ARCHIVE-NAME         PIC X(20).
       01 WS-ARCHIVE-YEAR         PIC 9(4).
       01 WS-LAST-YEAR            PIC 9(4).
       01 WS-ARCHIVE-FLAG         PIC X(1)  VALUE 'N'.
           88 WS-EMP-ARCHIVE-READ           VALUE 'Y'.
       01 WS-ASOF-COUNT           PIC 9(4)  VALUE ZERO.
       01 WS-ASOF-TABLE.
           05 WS-ASOF-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-AS-IDX WS-AS-SCAN.
               10 WS-AS-IMAGE       PIC X(96).
               10 WS-AS-PRESENT     PIC X(1).
               10 WS-AS-SOURCE      PIC X(1).
               10 WS-AS-GAP-COUNT   PIC 9(3).
               10 WS-AS-NOTE        PIC X(30).
       01 WS-SWAP-ENTRY           PIC X(131).
       01 WS-ASOF-SLOT            PIC 9(4).
       01 WS-LOG-COUNT            PIC 9(5)  VALUE ZERO.
       01 WS-LOG-TABLE.
           05 WS-LOG-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-LG-IDX.
               10 WS-LG-DATE        PIC X(8).
               10 WS-LG-ACTION      PIC X(1).
               10 WS-LG-EMP-ID      PIC X(6).
               10 WS-LG-BEFORE      PIC X(96).
               10 WS-LG-AFTER       PIC X(96).
       01 WS-LOG-SUB              PIC 9(5).
       01 WS-COUNTERS.
           05 WS-LOG-READ         PIC 9(7)  VALUE ZERO.
           05 WS-LOG-ARCHIVED     PIC 9(7)  VALUE ZERO.
           05 WS-LOG-DROPPED      PIC 9(5)  VALUE ZERO.
           05 WS-UNDONE-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-LISTED-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-GAP-EMPLOYEES    PIC 9(5)  VALUE ZERO.
           05 WS-UNLOGGED-COUNT   PIC 9(5)  VALUE ZERO.
           05 WS-REMOVED-COUNT    PIC 9(5)  VALUE ZERO.
           05 WS-PURGED-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-TABLE-FULL-COUNT PIC 9(5)  VALUE ZERO.
       01 WS-GAP-REASON           PIC X(30).
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-ASOF-LINES.
           05 WS-AOL-TITLE.
               10 FILLER           PIC X(30) VALUE SPACE.
               10 FILLER           PIC X(26) VALUE
                   "EMPLOYEE MASTER AS AT END ".
               10 FILLER           PIC X(3)  VALUE "OF ".
               10 AOT-DATE         PIC X(8).
               10 FILLER           PIC X(14) VALUE "   - RUN DATE ".
               10 AOT-RUN-DATE     PIC 9(8).
           05 WS-AOL-RULE.
               10 FILLER PIC X(132) VALUE ALL "-".
           05 WS-AOL-SOURCE-LINE.
               10 AOS-TEXT         PIC X(60).
               10 AOS-COUNT        PIC ZZZ,ZZ9.
           05 WS-AOL-COLUMNS.
               10 FILLER PIC X(7)  VALUE "EMP".
               10 FILLER PIC X(31) VALUE "NAME".
               10 FILLER PIC X(11) VALUE "DEPT".
               10 FILLER PIC X(14) VALUE "       SALARY".
               10 FILLER PIC X(3)  VALUE "ST".
               10 FILLER PIC X(9)  VALUE "HIRED".
               10 FILLER PIC X(4)  VALUE "CO".
               10 FILLER PIC X(3)  VALUE "GR".
               10 FILLER PIC X(7)  VALUE "POSN".
               10 FILLER PIC X(30) VALUE "HISTORY NOTE".
           05 WS-AOL-LINE.
               10 AOL-EMP-ID       PIC X(6).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 AOL-NAME         PIC X(30).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 AOL-DEP          PIC X(10).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 AOL-SALARY       PIC ZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 AOL-STATUS       PIC X(1).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 AOL-HIRE-DATE    PIC 9(8).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 AOL-COMPANY      PIC X(3).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 AOL-GRADE        PIC X(2).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 AOL-POSITION     PIC X(6).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 AOL-NOTE         PIC X(30).
           05 WS-AOL-TOTAL-LINE.
               10 AOF-TEXT         PIC X(60).
               10 AOF-COUNT        PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            ACCEPT WS-TODAY-RAW FROM DATE.
            COMPUTE WS-TODAY =
                20000000 + (WS-TODAY-YY * 10000)
                    + (WS-TODAY-MM * 100) + WS-TODAY-DD.
            DISPLAY "Rebuild the employee master as at the end of "
                "(YYYYMMDD): ".
            ACCEPT WS-ASOF-DATE-X.
            MOVE "VAL " TO DS-FUNCTION.
            MOVE WS-ASOF-DATE-X TO DS-DATE-1-X.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS NOT = 'Y'
                DISPLAY "Not a valid date - nothing rebuilt."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-ASOF-DATE > WS-TODAY
                DISPLAY "The date is in the future - nothing rebuilt."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-CURRENT-MASTER.
            IF WS-RUN-RC = 16
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-PURGED-EMPLOYEES.
            PERFORM LOAD-ARCHIVED-LOGS.
            PERFORM LOAD-CHANGE-LOG.
            IF WS-RUN-RC = 16
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM VARYING WS-LOG-SUB FROM WS-LOG-COUNT BY -1
                    UNTIL WS-LOG-SUB < 1
                PERFORM UNDO-ONE-CHANGE THRU UNDO-ONE-CHANGE-EXIT
            END-PERFORM.
            PERFORM SORT-ASOF-TABLE.
            PERFORM WRITE-ASOF-OUTPUT THRU WRITE-ASOF-OUTPUT-EXIT.
            DISPLAY WS-UNDONE-COUNT " change(s) undone - "
                WS-LISTED-COUNT " employee(s) on file as at "
                WS-ASOF-DATE-X ".".
            IF WS-GAP-EMPLOYEES > ZERO
                DISPLAY WS-GAP-EMPLOYEES " employee(s) carry a history "
                    "gap - see asoflist.txt."
                IF WS-RUN-RC < 4
                    MOVE 4 TO WS-RUN-RC
                END-IF
            END-IF.
            MOVE "EMPASOF"        TO WS-AUDIT-PROGRAM.
            MOVE WS-LISTED-COUNT  TO WS-AUDIT-COUNT.
            MOVE WS-GAP-EMPLOYEES TO WS-AUDIT-REJECTS.
            MOVE "LISTED"         TO WS-AUDIT-OUTCOME.
            PERFORM WRITE-AUDIT-LOG.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       LOAD-CURRENT-MASTER.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open employees.txt - status "
                    WS-EMPLOYEE-FILE-STATUS
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ EMPLOYEE-FILE NEXT RECORD
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE EMPLOYEE-RECORD TO WS-IMAGE-REC
                            PERFORM ADD-ASOF-ENTRY
                            IF WS-ASOF-SLOT > ZERO
                                MOVE 'M' TO WS-AS-SOURCE(WS-AS-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EMPLOYEE-FILE
            END-IF.
       LOAD-PURGED-EMPLOYEES.
      * the archive run deletes from the master without a log
      * record, so a purged employee starts from the archive image.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT ARCHIVE-FILE.
            IF WS-ARCHIVE-STATUS NOT = "00"
                DISPLAY "emparchive.txt not found - no purged "
                    "employees to add back."
            ELSE
                SET WS-EMP-ARCHIVE-READ TO TRUE
                PERFORM UNTIL WS-END-OF-FILE
                    READ ARCHIVE-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE ARC-EMP-IMAGE TO WS-IMAGE-REC
                            PERFORM FIND-ASOF-ENTRY
                            IF WS-ASOF-SLOT = ZERO
                                PERFORM ADD-ASOF-ENTRY
                                IF WS-ASOF-SLOT > ZERO
                                    MOVE 'R'
                                        TO WS-AS-SOURCE(WS-AS-IDX)
                                    MOVE "PURGED - FROM ARCHIVE IMAGE"
                                        TO WS-AS-NOTE(WS-AS-IDX)
                                    ADD 1 TO WS-PURGED-COUNT
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ARCHIVE-FILE
            END-IF.
       FIND-ASOF-ENTRY.
      * the slot holding IMG-ID, or 0; WS-AS-IDX is left on it.
            MOVE ZERO TO WS-ASOF-SLOT.
            PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                    UNTIL WS-AS-IDX > WS-ASOF-COUNT
                        OR WS-ASOF-SLOT > ZERO
                IF WS-AS-IMAGE(WS-AS-IDX)(1:6) = IMG-ID
                    SET WS-ASOF-SLOT TO WS-AS-IDX
                END-IF
            END-PERFORM.
            IF WS-ASOF-SLOT > ZERO
                SET WS-AS-IDX TO WS-ASOF-SLOT
            END-IF.
       ADD-ASOF-ENTRY.
            IF WS-ASOF-COUNT >= 3000
                MOVE ZERO TO WS-ASOF-SLOT
                ADD 1 TO WS-TABLE-FULL-COUNT
                DISPLAY "More than 3000 employees - " IMG-ID
                    " cannot be rebuilt."
            ELSE
                ADD 1 TO WS-ASOF-COUNT
                MOVE WS-ASOF-COUNT TO WS-ASOF-SLOT
                SET WS-AS-IDX TO WS-ASOF-COUNT
                MOVE WS-IMAGE-REC TO WS-AS-IMAGE(WS-AS-IDX)
                MOVE 'Y'    TO WS-AS-PRESENT(WS-AS-IDX)
                MOVE 'L'    TO WS-AS-SOURCE(WS-AS-IDX)
                MOVE ZERO   TO WS-AS-GAP-COUNT(WS-AS-IDX)
                MOVE SPACES TO WS-AS-NOTE(WS-AS-IDX)
            END-IF.
       LOAD-ARCHIVED-LOGS.
      * a housekeeping run for cutoff year Y moves the records dated
      * in or before Y to chgarchY.txt; only the years from the
      * as-of date on can hold records that have to be undone.
            MOVE WS-ASOF-DATE-X(1:4) TO WS-ARCHIVE-YEAR.
            COMPUTE WS-LAST-YEAR = WS-TODAY / 10000.
            PERFORM UNTIL WS-ARCHIVE-YEAR > WS-LAST-YEAR
                MOVE SPACES TO WS-ARCHIVE-NAME
                STRING "chgarch" WS-ARCHIVE-YEAR ".txt"
                    DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
                END-STRING
                OPEN INPUT LOG-ARCHIVE-FILE
                IF WS-LOG-ARCHIVE-STATUS = "00"
                    MOVE 'N' TO WS-EOF-FLAG
                    PERFORM UNTIL WS-END-OF-FILE
                        READ LOG-ARCHIVE-FILE INTO CHANGE-LOG-RECORD
                            AT END
                                SET WS-END-OF-FILE TO TRUE
                            NOT AT END
                                IF CL-DATE(1:1) NOT = 'T'
                                    ADD 1 TO WS-LOG-ARCHIVED
                                    PERFORM KEEP-LOG-RECORD
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE LOG-ARCHIVE-FILE
                    DISPLAY WS-ARCHIVE-NAME " read."
                END-IF
                ADD 1 TO WS-ARCHIVE-YEAR
            END-PERFORM.
       LOAD-CHANGE-LOG.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT CHANGE-LOG-FILE.
            IF WS-CHGLOG-STATUS = "35"
                DISPLAY "empchglog.txt not found - the current master "
                    "is taken as it stood."
            ELSE
                IF WS-CHGLOG-STATUS NOT = "00"
                    DISPLAY "Unable to open empchglog.txt - status "
                        WS-CHGLOG-STATUS
                    MOVE 16 TO WS-RUN-RC
                ELSE
                    PERFORM UNTIL WS-END-OF-FILE
                        READ CHANGE-LOG-FILE
                            AT END
                                SET WS-END-OF-FILE TO TRUE
                            NOT AT END
                                ADD 1 TO WS-LOG-READ
                                PERFORM KEEP-LOG-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE CHANGE-LOG-FILE
                END-IF
            END-IF.
       KEEP-LOG-RECORD.
            IF CL-DATE > WS-ASOF-DATE-X
                IF WS-LOG-COUNT < 10000
                    ADD 1 TO WS-LOG-COUNT
                    SET WS-LG-IDX TO WS-LOG-COUNT
                    MOVE CHANGE-LOG-RECORD TO WS-LOG-ENTRY(WS-LG-IDX)
                ELSE
                    ADD 1 TO WS-LOG-DROPPED
                END-IF
            END-IF.
       UNDO-ONE-CHANGE.
            SET WS-LG-IDX TO WS-LOG-SUB.
            MOVE WS-LG-EMP-ID(WS-LG-IDX) TO IMG-ID.
            PERFORM FIND-ASOF-ENTRY.
            ADD 1 TO WS-UNDONE-COUNT.
            EVALUATE WS-LG-ACTION(WS-LG-IDX)
                WHEN 'A'
      * before the add the employee was not on file; a later
      * unlogged removal makes no difference here.
                    IF WS-ASOF-SLOT > ZERO
                        IF WS-AS-PRESENT(WS-AS-IDX) = 'Y'
                            PERFORM CHECK-AFTER-IMAGE
                        END-IF
                        MOVE 'N' TO WS-AS-PRESENT(WS-AS-IDX)
                    END-IF
                WHEN 'C'
                    IF WS-ASOF-SLOT = ZERO
                        PERFORM ADD-REMOVED-EMPLOYEE
                    ELSE
                        IF WS-AS-PRESENT(WS-AS-IDX) = 'Y'
                            PERFORM CHECK-AFTER-IMAGE
                        ELSE
                            MOVE "CHANGED WHILE OFF THE MASTER"
                                TO WS-GAP-REASON
                            PERFORM FLAG-HISTORY-GAP
                        END-IF
                    END-IF
                    IF WS-ASOF-SLOT > ZERO
                        MOVE WS-LG-BEFORE(WS-LG-IDX)
                            TO WS-AS-IMAGE(WS-AS-IDX)
                        MOVE 'Y' TO WS-AS-PRESENT(WS-AS-IDX)
                    END-IF
                WHEN 'D'
                    IF WS-ASOF-SLOT = ZERO
                        MOVE WS-LG-BEFORE(WS-LG-IDX) TO WS-IMAGE-REC
                        PERFORM ADD-ASOF-ENTRY
                    ELSE
                        IF WS-AS-PRESENT(WS-AS-IDX) = 'Y'
                            MOVE "DELETED, BUT BACK ON FILE UNLOGGED"
                                TO WS-GAP-REASON
                            PERFORM FLAG-HISTORY-GAP
                        END-IF
                    END-IF
                    IF WS-ASOF-SLOT > ZERO
                        MOVE WS-LG-BEFORE(WS-LG-IDX)
                            TO WS-AS-IMAGE(WS-AS-IDX)
                        MOVE 'Y' TO WS-AS-PRESENT(WS-AS-IDX)
                    END-IF
                WHEN OTHER
                    DISPLAY "Change log record for "
                        WS-LG-EMP-ID(WS-LG-IDX) " dated "
                        WS-LG-DATE(WS-LG-IDX) " has action '"
                        WS-LG-ACTION(WS-LG-IDX) "' - not undone."
                    SUBTRACT 1 FROM WS-UNDONE-COUNT
            END-EVALUATE.
       UNDO-ONE-CHANGE-EXIT.
            EXIT.
       CHECK-AFTER-IMAGE.
            IF WS-AS-IMAGE(WS-AS-IDX) NOT = WS-LG-AFTER(WS-LG-IDX)
                MOVE "CHANGED OUTSIDE THE LOG" TO WS-GAP-REASON
                PERFORM FLAG-HISTORY-GAP
                ADD 1 TO WS-UNLOGGED-COUNT
            END-IF.
       ADD-REMOVED-EMPLOYEE.
      * a logged change for someone no longer on the master or the
      * archive, so the removal came after it and went unlogged.
            MOVE WS-LG-BEFORE(WS-LG-IDX) TO WS-IMAGE-REC.
            PERFORM ADD-ASOF-ENTRY.
            IF WS-ASOF-SLOT > ZERO
                MOVE "REMOVED FROM MASTER UNLOGGED" TO WS-GAP-REASON
                PERFORM FLAG-HISTORY-GAP
                ADD 1 TO WS-REMOVED-COUNT
            END-IF.
       FLAG-HISTORY-GAP.
      * the first gap found is the latest one; it is the one shown.
            IF WS-AS-GAP-COUNT(WS-AS-IDX) = ZERO
                MOVE WS-GAP-REASON TO WS-AS-NOTE(WS-AS-IDX)
            END-IF.
            ADD 1 TO WS-AS-GAP-COUNT(WS-AS-IDX).
       SORT-ASOF-TABLE.
            PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                    UNTIL WS-AS-IDX >= WS-ASOF-COUNT
                PERFORM VARYING WS-AS-SCAN FROM WS-AS-IDX BY 1
                        UNTIL WS-AS-SCAN > WS-ASOF-COUNT
                    IF WS-AS-IMAGE(WS-AS-SCAN)(1:6)
                            < WS-AS-IMAGE(WS-AS-IDX)(1:6)
                        MOVE WS-ASOF-ENTRY(WS-AS-IDX)
                            TO WS-SWAP-ENTRY
                        MOVE WS-ASOF-ENTRY(WS-AS-SCAN)
                            TO WS-ASOF-ENTRY(WS-AS-IDX)
                        MOVE WS-SWAP-ENTRY
                            TO WS-ASOF-ENTRY(WS-AS-SCAN)
                    END-IF
                END-PERFORM
            END-PERFORM.
       WRITE-ASOF-OUTPUT.
            OPEN OUTPUT ASOF-LIST-FILE.
            IF WS-ASOF-LIST-STATUS NOT = "00"
                DISPLAY "Unable to open asoflist.txt - status "
                    WS-ASOF-LIST-STATUS
                MOVE 16 TO WS-RUN-RC
                GO TO WRITE-ASOF-OUTPUT-EXIT
            END-IF.
            OPEN OUTPUT ASOF-EXTRACT-FILE.
            IF WS-ASOF-EXTRACT-STATUS NOT = "00"
                DISPLAY "Unable to open asofemp.txt - status "
                    WS-ASOF-EXTRACT-STATUS
                CLOSE ASOF-LIST-FILE
                MOVE 16 TO WS-RUN-RC
                GO TO WRITE-ASOF-OUTPUT-EXIT
            END-IF.
            MOVE WS-ASOF-DATE-X TO AOT-DATE.
            MOVE WS-TODAY       TO AOT-RUN-DATE.
            WRITE ASOF-LIST-RECORD FROM WS-AOL-TITLE.
            WRITE ASOF-LIST-RECORD FROM WS-AOL-RULE.
            WRITE ASOF-LIST-RECORD FROM WS-AOL-COLUMNS.
            WRITE ASOF-LIST-RECORD FROM WS-AOL-RULE.
            PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                    UNTIL WS-AS-IDX > WS-ASOF-COUNT
                IF WS-AS-PRESENT(WS-AS-IDX) = 'Y'
                    PERFORM WRITE-ASOF-EMPLOYEE
                END-IF
            END-PERFORM.
            WRITE ASOF-LIST-RECORD FROM WS-AOL-RULE.
            MOVE "Employees on file at the date" TO AOF-TEXT.
            MOVE WS-LISTED-COUNT TO AOF-COUNT.
            WRITE ASOF-LIST-RECORD FROM WS-AOL-TOTAL-LINE.
            MOVE "Changes undone (dated after the as-of date)"
                TO AOF-TEXT.
            MOVE WS-UNDONE-COUNT TO AOF-COUNT.
            WRITE ASOF-LIST-RECORD FROM WS-AOL-TOTAL-LINE.
            MOVE "  of which read back from chgarchYYYY.txt archives"
                TO AOF-TEXT.
            MOVE WS-LOG-ARCHIVED TO AOF-COUNT.
            WRITE ASOF-LIST-RECORD FROM WS-AOL-TOTAL-LINE.
            MOVE SPACES TO ASOF-LIST-RECORD.
            WRITE ASOF-LIST-RECORD.
            MOVE "HISTORY GAPS - these employees are as far back as "
                TO AOF-TEXT.
            MOVE ZERO TO AOF-COUNT.
            WRITE ASOF-LIST-RECORD FROM AOF-TEXT.
            MOVE "the log allows, not as they certainly stood:"
                TO AOF-TEXT.
            WRITE ASOF-LIST-RECORD FROM AOF-TEXT.
            MOVE "  Employees with a gap note" TO AOF-TEXT.
            MOVE WS-GAP-EMPLOYEES TO AOF-COUNT.
            WRITE ASOF-LIST-RECORD FROM WS-AOL-TOTAL-LINE.
            MOVE "  Changes made outside the log" TO AOF-TEXT.
            MOVE WS-UNLOGGED-COUNT TO AOF-COUNT.
            WRITE ASOF-LIST-RECORD FROM WS-AOL-TOTAL-LINE.
            MOVE "  Removed from the master with no log record"
                TO AOF-TEXT.
            MOVE WS-REMOVED-COUNT TO AOF-COUNT.
            WRITE ASOF-LIST-RECORD FROM WS-AOL-TOTAL-LINE.
            MOVE "  Purged by the archive run (purge date not logged)"
                TO AOF-TEXT.
            MOVE WS-PURGED-COUNT TO AOF-COUNT.
            WRITE ASOF-LIST-RECORD FROM WS-AOL-TOTAL-LINE.
            IF NOT WS-EMP-ARCHIVE-READ
                MOVE "  emparchive.txt not found - purged employees"
                    TO AOF-TEXT
                WRITE ASOF-LIST-RECORD FROM AOF-TEXT
                MOVE "  may be missing from this listing altogether."
                    TO AOF-TEXT
                WRITE ASOF-LIST-RECORD FROM AOF-TEXT
            END-IF.
            IF WS-LOG-DROPPED > ZERO OR WS-TABLE-FULL-COUNT > ZERO
                MOVE "  Log records or employees beyond the tables - "
                    TO AOF-TEXT
                WRITE ASOF-LIST-RECORD FROM AOF-TEXT
                MOVE "  this listing is INCOMPLETE" TO AOF-TEXT
                COMPUTE AOF-COUNT = WS-LOG-DROPPED + WS-TABLE-FULL-COUNT
                WRITE ASOF-LIST-RECORD FROM WS-AOL-TOTAL-LINE
                MOVE 4 TO WS-RUN-RC
            END-IF.
            CLOSE ASOF-LIST-FILE.
            CLOSE ASOF-EXTRACT-FILE.
       WRITE-ASOF-OUTPUT-EXIT.
            EXIT.
       WRITE-ASOF-EMPLOYEE.
            MOVE WS-AS-IMAGE(WS-AS-IDX) TO WS-IMAGE-REC.
            MOVE SPACES TO AOL-NAME.
            STRING IMG-FIRST DELIMITED BY "  "
                   " "       DELIMITED BY SIZE
                   IMG-LAST  DELIMITED BY "  "
                INTO AOL-NAME
            END-STRING.
            MOVE IMG-ID       TO AOL-EMP-ID.
            MOVE IMG-DEP      TO AOL-DEP.
            IF IMG-SALARY IS NUMERIC
                MOVE IMG-SALARY TO AOL-SALARY
            ELSE
                MOVE ZERO TO AOL-SALARY
            END-IF.
            MOVE IMG-STATUS   TO AOL-STATUS.
            IF IMG-HIRE-DATE IS NUMERIC
                MOVE IMG-HIRE-DATE TO AOL-HIRE-DATE
            ELSE
                MOVE ZERO TO AOL-HIRE-DATE
            END-IF.
            MOVE IMG-COMPANY  TO AOL-COMPANY.
            MOVE IMG-GRADE    TO AOL-GRADE.
            MOVE IMG-POSITION TO AOL-POSITION.
            MOVE WS-AS-NOTE(WS-AS-IDX) TO AOL-NOTE.
            WRITE ASOF-LIST-RECORD FROM WS-AOL-LINE.
            WRITE ASOF-EXTRACT-RECORD FROM WS-IMAGE-REC.
            ADD 1 TO WS-LISTED-COUNT.
            IF WS-AS-GAP-COUNT(WS-AS-IDX) > ZERO
                    OR WS-AS-SOURCE(WS-AS-IDX) = 'R'
                ADD 1 TO WS-GAP-EMPLOYEES
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
       END PROGRAM EMP-AS-OF.
