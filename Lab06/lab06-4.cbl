      *     order) and lists matching IDs, so an operator who knows
      *     the name no longer guesses IDs against INVALID KEY
      *     messages.
      *   - Added the FTE percentage: emptrans.txt carries it after
      *     the grade (blank on an add means 100, blank on a change
      *     keeps the master's; otherwise it must be over 0 and at
      *     most 100), the interactive add and change prompt for it,
      *     and the final pay settlement pays the period salary times
      *     the FTE. EMP-SALARY is keyed as the full-time figure.
      *   - emptrans.txt detail records carry an optional effective
      *     date. A change dated after the current pay period passes
      *     the full edit and is then held in pendchg.txt instead of
      *     being applied. When lab06-2 opens a new period it leaves
      *     the period in pendrelease.txt and the next lab06-4 run
      *     applies only the held changes now due, each re-edited
      *     against the master as it then stands and written to the
      *     change log as usual; any that now fail go to
      *     emptrans.rej.
      *   - Position control: emptrans.txt carries a position number
      *     after the effective date, and the interactive add and
      *     change prompt for one (blank keeps the position already
      *     held). An ADD, transfer, department move or rehire of an
      *     active employee into a position is checked against the
      *     position master (posmast.txt): the position must exist
      *     and belong to the employee's department, and the FTE
      *     already in it plus the employee's FTE may not exceed the
      *     authorized FTE. A batch
      *     transaction that would overfill a position is rejected to
      *     emptrans.rej; at the console an update-role operator may
      *     override, and the override is written to auditlog.txt
      *     with the position number. Deletes, terminations and
      *     transfers free the position for later transactions in the
      *     same run.
      *   - A session that changed the master now writes an EMP-MAINT
      *     UPDATED row to auditlog.txt with the number of change-log
      *     records and the operator, so each empchglog.txt change
      *     can be tied to who made it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-MAINTENANCE.
           SELECT AUDIT-LOG-FILE ASSIGN TO "auditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "pendchg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.
           SELECT PEND-RELEASE-FILE ASSIGN TO "pendrelease.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-RELEASE-STATUS.
           SELECT POSITION-FILE ASSIGN TO "posmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSITION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
           05 TRAN-EMP-PAY-FREQ   PIC X(1).
           05 TRAN-EMP-COMPANY    PIC X(3).
           05 TRAN-EMP-GRADE      PIC X(2).
           05 TRAN-EMP-FTE        PIC 9(3)V99.
           05 TRAN-EMP-FTE-X REDEFINES TRAN-EMP-FTE
                                  PIC X(5).
           05 TRAN-EFF-DATE       PIC 9(8).
           05 TRAN-EFF-DATE-X REDEFINES TRAN-EFF-DATE
                                  PIC X(8).
           05 TRAN-EMP-POSITION   PIC X(6).
       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-RECORD.
           05 CL-DATE           PIC X(8).
           05 CL-ACTION         PIC X(1).
           05 CL-EMP-ID         PIC X(6).
           05 CL-BEFORE-IMAGE   PIC X(96).
           05 CL-AFTER-IMAGE    PIC X(96).
       FD DEPT-MASTER-FILE.
       01 DEPT-MASTER-RECORD.
           05 DM-DEP            PIC X(10).
           05 DM-BONUS-ELIGIBLE PIC X(1).
       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-TRAN-IMAGE    PIC X(105).
           05 FILLER            PIC X(2)  VALUE SPACE.
           05 REJ-REASON        PIC X(40).
       FD PERIOD-CONTROL-FILE.
           05 AUD-OUTCOME   PIC X(10).
           05 FILLER        PIC X(1).
           05 AUD-OPERATOR  PIC X(8).
       FD PENDING-CHANGE-FILE.
       COPY PENDCHG.
       FD PEND-RELEASE-FILE.
       01 PEND-RELEASE-RECORD.
           05 PRL-PERIOD-ID    PIC X(6).
       FD POSITION-FILE.
       COPY POSITION.
       WORKING-STORAGE SECTION.
       01 WS-MORE-TRANSACTIONS PIC A(1)  VALUE 'Y'.
           88 WS-DONE-ENTERING          VALUE 'N'.
           88 WS-FOUND                   VALUE 'Y'.
       01 WS-CURRENT-NAME       PIC X(39).
       01 WS-CURRENT-DEP        PIC X(10).
       01 WS-CURRENT-FTE        PIC 9(3)V99.
       01 WS-TRANS-STATUS       PIC X(2).
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-TRANS-EOF-FLAG     PIC A(1)  VALUE 'N'.
           88 WS-TRANS-EOF               VALUE 'Y'.
       01 WS-CHGLOG-STATUS      PIC X(2).
       01 WS-BEFORE-IMAGE       PIC X(96).
       01 WS-CHANGE-ACTION      PIC X(1).
       01 WS-CHGLOG-WRITTEN     PIC 9(5)  VALUE ZERO.
       01 WS-CHGLOG-RUN-DATE.
           05 WS-CHGLOG-YY PIC 99.
           05 WS-CHGLOG-MM PIC 99.
           05 WS-APPLY-ANSWER      PIC X(1).
           05 WS-LOOKUP-FOUND      PIC A(1).
               88 WS-TARGET-ON-FILE         VALUE 'Y'.
       01 WS-PENDING-STATUS     PIC X(2).
       01 WS-PEND-RELEASE-STATUS PIC X(2).
       01 WS-PENDING-FIELDS.
           05 WS-PENDING-LOADED    PIC A(1)  VALUE 'N'.
               88 WS-PENDING-IS-LOADED      VALUE 'Y'.
           05 WS-PENDING-DIRTY-FLAG PIC A(1) VALUE 'N'.
               88 WS-PENDING-DIRTY          VALUE 'Y'.
           05 WS-PENDING-EOF-FLAG  PIC A(1).
               88 WS-PENDING-EOF            VALUE 'Y'.
           05 WS-RELEASE-FLAG      PIC A(1)  VALUE 'N'.
               88 WS-RELEASE-REQUESTED      VALUE 'Y'.
           05 WS-FUTURE-FLAG       PIC A(1).
               88 WS-TRAN-IS-FUTURE         VALUE 'Y'.
           05 WS-RELEASE-PERIOD    PIC X(6).
           05 WS-LAST-PEND-SEQ     PIC 9(6)  VALUE ZERO.
           05 WS-QUEUED-COUNT      PIC 9(5)  VALUE ZERO.
           05 WS-RELEASED-COUNT    PIC 9(5)  VALUE ZERO.
           05 WS-RELEASE-REJ-COUNT PIC 9(5)  VALUE ZERO.
           05 WS-DUE-FOUND         PIC A(1).
               88 WS-DUE-IS-FOUND           VALUE 'Y'.
           05 WS-DUE-SLOT          PIC 9(4).
       01 WS-PENDING-COUNT      PIC 9(4)  VALUE ZERO.
       01 WS-PENDING-TABLE.
           05 WS-PENDING-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PN-IDX.
               10 WS-PN-SEQ        PIC 9(6).
               10 WS-PN-EFF-DATE   PIC 9(8).
               10 WS-PN-QUEUED     PIC X(8).
               10 WS-PN-BATCH-ID   PIC X(8).
               10 WS-PN-IMAGE      PIC X(105).
               10 WS-PN-STATE      PIC X(1).
                   88 WS-PN-WAITING         VALUE 'P'.
       01 WS-VERDICT-TABLE.
           05 WS-VERDICT OCCURS 1000 TIMES PIC X(1).
       01 WS-LOCK-STATUS        PIC X(2).
           05 WS-AUDIT-YY PIC 99.
           05 WS-AUDIT-MM PIC 99.
           05 WS-AUDIT-DD PIC 99.
       01 WS-POSITION-STATUS    PIC X(2).
       01 WS-POSITION-COUNT     PIC 9(3)  VALUE ZERO.
       01 WS-POSITION-TABLE.
           05 WS-POSITION-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PS-IDX.
               10 WS-PS-NUMBER     PIC X(6).
               10 WS-PS-DEP        PIC X(10).
               10 WS-PS-AUTH-FTE   PIC 9(3)V99.
               10 WS-PS-FILLED-FTE PIC 9(5)V99.
       01 WS-POSITION-FIELDS.
           05 WS-PS-EOF-FLAG       PIC A(1).
               88 WS-PS-EOF                 VALUE 'Y'.
           05 WS-FIND-POSITION     PIC X(6).
           05 WS-POSITION-SLOT     PIC 9(3).
           05 WS-CHECK-POSITION    PIC X(6).
           05 WS-CHECK-DEP         PIC X(10).
           05 WS-CHECK-FTE         PIC 9(3)V99.
           05 WS-RESOLVED-FTE      PIC 9(3)V99.
           05 WS-PRIOR-POSITION    PIC X(6).
           05 WS-PRIOR-FTE         PIC 9(3)V99.
           05 WS-PRIOR-DEP         PIC X(10).
           05 WS-CURRENT-POSITION  PIC X(6).
           05 WS-POSITION-VERDICT  PIC X(1).
               88 WS-POSITION-OK            VALUE 'G'.
               88 WS-POSITION-UNKNOWN       VALUE 'U'.
               88 WS-POSITION-WRONG-DEP     VALUE 'D'.
               88 WS-POSITION-FULL          VALUE 'F'.
           05 WS-POSITION-REFUSED-FLAG PIC A(1).
               88 WS-POSITION-REFUSED       VALUE 'Y'.
           05 WS-POSITION-ANSWER   PIC X(1).
           05 DISP-AUTH-FTE        PIC ZZ9.99.
           05 DISP-FILLED-FTE      PIC ZZZZ9.99.
       01 WS-HIRE-DATE-FIELDS.
           05 WS-HIRE-DATE-IN    PIC X(8).
           05 WS-CAL-VALID-FLAG  PIC X(1).
                STOP RUN
            END-IF.
            PERFORM OPEN-CHANGE-LOG.
            PERFORM LOAD-POSITION-MASTER.
      * a payroll run that opened a new period leaves the release
      * marker; the changes that fell due are applied first and on
      * their own, before any new batch or console entry.
            PERFORM CHECK-PENDING-RELEASE.
            IF WS-RELEASE-REQUESTED
                PERFORM RELEASE-PENDING-CHANGES
                CLOSE EMPLOYEE-FILE
                IF WS-CHGLOG-STATUS = "00"
                    CLOSE CHANGE-LOG-FILE
                END-IF
                PERFORM LOG-MAINT-SESSION
                    THRU LOG-MAINT-SESSION-EXIT
                PERFORM RELEASE-MASTER-LOCK
                IF WS-RELEASE-REJ-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE ZERO TO RETURN-CODE
                END-IF
                STOP RUN
            END-IF.
            OPEN INPUT TRANSACTION-FILE.
            IF WS-TRANS-STATUS = "00"
                DISPLAY "emptrans.txt found - processing transactions "
                        WS-BATCH-ADD-COUNT
                        " Changed: " WS-BATCH-CHANGE-COUNT
                        " Deleted: " WS-BATCH-DELETE-COUNT
                        " Held for a later period: " WS-QUEUED-COUNT
                    PERFORM REGISTER-APPLIED-BATCH
                ELSE
                    IF WS-CLEAN-COUNT > ZERO
            IF WS-CHGLOG-STATUS = "00"
                CLOSE CHANGE-LOG-FILE
            END-IF.
            PERFORM LOG-MAINT-SESSION THRU LOG-MAINT-SESSION-EXIT.
            PERFORM RELEASE-MASTER-LOCK.
            EVALUATE TRUE
                WHEN WS-REJECT-COUNT = ZERO
                DISPLAY "WARNING - the salary falls outside the "
                    "grade band."
            END-IF.
       PROMPT-FOR-FTE.
      * EMP-SALARY is keyed as the full-time figure; the FTE says
      * how much of it is paid. Zero keeps the current FTE, and a
      * record with none on file is full time.
            MOVE 100 TO WS-CURRENT-FTE.
            IF EMP-FTE-PCT IS NUMERIC
                IF EMP-FTE-PCT > ZERO AND EMP-FTE-PCT NOT > 100
                    MOVE EMP-FTE-PCT TO WS-CURRENT-FTE
                END-IF
            END-IF.
            DISPLAY "FTE percent (100 = full time, 0 keeps current): ".
            ACCEPT EMP-FTE-PCT.
            IF EMP-FTE-PCT IS NOT NUMERIC
                MOVE ZERO TO EMP-FTE-PCT
            END-IF.
            IF EMP-FTE-PCT > 100
                DISPLAY "FTE over 100 - current FTE kept."
                MOVE ZERO TO EMP-FTE-PCT
            END-IF.
            IF EMP-FTE-PCT = ZERO
                MOVE WS-CURRENT-FTE TO EMP-FTE-PCT
            END-IF.
       LOAD-POSITION-MASTER.
      * the filled FTE of each position is what the active
      * employees in it carry on the master as it stands; the edit
      * and the console entry keep it current as transactions claim
      * and free positions through the run.
            MOVE ZERO TO WS-POSITION-COUNT.
            MOVE 'N' TO WS-PS-EOF-FLAG.
            OPEN INPUT POSITION-FILE.
            IF WS-POSITION-STATUS NOT = "00"
                DISPLAY "posmast.txt not found - positions will "
                    "not be checked."
            ELSE
                PERFORM UNTIL WS-PS-EOF
                    READ POSITION-FILE
                        AT END
                            SET WS-PS-EOF TO TRUE
                        NOT AT END
                            PERFORM LOAD-ONE-POSITION
                    END-READ
                END-PERFORM
                CLOSE POSITION-FILE
            END-IF.
            IF WS-POSITION-COUNT > ZERO
                MOVE 'N' TO WS-PS-EOF-FLAG
                MOVE LOW-VALUES TO EMP-ID
                START EMPLOYEE-FILE
                    KEY IS NOT LESS THAN EMP-ID
                    INVALID KEY
                        SET WS-PS-EOF TO TRUE
                END-START
                PERFORM UNTIL WS-PS-EOF
                    READ EMPLOYEE-FILE NEXT RECORD
                        AT END
                            SET WS-PS-EOF TO TRUE
                        NOT AT END
                            PERFORM SAVE-PRIOR-POSITION
                            MOVE WS-PRIOR-POSITION
                                TO WS-CHECK-POSITION
                            MOVE WS-PRIOR-FTE TO WS-CHECK-FTE
                            PERFORM CLAIM-CHECK-POSITION
                    END-READ
                END-PERFORM
            END-IF.
       LOAD-ONE-POSITION.
            IF WS-POSITION-COUNT < 500
                ADD 1 TO WS-POSITION-COUNT
                SET WS-PS-IDX TO WS-POSITION-COUNT
                MOVE POS-NUMBER TO WS-PS-NUMBER(WS-PS-IDX)
                MOVE POS-DEP    TO WS-PS-DEP(WS-PS-IDX)
                IF POS-AUTH-FTE IS NUMERIC
                    MOVE POS-AUTH-FTE TO WS-PS-AUTH-FTE(WS-PS-IDX)
                ELSE
                    MOVE ZERO TO WS-PS-AUTH-FTE(WS-PS-IDX)
                END-IF
                MOVE ZERO TO WS-PS-FILLED-FTE(WS-PS-IDX)
            ELSE
                DISPLAY "posmast.txt has more than 500 positions - "
                    POS-NUMBER " not loaded."
            END-IF.
       RESOLVE-EMPLOYEE-FTE.
      * blank, zero or non-numeric FTE on the master is full time.
            MOVE 100 TO WS-RESOLVED-FTE.
            IF EMP-FTE-PCT IS NUMERIC
                IF EMP-FTE-PCT > ZERO AND EMP-FTE-PCT NOT > 100
                    MOVE EMP-FTE-PCT TO WS-RESOLVED-FTE
                END-IF
            END-IF.
       SAVE-PRIOR-POSITION.
      * the position an employee on the master holds, and the FTE
      * it holds it at, in the department it holds it in; a
      * terminated employee holds none.
            MOVE SPACES TO WS-PRIOR-POSITION.
            MOVE SPACES TO WS-PRIOR-DEP.
            MOVE ZERO   TO WS-PRIOR-FTE.
            IF EMP-ACTIVE AND EMP-POSITION NOT = SPACES
                PERFORM RESOLVE-EMPLOYEE-FTE
                MOVE EMP-POSITION    TO WS-PRIOR-POSITION
                MOVE WS-RESOLVED-FTE TO WS-PRIOR-FTE
                MOVE EMP-DEP         TO WS-PRIOR-DEP
            END-IF.
       FIND-POSITION.
            MOVE ZERO TO WS-POSITION-SLOT.
            PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                    UNTIL WS-PS-IDX > WS-POSITION-COUNT
                        OR WS-POSITION-SLOT > ZERO
                IF WS-PS-NUMBER(WS-PS-IDX) = WS-FIND-POSITION
                    SET WS-POSITION-SLOT TO WS-PS-IDX
                END-IF
            END-PERFORM.
       CHECK-POSITION.
      * verdict G = room in the position (or nothing to check),
      * U = not on posmast.txt, D = the position belongs to another
      * department, F = the FTE would take it past its authorized
      * establishment.
            MOVE 'G' TO WS-POSITION-VERDICT.
            IF WS-CHECK-POSITION NOT = SPACES
                    AND WS-POSITION-COUNT > ZERO
                MOVE WS-CHECK-POSITION TO WS-FIND-POSITION
                PERFORM FIND-POSITION
                IF WS-POSITION-SLOT = ZERO
                    MOVE 'U' TO WS-POSITION-VERDICT
                ELSE
                    SET WS-PS-IDX TO WS-POSITION-SLOT
                    IF WS-PS-DEP(WS-PS-IDX) NOT = WS-CHECK-DEP
                        MOVE 'D' TO WS-POSITION-VERDICT
                    ELSE
                        IF WS-PS-FILLED-FTE(WS-PS-IDX) + WS-CHECK-FTE
                                > WS-PS-AUTH-FTE(WS-PS-IDX)
                            MOVE 'F' TO WS-POSITION-VERDICT
                        END-IF
                    END-IF
                END-IF
            END-IF.
       CLAIM-CHECK-POSITION.
            IF WS-CHECK-POSITION NOT = SPACES
                    AND WS-POSITION-COUNT > ZERO
                MOVE WS-CHECK-POSITION TO WS-FIND-POSITION
                PERFORM FIND-POSITION
                IF WS-POSITION-SLOT > ZERO
                    SET WS-PS-IDX TO WS-POSITION-SLOT
                    ADD WS-CHECK-FTE TO WS-PS-FILLED-FTE(WS-PS-IDX)
                END-IF
            END-IF.
       RELEASE-PRIOR-POSITION.
            IF WS-PRIOR-POSITION NOT = SPACES
                    AND WS-POSITION-COUNT > ZERO
                MOVE WS-PRIOR-POSITION TO WS-FIND-POSITION
                PERFORM FIND-POSITION
                IF WS-POSITION-SLOT > ZERO
                    SET WS-PS-IDX TO WS-POSITION-SLOT
                    IF WS-PS-FILLED-FTE(WS-PS-IDX) > WS-PRIOR-FTE
                        SUBTRACT WS-PRIOR-FTE
                            FROM WS-PS-FILLED-FTE(WS-PS-IDX)
                    ELSE
                        MOVE ZERO TO WS-PS-FILLED-FTE(WS-PS-IDX)
                    END-IF
                END-IF
                MOVE SPACES TO WS-PRIOR-POSITION
            END-IF.
       EDIT-POSITION.
      * an ADD, or a CHANGE that moves an active employee into a
      * position they do not already hold (a transfer, or a rehire
      * into the old one) or into another department, is checked
      * against the establishment; a department move inside the
      * position already held is checked for the department only. A
      * batch cannot take the supervisor override - a transaction
      * that would overfill a position is rejected and is keyed at
      * the console, where an update-role operator can override it.
      * A clean transaction frees the position held before and
      * claims the new one, so later transactions in the same batch
      * see the establishment as it will stand.
            MOVE SPACES TO WS-PRIOR-POSITION.
            MOVE SPACES TO WS-PRIOR-DEP.
            MOVE SPACES TO WS-CURRENT-POSITION.
            IF TRAN-CHANGE
                PERFORM SAVE-PRIOR-POSITION
                MOVE EMP-POSITION TO WS-CURRENT-POSITION
            END-IF.
            MOVE SPACES TO WS-CHECK-POSITION.
            IF TRAN-EMP-STATUS = 'A'
                IF TRAN-EMP-POSITION NOT = SPACES
                    MOVE TRAN-EMP-POSITION TO WS-CHECK-POSITION
                ELSE
                    MOVE WS-CURRENT-POSITION TO WS-CHECK-POSITION
                END-IF
                MOVE TRAN-EMP-DEP TO WS-CHECK-DEP
                IF TRAN-EMP-FTE-X NOT = SPACES
                    MOVE TRAN-EMP-FTE TO WS-CHECK-FTE
                ELSE
                    IF TRAN-CHANGE
                        PERFORM RESOLVE-EMPLOYEE-FTE
                        MOVE WS-RESOLVED-FTE TO WS-CHECK-FTE
                    ELSE
                        MOVE 100 TO WS-CHECK-FTE
                    END-IF
                END-IF
            END-IF.
            IF WS-CHECK-POSITION NOT = SPACES
                    AND (WS-CHECK-POSITION NOT = WS-PRIOR-POSITION
                      OR WS-CHECK-DEP NOT = WS-PRIOR-DEP)
                PERFORM CHECK-POSITION
                IF WS-POSITION-FULL
                        AND WS-CHECK-POSITION = WS-PRIOR-POSITION
                    SET WS-POSITION-OK TO TRUE
                END-IF
                IF WS-POSITION-UNKNOWN
                    MOVE 'N' TO WS-TRAN-VALID-FLAG
                    MOVE "Position not on posmast.txt"
                        TO WS-TRAN-REASON
                END-IF
                IF WS-POSITION-WRONG-DEP
                    MOVE 'N' TO WS-TRAN-VALID-FLAG
                    MOVE "Position belongs to another department"
                        TO WS-TRAN-REASON
                END-IF
                IF WS-POSITION-FULL
                    MOVE 'N' TO WS-TRAN-VALID-FLAG
                    MOVE "Position already filled - needs override"
                        TO WS-TRAN-REASON
                END-IF
            END-IF.
            IF WS-TRAN-IS-VALID
                PERFORM RELEASE-PRIOR-POSITION
                PERFORM CLAIM-CHECK-POSITION
            END-IF.
       PROMPT-FOR-POSITION.
      * blank keeps the position already held (none on an ADD).
            MOVE 'N' TO WS-POSITION-REFUSED-FLAG.
            DISPLAY "Position number (blank keeps current): ".
            ACCEPT EMP-POSITION.
            IF EMP-POSITION = SPACES
                MOVE WS-CURRENT-POSITION TO EMP-POSITION
            END-IF.
            IF EMP-ACTIVE AND EMP-POSITION NOT = SPACES
                    AND (EMP-POSITION NOT = WS-PRIOR-POSITION
                      OR EMP-DEP NOT = WS-PRIOR-DEP)
                MOVE EMP-POSITION TO WS-CHECK-POSITION
                MOVE EMP-DEP      TO WS-CHECK-DEP
                PERFORM RESOLVE-EMPLOYEE-FTE
                MOVE WS-RESOLVED-FTE TO WS-CHECK-FTE
                PERFORM CHECK-POSITION
                IF WS-POSITION-FULL
                        AND EMP-POSITION = WS-PRIOR-POSITION
                    SET WS-POSITION-OK TO TRUE
                END-IF
                EVALUATE TRUE
                    WHEN WS-POSITION-UNKNOWN
                        DISPLAY "Position " EMP-POSITION " is not on "
                            "posmast.txt."
                        SET WS-POSITION-REFUSED TO TRUE
                    WHEN WS-POSITION-WRONG-DEP
                        DISPLAY "Position " EMP-POSITION " belongs "
                            "to department " WS-PS-DEP(WS-PS-IDX) "."
                        SET WS-POSITION-REFUSED TO TRUE
                    WHEN WS-POSITION-FULL
                        PERFORM OVERRIDE-FULL-POSITION
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
       OVERRIDE-FULL-POSITION.
            MOVE WS-PS-AUTH-FTE(WS-PS-IDX)   TO DISP-AUTH-FTE.
            MOVE WS-PS-FILLED-FTE(WS-PS-IDX) TO DISP-FILLED-FTE.
            DISPLAY "Position " EMP-POSITION " is already filled - "
                DISP-FILLED-FTE " of " DISP-AUTH-FTE
                " FTE authorized.".
            PERFORM CHECK-OPERATOR-ROLE.
            IF WS-OP-ROLE-FOUND NOT = 'U'
                DISPLAY "Only an update-role operator may place an "
                    "employee over establishment."
                SET WS-POSITION-REFUSED TO TRUE
            ELSE
                DISPLAY "Supervisor override - place the employee "
                    "over establishment? (Y/N): "
                ACCEPT WS-POSITION-ANSWER
                IF WS-POSITION-ANSWER = 'Y'
                        OR WS-POSITION-ANSWER = 'y'
                    PERFORM LOG-POSITION-OVERRIDE
                    DISPLAY "Override taken - logged."
                ELSE
                    SET WS-POSITION-REFUSED TO TRUE
                END-IF
            END-IF.
       TAKE-POSITION-CLAIM.
            PERFORM RELEASE-PRIOR-POSITION.
            MOVE SPACES TO WS-CHECK-POSITION.
            IF EMP-ACTIVE
                MOVE EMP-POSITION TO WS-CHECK-POSITION
                PERFORM RESOLVE-EMPLOYEE-FTE
                MOVE WS-RESOLVED-FTE TO WS-CHECK-FTE
            END-IF.
            PERFORM CLAIM-CHECK-POSITION.
       LOG-POSITION-OVERRIDE.
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
      * the position rides in the program column so the override
      * row names what was filled past its establishment.
                MOVE EMP-POSITION TO AUD-PROGRAM
                MOVE 1           TO AUD-RECORDS
                MOVE ZERO        TO AUD-REJECTS
                MOVE "POSOVRD"   TO AUD-OUTCOME
                MOVE WS-SESSION-OPERATOR TO AUD-OPERATOR
                WRITE AUDIT-LOG-RECORD
                CLOSE AUDIT-LOG-FILE
            ELSE
                DISPLAY "Unable to open auditlog.txt - status "
                    WS-AUDIT-STATUS " - override not logged."
            END-IF.
       CHECK-BATCH-REGISTRY.
      * a batch ID already on the registry was applied once - it
      * does not apply again just because the file came back.
                DISPLAY "Unable to open auditlog.txt - status "
                    WS-AUDIT-STATUS " - override not logged."
            END-IF.
       LOG-MAINT-SESSION.
      * one row per session that changed the master, so every
      * empchglog.txt record can be tied to the operator on duty.
            IF WS-CHGLOG-WRITTEN = ZERO
                GO TO LOG-MAINT-SESSION-EXIT
            END-IF.
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
                MOVE "EMP-MAINT"  TO AUD-PROGRAM
                MOVE WS-CHGLOG-WRITTEN TO AUD-RECORDS
                MOVE WS-REJECT-COUNT   TO AUD-REJECTS
                MOVE "UPDATED"   TO AUD-OUTCOME
                MOVE WS-SESSION-OPERATOR TO AUD-OPERATOR
                WRITE AUDIT-LOG-RECORD
                CLOSE AUDIT-LOG-FILE
            ELSE
                DISPLAY "Unable to open auditlog.txt - status "
                    WS-AUDIT-STATUS " - session not logged."
            END-IF.
       LOG-MAINT-SESSION-EXIT.
            EXIT.
       REGISTER-APPLIED-BATCH.
            OPEN EXTEND IF-REGISTRY-FILE.
            IF WS-REGISTRY-STATUS = "05"
                            MOVE 'N' TO WS-TRAN-VALID-FLAG
                            MOVE "DELETE target not on file"
                                TO WS-TRAN-REASON
                        ELSE
                            PERFORM SAVE-PRIOR-POSITION
                            PERFORM RELEASE-PRIOR-POSITION
                        END-IF
                    WHEN OTHER
                        MOVE 'N' TO WS-TRAN-VALID-FLAG
                            TO WS-TRAN-REASON
                END-EVALUATE
            END-IF.
            IF WS-TRAN-IS-VALID
                PERFORM EDIT-EFFECTIVE-DATE
            END-IF.
            IF WS-TRAN-IS-VALID
                    AND (TRAN-ADD OR TRAN-CHANGE)
                PERFORM EDIT-POSITION
            END-IF.
            IF WS-TRAN-IS-VALID
                ADD 1 TO WS-CLEAN-COUNT
                IF WS-TRAN-SEQ <= 1000
                                TO WS-TRAN-REASON
                        END-IF
                    END-IF
                    IF WS-TRAN-IS-VALID
                            AND TRAN-EMP-FTE-X NOT = SPACES
                        IF TRAN-EMP-FTE IS NOT NUMERIC
                            MOVE 'N' TO WS-TRAN-VALID-FLAG
                            MOVE "FTE percent is not numeric"
                                TO WS-TRAN-REASON
                        ELSE
                            IF TRAN-EMP-FTE = ZERO
                                    OR TRAN-EMP-FTE > 100
                                MOVE 'N' TO WS-TRAN-VALID-FLAG
                                MOVE "FTE percent must be 0.01 to 100"
                                    TO WS-TRAN-REASON
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.
       PROMPT-FOR-PAY-FREQ.
            END-READ.
       APPLY-BATCH-PASS.
            MOVE ZERO TO WS-APPLY-SEQ.
            PERFORM LOAD-PENDING-CHANGES.
            PERFORM UNTIL WS-TRANS-EOF
                READ TRANSACTION-FILE
                    AT END
                            IF WS-APPLY-SEQ <= 1000
                                    AND WS-VERDICT(WS-APPLY-SEQ)
                                        = 'Y'
                                PERFORM CHECK-FUTURE-DATED
                                IF WS-TRAN-IS-FUTURE
                                    PERFORM QUEUE-PENDING-CHANGE
                                ELSE
                                    PERFORM PROCESS-BATCH-RECORD
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-PENDING-DIRTY
                PERFORM SAVE-PENDING-CHANGES
            END-IF.
       EDIT-EFFECTIVE-DATE.
      * a blank or zero effective date means now - the historical
      * meaning of every transaction.
            IF TRAN-EFF-DATE-X NOT = SPACES
                    AND TRAN-EFF-DATE-X NOT = "00000000"
                MOVE "VAL " TO DS-FUNCTION
                MOVE TRAN-EFF-DATE-X TO DS-DATE-1-X
                CALL "DATESRV" USING DS-REQUEST
                IF DS-STATUS NOT = 'Y'
                    MOVE 'N' TO WS-TRAN-VALID-FLAG
                    MOVE "Effective date is not a valid date"
                        TO WS-TRAN-REASON
                END-IF
            END-IF.
       CHECK-FUTURE-DATED.
            MOVE 'N' TO WS-FUTURE-FLAG.
            IF TRAN-EFF-DATE-X NOT = SPACES
                    AND TRAN-EFF-DATE-X NOT = "00000000"
                PERFORM LOAD-PAY-PERIOD
                IF WS-PERIOD-END = ZERO
                    DISPLAY "No pay period on payperiod.txt - "
                        TRAN-EMP-ID " effective " TRAN-EFF-DATE
                        " applied now."
                ELSE
                    IF TRAN-EFF-DATE > WS-PERIOD-END
                        SET WS-TRAN-IS-FUTURE TO TRUE
                    END-IF
                END-IF
            END-IF.
       QUEUE-PENDING-CHANGE.
            IF WS-PENDING-COUNT >= 500
                DISPLAY "pendchg.txt is full (500) - "
                    TRAN-EMP-ID " effective " TRAN-EFF-DATE
                    " NOT held; resubmit it in its own period."
                MOVE 'N' TO WS-TRAN-VALID-FLAG
                MOVE "Pending changes file full" TO WS-TRAN-REASON
                ADD 1 TO WS-REJECT-COUNT
                PERFORM APPEND-REJECT-RECORD
            ELSE
                ADD 1 TO WS-PENDING-COUNT
                ADD 1 TO WS-LAST-PEND-SEQ
                SET WS-PN-IDX TO WS-PENDING-COUNT
                MOVE WS-LAST-PEND-SEQ   TO WS-PN-SEQ(WS-PN-IDX)
                MOVE TRAN-EFF-DATE      TO WS-PN-EFF-DATE(WS-PN-IDX)
                ACCEPT WS-CHGLOG-RUN-DATE FROM DATE
                MOVE "20"         TO WS-PN-QUEUED(WS-PN-IDX)(1:2)
                MOVE WS-CHGLOG-YY TO WS-PN-QUEUED(WS-PN-IDX)(3:2)
                MOVE WS-CHGLOG-MM TO WS-PN-QUEUED(WS-PN-IDX)(5:2)
                MOVE WS-CHGLOG-DD TO WS-PN-QUEUED(WS-PN-IDX)(7:2)
                MOVE BHR-BATCH-ID       TO WS-PN-BATCH-ID(WS-PN-IDX)
                MOVE TRANSACTION-RECORD TO WS-PN-IMAGE(WS-PN-IDX)
                MOVE 'P'                TO WS-PN-STATE(WS-PN-IDX)
                SET WS-PENDING-DIRTY TO TRUE
                ADD 1 TO WS-QUEUED-COUNT
                DISPLAY "  " TRAN-EMP-ID " effective " TRAN-EFF-DATE
                    " held as pending change "
                    WS-PN-SEQ(WS-PN-IDX) "."
            END-IF.
       APPEND-REJECT-RECORD.
            OPEN EXTEND REJECT-FILE.
            IF WS-REJECT-STATUS = "05" OR WS-REJECT-STATUS = "35"
                OPEN OUTPUT REJECT-FILE
            END-IF.
            IF WS-REJECT-STATUS = "00"
                MOVE SPACES TO REJECT-RECORD
                MOVE TRANSACTION-RECORD TO REJ-TRAN-IMAGE
                MOVE WS-TRAN-REASON     TO REJ-REASON
                WRITE REJECT-RECORD
                CLOSE REJECT-FILE
            END-IF.
       LOAD-PENDING-CHANGES.
            IF NOT WS-PENDING-IS-LOADED
                SET WS-PENDING-IS-LOADED TO TRUE
                MOVE ZERO TO WS-PENDING-COUNT
                MOVE 'N' TO WS-PENDING-EOF-FLAG
                OPEN INPUT PENDING-CHANGE-FILE
                IF WS-PENDING-STATUS = "00"
                    PERFORM UNTIL WS-PENDING-EOF
                        READ PENDING-CHANGE-FILE
                            AT END
                                SET WS-PENDING-EOF TO TRUE
                            NOT AT END
                                PERFORM LOAD-ONE-PENDING-CHANGE
                        END-READ
                    END-PERFORM
                    CLOSE PENDING-CHANGE-FILE
                END-IF
            END-IF.
       LOAD-ONE-PENDING-CHANGE.
            IF WS-PENDING-COUNT < 500
                ADD 1 TO WS-PENDING-COUNT
                SET WS-PN-IDX TO WS-PENDING-COUNT
                MOVE PND-SEQ         TO WS-PN-SEQ(WS-PN-IDX)
                MOVE PND-EFF-DATE    TO WS-PN-EFF-DATE(WS-PN-IDX)
                MOVE PND-QUEUED-DATE TO WS-PN-QUEUED(WS-PN-IDX)
                MOVE PND-BATCH-ID    TO WS-PN-BATCH-ID(WS-PN-IDX)
                MOVE PND-TRAN-IMAGE  TO WS-PN-IMAGE(WS-PN-IDX)
                MOVE 'P'             TO WS-PN-STATE(WS-PN-IDX)
                IF PND-SEQ > WS-LAST-PEND-SEQ
                    MOVE PND-SEQ TO WS-LAST-PEND-SEQ
                END-IF
            ELSE
                DISPLAY "pendchg.txt has more than 500 changes - "
                    "change " PND-SEQ " not loaded."
            END-IF.
       SAVE-PENDING-CHANGES.
      * only the changes still waiting are written back.
            OPEN OUTPUT PENDING-CHANGE-FILE.
            IF WS-PENDING-STATUS NOT = "00"
                DISPLAY "Unable to rewrite pendchg.txt - status "
                    WS-PENDING-STATUS
            ELSE
                PERFORM VARYING WS-PN-IDX FROM 1 BY 1
                        UNTIL WS-PN-IDX > WS-PENDING-COUNT
                    IF WS-PN-WAITING(WS-PN-IDX)
                        MOVE WS-PN-SEQ(WS-PN-IDX)      TO PND-SEQ
                        MOVE WS-PN-EFF-DATE(WS-PN-IDX) TO PND-EFF-DATE
                        MOVE WS-PN-QUEUED(WS-PN-IDX)
                            TO PND-QUEUED-DATE
                        MOVE WS-PN-BATCH-ID(WS-PN-IDX) TO PND-BATCH-ID
                        MOVE WS-PN-IMAGE(WS-PN-IDX)
                            TO PND-TRAN-IMAGE
                        WRITE PENDING-CHANGE-RECORD
                    END-IF
                END-PERFORM
                CLOSE PENDING-CHANGE-FILE
            END-IF.
       CHECK-PENDING-RELEASE.
            MOVE 'N' TO WS-RELEASE-FLAG.
            MOVE SPACES TO WS-RELEASE-PERIOD.
            OPEN INPUT PEND-RELEASE-FILE.
            IF WS-PEND-RELEASE-STATUS = "00"
                READ PEND-RELEASE-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE PRL-PERIOD-ID TO WS-RELEASE-PERIOD
                END-READ
                CLOSE PEND-RELEASE-FILE
            END-IF.
            IF WS-RELEASE-PERIOD NOT = SPACES
                SET WS-RELEASE-REQUESTED TO TRUE
            END-IF.
       RELEASE-PENDING-CHANGES.
      * the changes due by the end of the newly opened period go
      * through the same edit as a batch transaction (against the
      * master as it stands now) and the same apply and change-log
      * path, oldest effective date first; one that no longer edits
      * clean goes to emptrans.rej with its reason.
            DISPLAY "Pay period " WS-RELEASE-PERIOD " opened - "
                "applying the pending changes now due.".
            PERFORM LOAD-PAY-PERIOD.
            PERFORM LOAD-DEPT-MASTER.
            PERFORM LOAD-PENDING-CHANGES.
            IF WS-PERIOD-END = ZERO
                DISPLAY "No pay period dates on payperiod.txt - "
                    "pending changes left waiting."
            ELSE
                OPEN EXTEND REJECT-FILE
                IF WS-REJECT-STATUS = "05"
                        OR WS-REJECT-STATUS = "35"
                    OPEN OUTPUT REJECT-FILE
                END-IF
                SET WS-DUE-IS-FOUND TO TRUE
                PERFORM UNTIL NOT WS-DUE-IS-FOUND
                    PERFORM PICK-NEXT-DUE-CHANGE
                    IF WS-DUE-IS-FOUND
                        PERFORM APPLY-ONE-DUE-CHANGE
                    END-IF
                END-PERFORM
                IF WS-REJECT-STATUS = "00"
                    CLOSE REJECT-FILE
                END-IF
                IF WS-RELEASED-COUNT > ZERO
                        OR WS-RELEASE-REJ-COUNT > ZERO
                    PERFORM SAVE-PENDING-CHANGES
                END-IF
                DISPLAY "Pending changes applied: "
                    WS-RELEASED-COUNT " rejected: "
                    WS-RELEASE-REJ-COUNT " - added "
                    WS-BATCH-ADD-COUNT " changed "
                    WS-BATCH-CHANGE-COUNT " deleted "
                    WS-BATCH-DELETE-COUNT
                IF WS-RELEASE-REJ-COUNT > ZERO
                    DISPLAY "Rejected pending changes written to "
                        "emptrans.rej with reasons."
                END-IF
                OPEN OUTPUT PEND-RELEASE-FILE
                IF WS-PEND-RELEASE-STATUS = "00"
                    CLOSE PEND-RELEASE-FILE
                END-IF
            END-IF.
       PICK-NEXT-DUE-CHANGE.
            MOVE 'N' TO WS-DUE-FOUND.
            MOVE ZERO TO WS-DUE-SLOT.
            PERFORM VARYING WS-PN-IDX FROM 1 BY 1
                    UNTIL WS-PN-IDX > WS-PENDING-COUNT
                IF WS-PN-WAITING(WS-PN-IDX)
                        AND WS-PN-EFF-DATE(WS-PN-IDX)
                            NOT > WS-PERIOD-END
                    IF NOT WS-DUE-IS-FOUND
                        SET WS-DUE-IS-FOUND TO TRUE
                        SET WS-DUE-SLOT TO WS-PN-IDX
                    ELSE
                        IF WS-PN-EFF-DATE(WS-PN-IDX)
                                < WS-PN-EFF-DATE(WS-DUE-SLOT)
                            SET WS-DUE-SLOT TO WS-PN-IDX
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
       APPLY-ONE-DUE-CHANGE.
            SET WS-PN-IDX TO WS-DUE-SLOT.
            MOVE WS-PN-IMAGE(WS-PN-IDX) TO TRANSACTION-RECORD.
            PERFORM EDIT-ONE-TRANSACTION.
            SET WS-PN-IDX TO WS-DUE-SLOT.
            IF WS-TRAN-IS-VALID
                MOVE 'A' TO WS-PN-STATE(WS-PN-IDX)
                ADD 1 TO WS-RELEASED-COUNT
                DISPLAY "  Pending change " WS-PN-SEQ(WS-PN-IDX)
                    " for " TRAN-EMP-ID " effective "
                    WS-PN-EFF-DATE(WS-PN-IDX) " applied."
                PERFORM PROCESS-BATCH-RECORD
            ELSE
                MOVE 'R' TO WS-PN-STATE(WS-PN-IDX)
                ADD 1 TO WS-RELEASE-REJ-COUNT
                DISPLAY "  Pending change " WS-PN-SEQ(WS-PN-IDX)
                    " for " TRAN-EMP-ID " rejected - "
                    WS-TRAN-REASON
            END-IF.
       OPEN-CHANGE-LOG.
            OPEN EXTEND CHANGE-LOG-FILE.
            IF WS-CHGLOG-STATUS = "05" OR WS-CHGLOG-STATUS = "35"
                        MOVE SPACES          TO CL-AFTER-IMAGE
                END-EVALUATE
                WRITE CHANGE-LOG-RECORD
                ADD 1 TO WS-CHGLOG-WRITTEN
            END-IF.
       PROCESS-BATCH-RECORD.
            MOVE TRAN-EMP-ID TO EMP-ID.
                    MOVE TRAN-EMP-PAY-FREQ TO EMP-PAY-FREQ
                    MOVE TRAN-EMP-COMPANY  TO EMP-COMPANY
                    MOVE TRAN-EMP-GRADE    TO EMP-GRADE
                    IF TRAN-EMP-FTE-X = SPACES
                        MOVE 100 TO EMP-FTE-PCT
                    ELSE
                        MOVE TRAN-EMP-FTE TO EMP-FTE-PCT
                    END-IF
                    MOVE TRAN-EMP-POSITION TO EMP-POSITION
                    PERFORM WRITE-NEW-EMPLOYEE
                    ADD 1 TO WS-BATCH-ADD-COUNT
                WHEN TRAN-CHANGE
                        IF TRAN-EMP-GRADE NOT = SPACES
                            MOVE TRAN-EMP-GRADE TO EMP-GRADE
                        END-IF
      * a blank FTE keeps the master's, as for company and grade.
                        IF TRAN-EMP-FTE-X NOT = SPACES
                            MOVE TRAN-EMP-FTE TO EMP-FTE-PCT
                        END-IF
                        IF TRAN-EMP-POSITION NOT = SPACES
                            MOVE TRAN-EMP-POSITION TO EMP-POSITION
                        END-IF
                        PERFORM REWRITE-CHANGED-EMPLOYEE
                        ADD 1 TO WS-BATCH-CHANGE-COUNT
                    END-IF
                    PERFORM CHANGE-EMPLOYEE
                WHEN WS-TRAN-DELETE
                    PERFORM DELETE-EMPLOYEE
                    IF WS-BEFORE-IMAGE NOT = SPACES
                        PERFORM SAVE-PRIOR-POSITION
                        PERFORM RELEASE-PRIOR-POSITION
                    END-IF
                WHEN OTHER
                    DISPLAY "Invalid transaction code, ignored."
            END-EVALUATE.
            PERFORM PROMPT-FOR-PAY-FREQ.
            PERFORM PROMPT-FOR-COMPANY.
            PERFORM PROMPT-FOR-GRADE.
            MOVE 100 TO EMP-FTE-PCT.
            PERFORM PROMPT-FOR-FTE.
            MOVE SPACES TO WS-PRIOR-POSITION.
            MOVE SPACES TO WS-PRIOR-DEP.
            MOVE SPACES TO WS-CURRENT-POSITION.
            PERFORM PROMPT-FOR-POSITION.
            IF WS-POSITION-REFUSED
                DISPLAY "Add abandoned - employee " EMP-ID
                    " not written."
            ELSE
                PERFORM TAKE-POSITION-CLAIM
                PERFORM WRITE-NEW-EMPLOYEE
            END-IF.
       WRITE-NEW-EMPLOYEE.
            WRITE EMPLOYEE-RECORD
                INVALID KEY
                MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
                MOVE EMP-NAME TO WS-CURRENT-NAME
                MOVE EMP-DEP  TO WS-CURRENT-DEP
                MOVE EMP-POSITION TO WS-CURRENT-POSITION
                PERFORM SAVE-PRIOR-POSITION
                DISPLAY "New Title (blank keeps current): "
                ACCEPT EMP-TITLE
                DISPLAY "New First Name (blank keeps current): "
                PERFORM PROMPT-FOR-PAY-FREQ
                PERFORM PROMPT-FOR-COMPANY
                PERFORM PROMPT-FOR-GRADE
                PERFORM PROMPT-FOR-FTE
                PERFORM PROMPT-FOR-POSITION
                IF WS-POSITION-REFUSED
                    DISPLAY "Change abandoned - employee " EMP-ID
                        " unchanged."
                ELSE
                    PERFORM TAKE-POSITION-CLAIM
                    PERFORM REWRITE-CHANGED-EMPLOYEE
                END-IF
            END-IF.
       REWRITE-CHANGED-EMPLOYEE.
            MOVE 'N' TO WS-SETTLE-PENDING.
                    COMPUTE WS-HOURLY-RATE ROUNDED =
                        EMP-SALARY * 12 / 2080
                END-IF
                IF EMP-FTE-PCT IS NUMERIC
                    IF EMP-FTE-PCT > ZERO AND EMP-FTE-PCT < 100
                        COMPUTE WS-PERIOD-PAY ROUNDED =
                            WS-PERIOD-PAY * EMP-FTE-PCT / 100
                    END-IF
                END-IF
                COMPUTE WS-PRORATED-PAY ROUNDED =
                    WS-PERIOD-PAY * WS-WORKED-DAYS
                        / WS-PERIOD-DAYS
