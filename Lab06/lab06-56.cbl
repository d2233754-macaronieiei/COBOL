      ******************************************************************
      * Author:
      * Date:
      * Purpose: Benefits enrollment - records which health, dental
      *          and life plan each employee has chosen, at which
      *          coverage tier, and produces the monthly carrier
      *          eligibility file. The plans and their per pay
      *          period employee and employer premiums come from the
      *          benefits plan master (benplans.txt); the elections
      *          go to benelect.txt, which lab06-2 reads to take the
      *          employee premium as a deduction and add the
      *          employer premium to the employer cost, so nobody
      *          keys premiums into dedmast.txt by hand any more.
      *          (P)lans lists the plan master. (L)ist shows one
      *          employee's coverage history. (E)lect enrolls an
      *          employee in a plan or changes the tier, and
      *          (T)erminate ends a coverage - update-role operators
      *          only, under the employee master lock so a payroll
      *          run is not reading the elections at the same
      *          moment. Inside the open-enrollment window held in
      *          benwindow.txt a change takes effect on the plan
      *          year start; outside it a change is only accepted
      *          for a new hire within 30 days of hire or within 30
      *          days of a qualifying life event, and ending
      *          coverage because employment ended is always
      *          allowed. A new election ends the employee's earlier
      *          coverage of the same plan type the day before it
      *          starts. (C)arrier writes benelig.txt - a header,
      *          one detail per employee covered during the month
      *          by carrier and plan, and a trailer with the count
      *          and premium hash - and registers it in
      *          ifregistry.txt. A job-plan run (opsession.txt =
      *          SCHEDULE) writes the carrier file for the current
      *          month and nothing else; it ends with return code 4
      *          when a covered employee is off the master or
      *          terminated, 16 when the file cannot be written.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFITS-ENROLL.
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
           SELECT BENEFIT-PLAN-FILE ASSIGN TO "benplans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-STATUS.
           SELECT BENEFIT-ELECT-FILE ASSIGN TO "benelect.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELECT-STATUS.
           SELECT BEN-WINDOW-FILE ASSIGN TO "benwindow.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WINDOW-STATUS.
           SELECT BEN-ELIG-FILE ASSIGN TO "benelig.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELIG-STATUS.
           SELECT IF-REGISTRY-FILE ASSIGN TO "ifregistry.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRY-STATUS.
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
       FD BENEFIT-PLAN-FILE.
       COPY BENPLAN.
       FD BENEFIT-ELECT-FILE.
       COPY BENELECT.
       FD BEN-WINDOW-FILE.
       01 BEN-WINDOW-RECORD.
           05 BW-OPEN-START    PIC 9(8).
           05 BW-OPEN-END      PIC 9(8).
           05 BW-PLAN-YEAR     PIC 9(8).
       FD BEN-ELIG-FILE.
       01 BEN-ELIG-HEADER.
           05 BEH-TYPE         PIC X(1).
           05 BEH-INTERFACE    PIC X(8).
           05 BEH-FILE-DATE    PIC X(8).
           05 BEH-COVER-MONTH  PIC X(6).
           05 FILLER           PIC X(77).
       01 BEN-ELIG-DETAIL.
           05 BED-TYPE         PIC X(1).
           05 BED-CARRIER      PIC X(8).
           05 BED-PLAN-CODE    PIC X(4).
           05 BED-TIER         PIC X(1).
           05 BED-EMP-ID       PIC X(6).
           05 BED-LAST-NAME    PIC X(20).
           05 BED-FIRST-NAME   PIC X(15).
           05 BED-EFF-DATE     PIC 9(8).
           05 BED-END-DATE     PIC 9(8).
           05 BED-EE-PREMIUM   PIC 9(5)V99.
           05 BED-ER-PREMIUM   PIC 9(5)V99.
           05 FILLER           PIC X(15).
       01 BEN-ELIG-TRAILER.
           05 BET-TYPE         PIC X(1).
           05 BET-COUNT        PIC 9(7).
           05 BET-HASH         PIC 9(11)V99.
           05 FILLER           PIC X(79).
       FD IF-REGISTRY-FILE.
       01 IF-REGISTRY-RECORD.
           05 IR-INTERFACE PIC X(8).
           05 IR-BATCH-ID  PIC X(8).
           05 IR-DATE      PIC X(8).
           05 IR-COUNT     PIC 9(7).
           05 IR-HASH      PIC 9(13)V99.
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
       COPY DATEREQ.
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-PLAN-STATUS          PIC X(2).
       01 WS-ELECT-STATUS         PIC X(2).
       01 WS-WINDOW-STATUS        PIC X(2).
       01 WS-ELIG-STATUS          PIC X(2).
       01 WS-REGISTRY-STATUS      PIC X(2).
       01 WS-LOCK-STATUS          PIC X(2).
       01 WS-OPERATOR-STATUS      PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-UNATTENDED-FLAG      PIC A(1)  VALUE 'N'.
           88 WS-UNATTENDED                 VALUE 'Y'.
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-EMP-OPEN-FLAG        PIC A(1)  VALUE 'N'.
           88 WS-EMPLOYEE-FILE-OPEN         VALUE 'Y'.
       01 WS-ACTION               PIC X(1).
       01 WS-DONE-FLAG            PIC X(1)  VALUE 'N'.
           88 WS-DONE                       VALUE 'Y'.
       01 WS-RUN-RC               PIC 9(2)  VALUE ZERO.
       01 WS-GRACE-DAYS           PIC 9(3)  VALUE 30.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-WINDOW-FIELDS.
           05 WS-WINDOW-FLAG      PIC X(1)  VALUE 'N'.
               88 WS-WINDOW-LOADED         VALUE 'Y'.
           05 WS-IN-WINDOW-FLAG   PIC X(1)  VALUE 'N'.
               88 WS-IN-WINDOW             VALUE 'Y'.
           05 WS-OPEN-START       PIC 9(8)  VALUE ZERO.
           05 WS-OPEN-END         PIC 9(8)  VALUE ZERO.
           05 WS-PLAN-YEAR        PIC 9(8)  VALUE ZERO.
       01 WS-PLAN-COUNT           PIC 9(2)  VALUE ZERO.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 30 TIMES INDEXED BY WS-PL-IDX.
               10 WS-PL-CODE       PIC X(4).
               10 WS-PL-TYPE       PIC X(1).
               10 WS-PL-DESC       PIC X(20).
               10 WS-PL-CARRIER    PIC X(8).
               10 WS-PL-TIER OCCURS 3 TIMES.
                   15 WS-PL-TIER-CODE PIC X(1).
                   15 WS-PL-EE        PIC 9(5)V99.
                   15 WS-PL-ER        PIC 9(5)V99.
       01 WS-PLAN-FOUND-FLAG      PIC X(1).
           88 WS-PLAN-FOUND                 VALUE 'Y'.
       01 WS-PLAN-SLOT            PIC 9(2)  VALUE ZERO.
       01 WS-TIER-SLOT            PIC 9(1)  VALUE ZERO.
       01 WS-ELECT-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-ELECT-TABLE.
           05 WS-ELECT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-EL-IDX.
               10 WS-EL-RECORD     PIC X(45).
       01 WS-EXTRACT-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-EXTRACT-TABLE.
           05 WS-EXTRACT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-XT-IDX WS-XT-SCAN.
               10 WS-XT-SORT-KEY.
                   15 WS-XT-CARRIER  PIC X(8).
                   15 WS-XT-PLAN     PIC X(4).
                   15 WS-XT-EMP-ID   PIC X(6).
                   15 WS-XT-EFF-DATE PIC 9(8).
               10 WS-XT-RECORD     PIC X(45).
               10 WS-XT-PLAN-SLOT  PIC 9(2).
               10 WS-XT-TIER-SLOT  PIC 9(1).
       01 WS-SWAP-ENTRY           PIC X(80).
       01 WS-ENTRY-FIELDS.
           05 WS-IN-EMP-ID        PIC X(6).
           05 WS-IN-PLAN          PIC X(4).
           05 WS-IN-TIER          PIC X(1).
           05 WS-IN-REASON        PIC X(1).
           05 WS-IN-DATE-X        PIC X(8).
           05 WS-IN-DATE REDEFINES WS-IN-DATE-X PIC 9(8).
           05 WS-IN-MONTH-X       PIC X(6).
           05 WS-IN-MONTH REDEFINES WS-IN-MONTH-X PIC 9(6).
           05 WS-CONFIRM-ANSWER   PIC X(1).
           05 WS-NEW-EFF-DATE     PIC 9(8).
           05 WS-NEW-END-DATE     PIC 9(8).
           05 WS-NEW-REASON       PIC X(1).
           05 WS-NEW-TYPE         PIC X(1).
           05 WS-NEW-PLAN         PIC X(4).
           05 WS-ENTRY-OK-FLAG    PIC X(1).
               88 WS-ENTRY-OK               VALUE 'Y'.
           05 WS-EMP-ON-FILE-FLAG PIC X(1).
               88 WS-EMP-ON-FILE            VALUE 'Y'.
           05 WS-EMP-HIRE-DATE    PIC 9(8).
           05 WS-EMP-STATUS       PIC X(1).
           05 WS-TARGET-FOUND     PIC X(1).
               88 WS-TARGET-ON-FILE        VALUE 'Y'.
           05 WS-TARGET-SLOT      PIC 9(4).
           05 WS-UPDATE-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-OP-ROLE-FOUND    PIC X(1).
           05 WS-OP-EOF-FLAG      PIC A(1).
               88 WS-OP-EOF                VALUE 'Y'.
           05 WS-LOCK-HELD-FLAG   PIC X(1).
               88 WS-LOCK-IS-HELD          VALUE 'Y'.
       01 WS-DATE-WORK            PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DW-YYYY          PIC 9(4).
           05 WS-DW-MM            PIC 9(2).
           05 WS-DW-DD            PIC 9(2).
       01 WS-DAYS-IN-MONTH        PIC 9(2).
       01 WS-LEAP-QUOT            PIC 9(4).
       01 WS-LEAP-REM-4           PIC 9(4).
       01 WS-LEAP-REM-100         PIC 9(4).
       01 WS-LEAP-REM-400         PIC 9(4).
       01 WS-EXTRACT-FIELDS.
           05 WS-COVER-MONTH      PIC 9(6).
           05 WS-MONTH-START      PIC 9(8).
           05 WS-MONTH-END        PIC 9(8).
           05 WS-ELIG-COUNT       PIC 9(7)  VALUE ZERO.
           05 WS-ELIG-HASH        PIC 9(11)V99 VALUE ZERO.
           05 WS-ELIG-WARN-COUNT  PIC 9(5)  VALUE ZERO.
           05 WS-EXTRACT-DONE-FLAG PIC X(1) VALUE 'N'.
               88 WS-EXTRACT-DONE          VALUE 'Y'.
       01 WS-LOCK-TIME-NOW        PIC 9(8).
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-LIST-LINES.
           05 WS-PLAN-HEADER.
               10 FILLER PIC X(5)  VALUE "PLAN".
               10 FILLER PIC X(2)  VALUE "T".
               10 FILLER PIC X(21) VALUE "DESCRIPTION".
               10 FILLER PIC X(9)  VALUE "CARRIER".
               10 FILLER PIC X(3)  VALUE "TR".
               10 FILLER PIC X(11) VALUE "  EMPLOYEE".
               10 FILLER PIC X(11) VALUE "  EMPLOYER".
           05 WS-PLAN-LINE.
               10 PLL-CODE         PIC X(4).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 PLL-TYPE         PIC X(1).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 PLL-DESC         PIC X(20).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 PLL-CARRIER      PIC X(8).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 PLL-TIER         PIC X(1).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 PLL-EE           PIC ZZ,ZZ9.99.
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 PLL-ER           PIC ZZ,ZZ9.99.
           05 WS-ELECT-HEADER.
               10 FILLER PIC X(5)  VALUE "PLAN".
               10 FILLER PIC X(3)  VALUE "TR".
               10 FILLER PIC X(10) VALUE "FROM".
               10 FILLER PIC X(10) VALUE "TO".
               10 FILLER PIC X(4)  VALUE "WHY".
               10 FILLER PIC X(4)  VALUE "END".
               10 FILLER PIC X(10) VALUE "ENTERED".
               10 FILLER PIC X(8)  VALUE "BY".
           05 WS-ELECT-LINE.
               10 ELL-PLAN         PIC X(4).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 ELL-TIER         PIC X(1).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 ELL-EFF          PIC 9(8).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 ELL-END          PIC X(8).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 ELL-REASON       PIC X(1).
               10 FILLER           PIC X(3)  VALUE SPACE.
               10 ELL-END-REASON   PIC X(1).
               10 FILLER           PIC X(3)  VALUE SPACE.
               10 ELL-ENTERED      PIC X(8).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 ELL-BY           PIC X(8).
       01 DISP-HASH               PIC Z,ZZZ,ZZZ,ZZ9.99.
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
            PERFORM LOAD-BENEFIT-PLANS.
            PERFORM LOAD-ENROLLMENT-WINDOW.
            PERFORM LOAD-ELECTIONS.
            IF WS-UNATTENDED
                COMPUTE WS-COVER-MONTH = WS-TODAY / 100
                PERFORM WRITE-CARRIER-FILE
                    THRU WRITE-CARRIER-FILE-EXIT
            ELSE
                PERFORM UNTIL WS-DONE
                    DISPLAY "Benefits - (P)lans, (L)ist, (E)lect, "
                        "(T)erminate, (C)arrier file, (X) done: "
                    ACCEPT WS-ACTION
                    EVALUATE WS-ACTION
                        WHEN 'P' PERFORM LIST-BENEFIT-PLANS
                        WHEN 'p' PERFORM LIST-BENEFIT-PLANS
                        WHEN 'L' PERFORM LIST-EMPLOYEE-ELECTIONS
                        WHEN 'l' PERFORM LIST-EMPLOYEE-ELECTIONS
                        WHEN 'E' PERFORM ENTER-ELECTION
                        WHEN 'e' PERFORM ENTER-ELECTION
                        WHEN 'T' PERFORM END-COVERAGE
                        WHEN 't' PERFORM END-COVERAGE
                        WHEN 'C' PERFORM ASK-CARRIER-MONTH
                        WHEN 'c' PERFORM ASK-CARRIER-MONTH
                        WHEN 'X' SET WS-DONE TO TRUE
                        WHEN 'x' SET WS-DONE TO TRUE
                        WHEN OTHER
                            DISPLAY "Invalid action."
                    END-EVALUATE
                END-PERFORM
            END-IF.
            IF WS-UPDATE-COUNT > ZERO
                MOVE "BENENRL"       TO WS-AUDIT-PROGRAM
                MOVE WS-UPDATE-COUNT TO WS-AUDIT-COUNT
                MOVE ZERO            TO WS-AUDIT-REJECTS
                MOVE "UPDATED"       TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
            END-IF.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       LOAD-BENEFIT-PLANS.
            MOVE ZERO TO WS-PLAN-COUNT.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT BENEFIT-PLAN-FILE.
            IF WS-PLAN-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ BENEFIT-PLAN-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM LOAD-ONE-PLAN
                    END-READ
                END-PERFORM
                CLOSE BENEFIT-PLAN-FILE
            ELSE
                DISPLAY "benplans.txt not found - no plans can be "
                    "elected."
            END-IF.
       LOAD-ONE-PLAN.
            IF WS-PLAN-COUNT < 30
                ADD 1 TO WS-PLAN-COUNT
                SET WS-PL-IDX TO WS-PLAN-COUNT
                MOVE BP-PLAN-CODE   TO WS-PL-CODE(WS-PL-IDX)
                MOVE BP-PLAN-TYPE   TO WS-PL-TYPE(WS-PL-IDX)
                MOVE BP-DESCRIPTION TO WS-PL-DESC(WS-PL-IDX)
                MOVE BP-CARRIER     TO WS-PL-CARRIER(WS-PL-IDX)
                PERFORM VARYING WS-TIER-SLOT FROM 1 BY 1
                        UNTIL WS-TIER-SLOT > 3
                    MOVE BP-TIER-CODE(WS-TIER-SLOT)
                        TO WS-PL-TIER-CODE(WS-PL-IDX WS-TIER-SLOT)
                    IF BP-EE-PREMIUM(WS-TIER-SLOT) IS NUMERIC
                        MOVE BP-EE-PREMIUM(WS-TIER-SLOT)
                            TO WS-PL-EE(WS-PL-IDX WS-TIER-SLOT)
                    ELSE
                        MOVE ZERO
                            TO WS-PL-EE(WS-PL-IDX WS-TIER-SLOT)
                    END-IF
                    IF BP-ER-PREMIUM(WS-TIER-SLOT) IS NUMERIC
                        MOVE BP-ER-PREMIUM(WS-TIER-SLOT)
                            TO WS-PL-ER(WS-PL-IDX WS-TIER-SLOT)
                    ELSE
                        MOVE ZERO
                            TO WS-PL-ER(WS-PL-IDX WS-TIER-SLOT)
                    END-IF
                END-PERFORM
            ELSE
                DISPLAY "benplans.txt has more than 30 plans - plan "
                    BP-PLAN-CODE " not loaded."
            END-IF.
       LOAD-ENROLLMENT-WINDOW.
      * no window file means the window is closed - only new hires,
      * life events and employment endings get through.
            OPEN INPUT BEN-WINDOW-FILE.
            IF WS-WINDOW-STATUS = "00"
                READ BEN-WINDOW-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF BW-OPEN-START IS NUMERIC
                                AND BW-OPEN-END IS NUMERIC
                                AND BW-PLAN-YEAR IS NUMERIC
                            SET WS-WINDOW-LOADED TO TRUE
                            MOVE BW-OPEN-START TO WS-OPEN-START
                            MOVE BW-OPEN-END   TO WS-OPEN-END
                            MOVE BW-PLAN-YEAR  TO WS-PLAN-YEAR
                        ELSE
                            DISPLAY "benwindow.txt dates are not "
                                "numeric - window treated as closed."
                        END-IF
                END-READ
                CLOSE BEN-WINDOW-FILE
            END-IF.
            IF WS-WINDOW-LOADED
                    AND WS-TODAY >= WS-OPEN-START
                    AND WS-TODAY <= WS-OPEN-END
                SET WS-IN-WINDOW TO TRUE
                DISPLAY "Open enrollment is open until " WS-OPEN-END
                    " - changes take effect " WS-PLAN-YEAR "."
            ELSE
                MOVE 'N' TO WS-IN-WINDOW-FLAG
            END-IF.
       LOAD-ELECTIONS.
            MOVE ZERO TO WS-ELECT-COUNT.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT BENEFIT-ELECT-FILE.
            IF WS-ELECT-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ BENEFIT-ELECT-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM LOAD-ONE-ELECTION
                    END-READ
                END-PERFORM
                CLOSE BENEFIT-ELECT-FILE
            END-IF.
       LOAD-ONE-ELECTION.
            IF WS-ELECT-COUNT < 1000
                ADD 1 TO WS-ELECT-COUNT
                SET WS-EL-IDX TO WS-ELECT-COUNT
                MOVE BENEFIT-ELECTION-RECORD TO WS-EL-RECORD(WS-EL-IDX)
            ELSE
                DISPLAY "benelect.txt has more than 1000 elections - "
                    "election for " BE-EMP-ID " not loaded."
            END-IF.
       FIND-PLAN.
            MOVE 'N' TO WS-PLAN-FOUND-FLAG.
            MOVE ZERO TO WS-PLAN-SLOT.
            PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                    UNTIL WS-PL-IDX > WS-PLAN-COUNT OR WS-PLAN-FOUND
                IF WS-PL-CODE(WS-PL-IDX) = WS-IN-PLAN
                    SET WS-PLAN-FOUND TO TRUE
                    SET WS-PLAN-SLOT TO WS-PL-IDX
                END-IF
            END-PERFORM.
       SET-TIER-SLOT.
            EVALUATE WS-IN-TIER
                WHEN 'E' MOVE 1 TO WS-TIER-SLOT
                WHEN 'e' MOVE 1 TO WS-TIER-SLOT
                WHEN 'S' MOVE 2 TO WS-TIER-SLOT
                WHEN 's' MOVE 2 TO WS-TIER-SLOT
                WHEN 'F' MOVE 3 TO WS-TIER-SLOT
                WHEN 'f' MOVE 3 TO WS-TIER-SLOT
                WHEN OTHER MOVE ZERO TO WS-TIER-SLOT
            END-EVALUATE.
       LIST-BENEFIT-PLANS.
            DISPLAY WS-PLAN-HEADER.
            PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                    UNTIL WS-PL-IDX > WS-PLAN-COUNT
                PERFORM VARYING WS-TIER-SLOT FROM 1 BY 1
                        UNTIL WS-TIER-SLOT > 3
                    IF WS-PL-TIER-CODE(WS-PL-IDX WS-TIER-SLOT)
                            NOT = SPACE
                        PERFORM SHOW-ONE-PLAN-TIER
                    END-IF
                END-PERFORM
            END-PERFORM.
            DISPLAY WS-PLAN-COUNT " plan(s) on benplans.txt.".
       SHOW-ONE-PLAN-TIER.
            MOVE SPACES TO PLL-CODE PLL-TYPE PLL-DESC PLL-CARRIER.
            IF WS-TIER-SLOT = 1
                    OR WS-PL-TIER-CODE(WS-PL-IDX 1) = SPACE
                MOVE WS-PL-CODE(WS-PL-IDX)    TO PLL-CODE
                MOVE WS-PL-TYPE(WS-PL-IDX)    TO PLL-TYPE
                MOVE WS-PL-DESC(WS-PL-IDX)    TO PLL-DESC
                MOVE WS-PL-CARRIER(WS-PL-IDX) TO PLL-CARRIER
            END-IF.
            MOVE WS-PL-TIER-CODE(WS-PL-IDX WS-TIER-SLOT) TO PLL-TIER.
            MOVE WS-PL-EE(WS-PL-IDX WS-TIER-SLOT) TO PLL-EE.
            MOVE WS-PL-ER(WS-PL-IDX WS-TIER-SLOT) TO PLL-ER.
            DISPLAY WS-PLAN-LINE.
       LIST-EMPLOYEE-ELECTIONS.
            DISPLAY "Employee ID: ".
            ACCEPT WS-IN-EMP-ID.
            PERFORM SHOW-EMPLOYEE-ELECTIONS.
       SHOW-EMPLOYEE-ELECTIONS.
            MOVE ZERO TO WS-TARGET-SLOT.
            DISPLAY WS-ELECT-HEADER.
            PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                    UNTIL WS-EL-IDX > WS-ELECT-COUNT
                MOVE WS-EL-RECORD(WS-EL-IDX)
                    TO BENEFIT-ELECTION-RECORD
                IF BE-EMP-ID = WS-IN-EMP-ID
                    PERFORM SHOW-ONE-ELECTION
                    ADD 1 TO WS-TARGET-SLOT
                END-IF
            END-PERFORM.
            IF WS-TARGET-SLOT = ZERO
                DISPLAY "No benefit elections for " WS-IN-EMP-ID "."
            END-IF.
       SHOW-ONE-ELECTION.
            MOVE BE-PLAN-CODE    TO ELL-PLAN.
            MOVE BE-TIER         TO ELL-TIER.
            MOVE BE-EFF-DATE     TO ELL-EFF.
            IF BE-END-DATE = ZERO
                MOVE "OPEN" TO ELL-END
            ELSE
                MOVE BE-END-DATE TO ELL-END
            END-IF.
            MOVE BE-REASON       TO ELL-REASON.
            MOVE BE-END-REASON   TO ELL-END-REASON.
            MOVE BE-ENTERED-DATE TO ELL-ENTERED.
            MOVE BE-ENTERED-BY   TO ELL-BY.
            DISPLAY WS-ELECT-LINE.
       ENTER-ELECTION.
            PERFORM CHECK-OPERATOR-ROLE.
            IF WS-OP-ROLE-FOUND NOT = 'U'
                DISPLAY "Only an update-role operator may enter a "
                    "benefit election."
            ELSE
                PERFORM ACCEPT-ELECTION
                    THRU ACCEPT-ELECTION-EXIT
                IF WS-ENTRY-OK
                    DISPLAY "Enroll " WS-IN-EMP-ID " in "
                        WS-NEW-PLAN " tier " WS-IN-TIER
                        " from " WS-NEW-EFF-DATE "? (Y/N): "
                    ACCEPT WS-CONFIRM-ANSWER
                    IF WS-CONFIRM-ANSWER = 'Y'
                            OR WS-CONFIRM-ANSWER = 'y'
                        PERFORM POST-ELECTION
                    ELSE
                        DISPLAY "Election not recorded."
                    END-IF
                END-IF
            END-IF.
       ACCEPT-ELECTION.
            MOVE 'N' TO WS-ENTRY-OK-FLAG.
            DISPLAY "Employee ID: ".
            ACCEPT WS-IN-EMP-ID.
            PERFORM READ-EMPLOYEE.
            IF NOT WS-EMP-ON-FILE
                DISPLAY "Employee " WS-IN-EMP-ID " is not on the "
                    "master."
                GO TO ACCEPT-ELECTION-EXIT
            END-IF.
            IF WS-EMP-STATUS = 'T'
                DISPLAY "Employee " WS-IN-EMP-ID " is terminated - "
                    "no new coverage."
                GO TO ACCEPT-ELECTION-EXIT
            END-IF.
            PERFORM SHOW-EMPLOYEE-ELECTIONS.
            DISPLAY "Plan code: ".
            ACCEPT WS-IN-PLAN.
            PERFORM FIND-PLAN.
            IF NOT WS-PLAN-FOUND
                DISPLAY "Plan " WS-IN-PLAN " is not on benplans.txt."
                GO TO ACCEPT-ELECTION-EXIT
            END-IF.
            MOVE WS-PL-TYPE(WS-PLAN-SLOT) TO WS-NEW-TYPE.
            MOVE WS-IN-PLAN TO WS-NEW-PLAN.
            DISPLAY "Tier - (E)mployee only, employee plus (S)pouse, "
                "(F)amily: ".
            ACCEPT WS-IN-TIER.
            PERFORM SET-TIER-SLOT.
            IF WS-TIER-SLOT = ZERO
                DISPLAY "Tier must be E, S or F."
                GO TO ACCEPT-ELECTION-EXIT
            END-IF.
            IF WS-PL-TIER-CODE(WS-PLAN-SLOT WS-TIER-SLOT) = SPACE
                DISPLAY "Plan " WS-IN-PLAN " does not offer that "
                    "tier."
                GO TO ACCEPT-ELECTION-EXIT
            END-IF.
            MOVE WS-PL-TIER-CODE(WS-PLAN-SLOT WS-TIER-SLOT)
                TO WS-IN-TIER.
            IF WS-IN-WINDOW
                MOVE 'O' TO WS-NEW-REASON
                MOVE WS-PLAN-YEAR TO WS-NEW-EFF-DATE
                SET WS-ENTRY-OK TO TRUE
                GO TO ACCEPT-ELECTION-EXIT
            END-IF.
            DISPLAY "Outside open enrollment - (N)ew hire or "
                "(L)ife event: ".
            ACCEPT WS-IN-REASON.
            EVALUATE WS-IN-REASON
                WHEN 'N'
                WHEN 'n'
                    MOVE 'N' TO WS-NEW-REASON
                    MOVE WS-EMP-HIRE-DATE TO WS-IN-DATE
                WHEN 'L'
                WHEN 'l'
                    MOVE 'L' TO WS-NEW-REASON
                    DISPLAY "Life event date (YYYYMMDD): "
                    ACCEPT WS-IN-DATE-X
                WHEN OTHER
                    DISPLAY "Election refused - outside open "
                        "enrollment it must be a new hire or a "
                        "life event."
                    GO TO ACCEPT-ELECTION-EXIT
            END-EVALUATE.
            PERFORM CHECK-GRACE-PERIOD.
            IF WS-ENTRY-OK
                MOVE WS-IN-DATE TO WS-NEW-EFF-DATE
            END-IF.
       ACCEPT-ELECTION-EXIT.
            EXIT.
       CHECK-GRACE-PERIOD.
      * a new hire or life event change has to be made within the
      * grace days of the hire or the event, not before it.
            MOVE 'N' TO WS-ENTRY-OK-FLAG.
            MOVE "DIFF" TO DS-FUNCTION.
            MOVE WS-TODAY TO DS-DATE-1.
            MOVE WS-IN-DATE-X TO DS-DATE-2-X.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS NOT = 'Y'
                DISPLAY "Date " WS-IN-DATE-X " is not a valid date."
            ELSE
                IF DS-RESULT < ZERO
                    DISPLAY "Date " WS-IN-DATE-X " is in the future."
                ELSE
                    IF DS-RESULT > WS-GRACE-DAYS
                        DISPLAY "Refused - " WS-IN-DATE-X " is more "
                            "than " WS-GRACE-DAYS " days ago; wait "
                            "for open enrollment."
                    ELSE
                        SET WS-ENTRY-OK TO TRUE
                    END-IF
                END-IF
            END-IF.
       READ-EMPLOYEE.
            MOVE 'N' TO WS-EMP-ON-FILE-FLAG.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS = "00"
                MOVE WS-IN-EMP-ID TO EMP-ID
                READ EMPLOYEE-FILE
                    KEY IS EMP-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-EMP-ON-FILE TO TRUE
                        MOVE EMP-HIRE-DATE TO WS-EMP-HIRE-DATE
                        MOVE EMP-STATUS    TO WS-EMP-STATUS
                END-READ
                CLOSE EMPLOYEE-FILE
            ELSE
                DISPLAY "Unable to open employees.txt - status "
                    WS-EMPLOYEE-FILE-STATUS
            END-IF.
       POST-ELECTION.
      * the election file is rewritten under the master lock payroll
      * takes, so a run cannot be reading it half written.
            PERFORM ACQUIRE-MASTER-LOCK.
            IF WS-LOCK-IS-HELD
                DISPLAY "Election not recorded - try again later."
            ELSE
                PERFORM LOAD-ELECTIONS
                IF WS-ELECT-COUNT >= 1000
                    DISPLAY "benelect.txt is full - election not "
                        "recorded."
                ELSE
                    MOVE WS-NEW-EFF-DATE TO WS-DATE-WORK
                    PERFORM SET-PRIOR-DAY
                    PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                            UNTIL WS-EL-IDX > WS-ELECT-COUNT
                        PERFORM SUPERSEDE-ONE-ELECTION
                    END-PERFORM
                    MOVE SPACES          TO BENEFIT-ELECTION-RECORD
                    MOVE WS-IN-EMP-ID    TO BE-EMP-ID
                    MOVE WS-NEW-PLAN     TO BE-PLAN-CODE
                    MOVE WS-IN-TIER      TO BE-TIER
                    MOVE WS-NEW-EFF-DATE TO BE-EFF-DATE
                    MOVE ZERO            TO BE-END-DATE
                    MOVE WS-NEW-REASON   TO BE-REASON
                    MOVE WS-TODAY        TO BE-ENTERED-DATE
                    MOVE WS-SESSION-OPERATOR TO BE-ENTERED-BY
                    ADD 1 TO WS-ELECT-COUNT
                    SET WS-EL-IDX TO WS-ELECT-COUNT
                    MOVE BENEFIT-ELECTION-RECORD
                        TO WS-EL-RECORD(WS-EL-IDX)
                    PERFORM SAVE-ELECTIONS
                    ADD 1 TO WS-UPDATE-COUNT
                    DISPLAY "Election recorded."
                END-IF
                PERFORM RELEASE-MASTER-LOCK
            END-IF.
       SUPERSEDE-ONE-ELECTION.
      * one plan of each type at a time - an open coverage of the
      * same type ends the day before the new one starts; one not
      * yet started is left ending before it began, so it never
      * covers a day.
            MOVE WS-EL-RECORD(WS-EL-IDX) TO BENEFIT-ELECTION-RECORD.
            IF BE-EMP-ID = WS-IN-EMP-ID
                    AND (BE-END-DATE = ZERO
                        OR BE-END-DATE >= WS-NEW-EFF-DATE)
                    AND (BE-END-DATE = ZERO
                        OR BE-END-DATE >= BE-EFF-DATE)
                MOVE BE-PLAN-CODE TO WS-IN-PLAN
                PERFORM FIND-PLAN
                IF WS-PLAN-FOUND
                        AND WS-PL-TYPE(WS-PLAN-SLOT) = WS-NEW-TYPE
                    MOVE WS-DATE-WORK  TO BE-END-DATE
                    MOVE WS-NEW-REASON TO BE-END-REASON
                    MOVE BENEFIT-ELECTION-RECORD
                        TO WS-EL-RECORD(WS-EL-IDX)
                    DISPLAY "Coverage under " BE-PLAN-CODE " from "
                        BE-EFF-DATE " ends " BE-END-DATE "."
                END-IF
            END-IF.
       END-COVERAGE.
            PERFORM CHECK-OPERATOR-ROLE.
            IF WS-OP-ROLE-FOUND NOT = 'U'
                DISPLAY "Only an update-role operator may end a "
                    "coverage."
            ELSE
                PERFORM ACCEPT-COVERAGE-END
                    THRU ACCEPT-COVERAGE-END-EXIT
                IF WS-ENTRY-OK
                    DISPLAY "End " WS-IN-EMP-ID " coverage under "
                        WS-IN-PLAN " on " WS-NEW-END-DATE "? (Y/N): "
                    ACCEPT WS-CONFIRM-ANSWER
                    IF WS-CONFIRM-ANSWER = 'Y'
                            OR WS-CONFIRM-ANSWER = 'y'
                        PERFORM POST-COVERAGE-END
                    ELSE
                        DISPLAY "Coverage left open."
                    END-IF
                END-IF
            END-IF.
       ACCEPT-COVERAGE-END.
            MOVE 'N' TO WS-ENTRY-OK-FLAG.
            DISPLAY "Employee ID: ".
            ACCEPT WS-IN-EMP-ID.
            PERFORM SHOW-EMPLOYEE-ELECTIONS.
            DISPLAY "Plan code to end: ".
            ACCEPT WS-IN-PLAN.
            PERFORM FIND-OPEN-COVERAGE.
            IF NOT WS-TARGET-ON-FILE
                DISPLAY "No open coverage for " WS-IN-EMP-ID
                    " under " WS-IN-PLAN "."
                GO TO ACCEPT-COVERAGE-END-EXIT
            END-IF.
            IF WS-IN-WINDOW
                MOVE 'O' TO WS-NEW-REASON
                MOVE WS-PLAN-YEAR TO WS-DATE-WORK
                PERFORM SET-PRIOR-DAY
                MOVE WS-DATE-WORK TO WS-NEW-END-DATE
                SET WS-ENTRY-OK TO TRUE
                GO TO ACCEPT-COVERAGE-END-EXIT
            END-IF.
            DISPLAY "Outside open enrollment - (L)ife event or "
                "(T) employment ended: ".
            ACCEPT WS-IN-REASON.
            EVALUATE WS-IN-REASON
                WHEN 'L'
                WHEN 'l'
                    MOVE 'L' TO WS-NEW-REASON
                    DISPLAY "Life event date (YYYYMMDD): "
                    ACCEPT WS-IN-DATE-X
                    PERFORM CHECK-GRACE-PERIOD
                WHEN 'T'
                WHEN 't'
      * coverage follows the job - the end date is the last day
      * worked, whenever it is keyed.
                    MOVE 'T' TO WS-NEW-REASON
                    DISPLAY "Last day of coverage (YYYYMMDD): "
                    ACCEPT WS-IN-DATE-X
                    MOVE "VAL " TO DS-FUNCTION
                    MOVE WS-IN-DATE-X TO DS-DATE-1-X
                    CALL "DATESRV" USING DS-REQUEST
                    IF DS-STATUS = 'Y'
                        SET WS-ENTRY-OK TO TRUE
                    ELSE
                        DISPLAY "Date " WS-IN-DATE-X " is not a "
                            "valid date."
                    END-IF
                WHEN OTHER
                    DISPLAY "Refused - outside open enrollment "
                        "coverage ends only for a life event or "
                        "when employment ends."
            END-EVALUATE.
            IF WS-ENTRY-OK
                MOVE WS-IN-DATE TO WS-NEW-END-DATE
            END-IF.
       ACCEPT-COVERAGE-END-EXIT.
            EXIT.
       FIND-OPEN-COVERAGE.
            MOVE 'N' TO WS-TARGET-FOUND.
            MOVE ZERO TO WS-TARGET-SLOT.
            PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                    UNTIL WS-EL-IDX > WS-ELECT-COUNT
                MOVE WS-EL-RECORD(WS-EL-IDX)
                    TO BENEFIT-ELECTION-RECORD
                IF BE-EMP-ID = WS-IN-EMP-ID
                        AND BE-PLAN-CODE = WS-IN-PLAN
                        AND BE-END-DATE = ZERO
                    SET WS-TARGET-ON-FILE TO TRUE
                    SET WS-TARGET-SLOT TO WS-EL-IDX
                END-IF
            END-PERFORM.
       POST-COVERAGE-END.
            PERFORM ACQUIRE-MASTER-LOCK.
            IF WS-LOCK-IS-HELD
                DISPLAY "Coverage not ended - try again later."
            ELSE
                PERFORM LOAD-ELECTIONS
                PERFORM FIND-OPEN-COVERAGE
                IF NOT WS-TARGET-ON-FILE
                    DISPLAY "Coverage is no longer open - it was "
                        "ended meanwhile."
                ELSE
                    SET WS-EL-IDX TO WS-TARGET-SLOT
                    MOVE WS-EL-RECORD(WS-EL-IDX)
                        TO BENEFIT-ELECTION-RECORD
                    MOVE WS-NEW-END-DATE TO BE-END-DATE
                    MOVE WS-NEW-REASON   TO BE-END-REASON
                    MOVE BENEFIT-ELECTION-RECORD
                        TO WS-EL-RECORD(WS-EL-IDX)
                    PERFORM SAVE-ELECTIONS
                    ADD 1 TO WS-UPDATE-COUNT
                    DISPLAY "Coverage ended."
                END-IF
                PERFORM RELEASE-MASTER-LOCK
            END-IF.
       SAVE-ELECTIONS.
            OPEN OUTPUT BENEFIT-ELECT-FILE.
            IF WS-ELECT-STATUS NOT = "00"
                DISPLAY "Unable to rewrite benelect.txt - status "
                    WS-ELECT-STATUS
            ELSE
                PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                        UNTIL WS-EL-IDX > WS-ELECT-COUNT
                    WRITE BENEFIT-ELECTION-RECORD
                        FROM WS-EL-RECORD(WS-EL-IDX)
                END-PERFORM
                CLOSE BENEFIT-ELECT-FILE
            END-IF.
       SET-PRIOR-DAY.
      * steps WS-DATE-WORK back one calendar day.
            IF WS-DW-DD > 1
                SUBTRACT 1 FROM WS-DW-DD
            ELSE
                IF WS-DW-MM > 1
                    SUBTRACT 1 FROM WS-DW-MM
                ELSE
                    MOVE 12 TO WS-DW-MM
                    SUBTRACT 1 FROM WS-DW-YYYY
                END-IF
                PERFORM SET-DAYS-IN-MONTH
                MOVE WS-DAYS-IN-MONTH TO WS-DW-DD
            END-IF.
       SET-DAYS-IN-MONTH.
            EVALUATE WS-DW-MM
                WHEN 4
                WHEN 6
                WHEN 9
                WHEN 11
                    MOVE 30 TO WS-DAYS-IN-MONTH
                WHEN 2
                    DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-4
                    DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-100
                    DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM-400
                    IF WS-LEAP-REM-400 = ZERO
                            OR (WS-LEAP-REM-4 = ZERO
                                AND WS-LEAP-REM-100 NOT = ZERO)
                        MOVE 29 TO WS-DAYS-IN-MONTH
                    ELSE
                        MOVE 28 TO WS-DAYS-IN-MONTH
                    END-IF
                WHEN OTHER
                    MOVE 31 TO WS-DAYS-IN-MONTH
            END-EVALUATE.
       ASK-CARRIER-MONTH.
            DISPLAY "Coverage month (YYYYMM, blank for this month): ".
            ACCEPT WS-IN-MONTH-X.
            IF WS-IN-MONTH-X = SPACES
                COMPUTE WS-COVER-MONTH = WS-TODAY / 100
                PERFORM WRITE-CARRIER-FILE
                    THRU WRITE-CARRIER-FILE-EXIT
            ELSE
                IF WS-IN-MONTH IS NUMERIC
                    MOVE WS-IN-MONTH TO WS-COVER-MONTH
                    PERFORM WRITE-CARRIER-FILE
                        THRU WRITE-CARRIER-FILE-EXIT
                ELSE
                    DISPLAY "Month must be YYYYMM."
                END-IF
            END-IF.
       WRITE-CARRIER-FILE.
      * everyone covered on any day of the month goes to the
      * carrier, by carrier and plan; the trailer count and premium
      * hash go on the interface registry as well.
            COMPUTE WS-DATE-WORK = WS-COVER-MONTH * 100 + 1.
            IF WS-DW-MM < 1 OR WS-DW-MM > 12
                DISPLAY "Coverage month " WS-COVER-MONTH
                    " is not a valid month."
                GO TO WRITE-CARRIER-FILE-EXIT
            END-IF.
            MOVE WS-DATE-WORK TO WS-MONTH-START.
            PERFORM SET-DAYS-IN-MONTH.
            MOVE WS-DAYS-IN-MONTH TO WS-DW-DD.
            MOVE WS-DATE-WORK TO WS-MONTH-END.
            MOVE ZERO TO WS-ELIG-WARN-COUNT.
            PERFORM BUILD-EXTRACT-TABLE.
            OPEN OUTPUT BEN-ELIG-FILE.
            IF WS-ELIG-STATUS NOT = "00"
                DISPLAY "Unable to open benelig.txt - status "
                    WS-ELIG-STATUS " - carrier file not written."
                MOVE 16 TO WS-RUN-RC
                GO TO WRITE-CARRIER-FILE-EXIT
            END-IF.
            MOVE ZERO TO WS-ELIG-COUNT.
            MOVE ZERO TO WS-ELIG-HASH.
            MOVE SPACES         TO BEN-ELIG-HEADER.
            MOVE "H"            TO BEH-TYPE.
            MOVE "BENELIG"      TO BEH-INTERFACE.
            MOVE WS-TODAY       TO BEH-FILE-DATE.
            MOVE WS-COVER-MONTH TO BEH-COVER-MONTH.
            WRITE BEN-ELIG-HEADER.
            PERFORM OPEN-EMPLOYEE-LOOKUP.
            PERFORM VARYING WS-XT-IDX FROM 1 BY 1
                    UNTIL WS-XT-IDX > WS-EXTRACT-COUNT
                PERFORM WRITE-ONE-ELIGIBILITY
            END-PERFORM.
            PERFORM CLOSE-EMPLOYEE-LOOKUP.
            MOVE SPACES        TO BEN-ELIG-TRAILER.
            MOVE "T"           TO BET-TYPE.
            MOVE WS-ELIG-COUNT TO BET-COUNT.
            MOVE WS-ELIG-HASH  TO BET-HASH.
            WRITE BEN-ELIG-TRAILER.
            CLOSE BEN-ELIG-FILE.
            PERFORM REGISTER-CARRIER-FILE.
            MOVE WS-ELIG-HASH TO DISP-HASH.
            DISPLAY "benelig.txt written for " WS-COVER-MONTH " - "
                WS-ELIG-COUNT " covered, premium hash " DISP-HASH.
            IF WS-ELIG-WARN-COUNT > ZERO
                DISPLAY WS-ELIG-WARN-COUNT " covered employee(s) "
                    "off the master or terminated - end their "
                    "coverage."
                IF WS-RUN-RC < 4
                    MOVE 4 TO WS-RUN-RC
                END-IF
            END-IF.
            MOVE "BENELIG"          TO WS-AUDIT-PROGRAM.
            MOVE WS-ELIG-COUNT      TO WS-AUDIT-COUNT.
            MOVE WS-ELIG-WARN-COUNT TO WS-AUDIT-REJECTS.
            MOVE "EXTRACTED"        TO WS-AUDIT-OUTCOME.
            PERFORM WRITE-AUDIT-LOG.
       WRITE-CARRIER-FILE-EXIT.
            EXIT.
       BUILD-EXTRACT-TABLE.
            MOVE ZERO TO WS-EXTRACT-COUNT.
            PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                    UNTIL WS-EL-IDX > WS-ELECT-COUNT
                MOVE WS-EL-RECORD(WS-EL-IDX)
                    TO BENEFIT-ELECTION-RECORD
                IF BE-EFF-DATE <= WS-MONTH-END
                        AND (BE-END-DATE = ZERO
                            OR (BE-END-DATE >= WS-MONTH-START
                                AND BE-END-DATE >= BE-EFF-DATE))
                    PERFORM ADD-EXTRACT-ENTRY
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-XT-IDX FROM 1 BY 1
                    UNTIL WS-XT-IDX >= WS-EXTRACT-COUNT
                PERFORM VARYING WS-XT-SCAN FROM WS-XT-IDX BY 1
                        UNTIL WS-XT-SCAN > WS-EXTRACT-COUNT
                    IF WS-XT-SORT-KEY(WS-XT-SCAN)
                            < WS-XT-SORT-KEY(WS-XT-IDX)
                        MOVE WS-EXTRACT-ENTRY(WS-XT-IDX)
                            TO WS-SWAP-ENTRY
                        MOVE WS-EXTRACT-ENTRY(WS-XT-SCAN)
                            TO WS-EXTRACT-ENTRY(WS-XT-IDX)
                        MOVE WS-SWAP-ENTRY
                            TO WS-EXTRACT-ENTRY(WS-XT-SCAN)
                    END-IF
                END-PERFORM
            END-PERFORM.
       ADD-EXTRACT-ENTRY.
            MOVE BE-PLAN-CODE TO WS-IN-PLAN.
            PERFORM FIND-PLAN.
            MOVE BE-TIER TO WS-IN-TIER.
            PERFORM SET-TIER-SLOT.
            IF NOT WS-PLAN-FOUND OR WS-TIER-SLOT = ZERO
                DISPLAY "Election for " BE-EMP-ID " under "
                    BE-PLAN-CODE " tier " BE-TIER
                    " has no plan or tier on benplans.txt - left "
                    "off the carrier file."
                ADD 1 TO WS-ELIG-WARN-COUNT
            ELSE
                ADD 1 TO WS-EXTRACT-COUNT
                SET WS-XT-IDX TO WS-EXTRACT-COUNT
                MOVE WS-PL-CARRIER(WS-PLAN-SLOT)
                    TO WS-XT-CARRIER(WS-XT-IDX)
                MOVE BE-PLAN-CODE TO WS-XT-PLAN(WS-XT-IDX)
                MOVE BE-EMP-ID    TO WS-XT-EMP-ID(WS-XT-IDX)
                MOVE BE-EFF-DATE  TO WS-XT-EFF-DATE(WS-XT-IDX)
                MOVE BENEFIT-ELECTION-RECORD
                    TO WS-XT-RECORD(WS-XT-IDX)
                MOVE WS-PLAN-SLOT TO WS-XT-PLAN-SLOT(WS-XT-IDX)
                MOVE WS-TIER-SLOT TO WS-XT-TIER-SLOT(WS-XT-IDX)
            END-IF.
       OPEN-EMPLOYEE-LOOKUP.
      * the master is open for keyed lookups only when the OPEN
      * worked; a record not found leaves it open for the next one.
            MOVE 'N' TO WS-EMP-OPEN-FLAG.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS = "00"
                SET WS-EMPLOYEE-FILE-OPEN TO TRUE
            ELSE
                DISPLAY "employees.txt not available - status "
                    WS-EMPLOYEE-FILE-STATUS
                    " - names shown as NOT ON MASTER."
            END-IF.
       CLOSE-EMPLOYEE-LOOKUP.
            IF WS-EMPLOYEE-FILE-OPEN
                CLOSE EMPLOYEE-FILE
                MOVE 'N' TO WS-EMP-OPEN-FLAG
            END-IF.
       WRITE-ONE-ELIGIBILITY.
            MOVE WS-XT-RECORD(WS-XT-IDX) TO BENEFIT-ELECTION-RECORD.
            MOVE WS-XT-PLAN-SLOT(WS-XT-IDX) TO WS-PLAN-SLOT.
            MOVE WS-XT-TIER-SLOT(WS-XT-IDX) TO WS-TIER-SLOT.
            MOVE SPACES        TO BEN-ELIG-DETAIL.
            MOVE "D"           TO BED-TYPE.
            MOVE WS-XT-CARRIER(WS-XT-IDX) TO BED-CARRIER.
            MOVE BE-PLAN-CODE  TO BED-PLAN-CODE.
            MOVE BE-TIER       TO BED-TIER.
            MOVE BE-EMP-ID     TO BED-EMP-ID.
            MOVE BE-EFF-DATE   TO BED-EFF-DATE.
            MOVE BE-END-DATE   TO BED-END-DATE.
            MOVE WS-PL-EE(WS-PLAN-SLOT WS-TIER-SLOT)
                TO BED-EE-PREMIUM.
            MOVE WS-PL-ER(WS-PLAN-SLOT WS-TIER-SLOT)
                TO BED-ER-PREMIUM.
            MOVE "NOT ON MASTER" TO BED-LAST-NAME.
            IF WS-EMPLOYEE-FILE-OPEN
                MOVE BE-EMP-ID TO EMP-ID
                READ EMPLOYEE-FILE
                    KEY IS EMP-ID
                    INVALID KEY
                        DISPLAY "Covered employee " BE-EMP-ID
                            " is not on the master."
                        ADD 1 TO WS-ELIG-WARN-COUNT
                    NOT INVALID KEY
                        MOVE EMP-LAST-NAME  TO BED-LAST-NAME
                        MOVE EMP-FIRST-NAME TO BED-FIRST-NAME
                        IF EMP-TERMINATED AND BE-END-DATE = ZERO
                            DISPLAY "Covered employee " BE-EMP-ID
                                " is terminated with " BE-PLAN-CODE
                                " coverage still open."
                            ADD 1 TO WS-ELIG-WARN-COUNT
                        END-IF
                END-READ
            END-IF.
            WRITE BEN-ELIG-DETAIL.
            ADD 1 TO WS-ELIG-COUNT.
            ADD BED-EE-PREMIUM TO WS-ELIG-HASH.
            ADD BED-ER-PREMIUM TO WS-ELIG-HASH.
       REGISTER-CARRIER-FILE.
            OPEN EXTEND IF-REGISTRY-FILE.
            IF WS-REGISTRY-STATUS = "05"
                    OR WS-REGISTRY-STATUS = "35"
                OPEN OUTPUT IF-REGISTRY-FILE
            END-IF.
            IF WS-REGISTRY-STATUS = "00"
                MOVE SPACES         TO IF-REGISTRY-RECORD
                MOVE "BENELIG"      TO IR-INTERFACE
                MOVE WS-COVER-MONTH TO IR-BATCH-ID
                MOVE WS-TODAY       TO IR-DATE
                MOVE WS-ELIG-COUNT  TO IR-COUNT
                MOVE WS-ELIG-HASH   TO IR-HASH
                WRITE IF-REGISTRY-RECORD
                CLOSE IF-REGISTRY-FILE
            ELSE
                DISPLAY "Unable to open ifregistry.txt - status "
                    WS-REGISTRY-STATUS " - benelig.txt not "
                    "registered."
            END-IF.
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
                    MOVE "BEN-ENROLL" TO LK-PROGRAM
                    MOVE WS-TODAY TO LK-DATE
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
       END PROGRAM BENEFITS-ENROLL.
