      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pension provider remittance file and annual member
      *          contribution statements, in place of retyping the
      *          payroll figures into the provider's upload sheet.
      *          The deduction code the employee contribution is
      *          taken under (paydedhist.txt) and the employer
      *          contribution code (payercontrib.txt, written by
      *          lab06-2 per employee) come from pensparm.txt with
      *          the provider's scheme id; the provider's member
      *          number for each employee comes from pensmember.txt
      *          (an employee not on it is reported under the
      *          employee ID). (R)emittance builds pensremit.txt for
      *          one posted pay period (blank = the last period on
      *          runcal.txt) - a header, one detail per member paid
      *          in the period with the employee and employer
      *          amounts, and a control trailer with the count, both
      *          totals and a hash - and registers it as PENSREM on
      *          ifregistry.txt; a period already registered is
      *          refused, so the same month cannot be sent twice.
      *          (S)tatements prints pensstmt.txt at year end - one
      *          statement per member with the period by period
      *          breakdown and the year totals. A job-plan run
      *          (opsession.txt = SCHEDULE) builds the remittance
      *          for the last posted period only. Return code 4
      *          when there is nothing to remit, 8 when the period
      *          is already registered, 16 when a file cannot be
      *          written.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSION-REMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "payhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME
               WITH DUPLICATES
           FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
           SELECT DED-HISTORY-FILE ASSIGN TO "paydedhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEDHIST-STATUS.
           SELECT EMPLR-HISTORY-FILE ASSIGN TO "payercontrib.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERHIST-STATUS.
           SELECT PENSION-PARM-FILE ASSIGN TO "pensparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENS-PARM-STATUS.
           SELECT PENSION-MEMBER-FILE ASSIGN TO "pensmember.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENS-MEMBER-STATUS.
           SELECT REMITTANCE-FILE ASSIGN TO "pensremit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REMIT-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "pensstmt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STMT-STATUS.
           SELECT RUN-CALENDAR-FILE ASSIGN TO "runcal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCAL-STATUS.
           SELECT IF-REGISTRY-FILE ASSIGN TO "ifregistry.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "auditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OP-SESSION-FILE ASSIGN TO "opsession.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPSESSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PAY-HISTORY-FILE.
       COPY PAYHIST.
       FD EMPLOYEE-FILE.
       COPY EMPREC.
       FD DED-HISTORY-FILE.
       01 DED-HISTORY-RECORD.
           05 DH-PERIOD-ID     PIC X(6).
           05 DH-EMP-ID        PIC X(6).
           05 DH-DED-CODE      PIC X(4).
           05 DH-DED-AMOUNT    PIC 9(7)V99.
       FD EMPLR-HISTORY-FILE.
       01 EMPLR-HISTORY-RECORD.
           05 ERH-PERIOD-ID    PIC X(6).
           05 ERH-EMP-ID       PIC X(6).
           05 ERH-CODE         PIC X(4).
           05 ERH-AMOUNT       PIC 9(7)V99.
       FD PENSION-PARM-FILE.
       01 PENSION-PARM-RECORD.
           05 PNP-EE-CODE      PIC X(4).
           05 PNP-ER-CODE      PIC X(4).
           05 PNP-SCHEME-ID    PIC X(10).
       FD PENSION-MEMBER-FILE.
       01 PENSION-MEMBER-RECORD.
           05 PM-EMP-ID        PIC X(6).
           05 PM-MEMBER-ID     PIC X(12).
       FD REMITTANCE-FILE.
       01 REMIT-HEADER.
           05 RMH-TYPE         PIC X(1).
           05 RMH-SCHEME-ID    PIC X(10).
           05 RMH-PERIOD-ID    PIC X(6).
           05 RMH-RUN-DATE     PIC X(8).
           05 FILLER           PIC X(60).
       01 REMIT-DETAIL.
           05 RMD-TYPE         PIC X(1).
           05 RMD-MEMBER-ID    PIC X(12).
           05 RMD-EMP-ID       PIC X(6).
           05 RMD-NAME         PIC X(39).
           05 RMD-EE-AMOUNT    PIC 9(7)V99.
           05 RMD-ER-AMOUNT    PIC 9(7)V99.
           05 FILLER           PIC X(9).
       01 REMIT-TRAILER.
           05 RMT-TYPE         PIC X(1).
           05 RMT-COUNT        PIC 9(7).
           05 RMT-EE-TOTAL     PIC 9(11)V99.
           05 RMT-ER-TOTAL     PIC 9(11)V99.
           05 RMT-HASH         PIC 9(11)V99.
           05 FILLER           PIC X(38).
       FD STATEMENT-FILE.
       01 STATEMENT-RECORD     PIC X(80).
       FD RUN-CALENDAR-FILE.
       01 RUN-CALENDAR-RECORD.
           05 RC-PERIOD-ID     PIC X(6).
           05 RC-POSTED-DATE   PIC X(8).
       FD IF-REGISTRY-FILE.
       01 IF-REGISTRY-RECORD.
           05 IR-INTERFACE PIC X(8).
           05 IR-BATCH-ID  PIC X(8).
           05 IR-DATE      PIC X(8).
           05 IR-COUNT     PIC 9(7).
           05 IR-HASH      PIC 9(13)V99.
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
       01 WS-PAYHIST-STATUS       PIC X(2).
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-DEDHIST-STATUS       PIC X(2).
       01 WS-ERHIST-STATUS        PIC X(2).
       01 WS-PENS-PARM-STATUS     PIC X(2).
       01 WS-PENS-MEMBER-STATUS   PIC X(2).
       01 WS-REMIT-STATUS         PIC X(2).
       01 WS-STMT-STATUS          PIC X(2).
       01 WS-RUNCAL-STATUS        PIC X(2).
       01 WS-REGISTRY-STATUS      PIC X(2).
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
       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YY PIC 99.
           05 WS-RUN-MM PIC 99.
           05 WS-RUN-DD PIC 99.
       01 WS-RUN-DATE-X           PIC X(8).
       01 WS-PENSION-CODES.
           05 WS-EE-CODE          PIC X(4)  VALUE "PENS".
           05 WS-ER-CODE          PIC X(4)  VALUE "PENS".
           05 WS-SCHEME-ID        PIC X(10) VALUE "PENSION".
       01 WS-SELECTED-PERIOD      PIC X(6).
       01 WS-SELECTED-YEAR        PIC X(4).
       01 WS-REGISTERED-FLAG      PIC X(1).
           88 WS-ALREADY-REGISTERED         VALUE 'Y'.
       01 WS-MEMBER-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-MEMBER-TABLE.
           05 WS-MEMBER-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-MB-IDX.
               10 WS-MB-EMP-ID     PIC X(6).
               10 WS-MB-MEMBER-ID  PIC X(12).
       01 WS-REMIT-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-REMIT-TABLE.
           05 WS-REMIT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-RM-IDX.
               10 WS-RM-EMP-ID     PIC X(6).
               10 WS-RM-NAME       PIC X(39).
               10 WS-RM-EE         PIC 9(7)V99.
               10 WS-RM-ER         PIC 9(7)V99.
       01 WS-STMT-COUNT           PIC 9(4)  VALUE ZERO.
       01 WS-STMT-TABLE.
           05 WS-STMT-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-ST-IDX WS-ST-SCAN.
               10 WS-ST-SORT-KEY.
                   15 WS-ST-EMP-ID   PIC X(6).
                   15 WS-ST-PERIOD   PIC X(6).
               10 WS-ST-EE         PIC 9(7)V99.
               10 WS-ST-ER         PIC 9(7)V99.
       01 WS-SWAP-ENTRY           PIC X(30).
       01 WS-LOOKUP-FIELDS.
           05 WS-LOOKUP-EMP-ID    PIC X(6).
           05 WS-LOOKUP-PERIOD    PIC X(6).
           05 WS-LOOKUP-FOUND     PIC X(1).
               88 WS-LOOKUP-ON-FILE        VALUE 'Y'.
           05 WS-MEMBER-ID-SHOW   PIC X(12).
       01 WS-TOTALS.
           05 WS-DETAIL-COUNT     PIC 9(7)  VALUE ZERO.
           05 WS-EE-TOTAL         PIC 9(11)V99 VALUE ZERO.
           05 WS-ER-TOTAL         PIC 9(11)V99 VALUE ZERO.
           05 WS-REMIT-HASH       PIC 9(11)V99 VALUE ZERO.
           05 WS-STMT-MEMBERS     PIC 9(5)  VALUE ZERO.
           05 WS-MEMBER-EE-TOTAL  PIC 9(9)V99 VALUE ZERO.
           05 WS-MEMBER-ER-TOTAL  PIC 9(9)V99 VALUE ZERO.
           05 WS-PREV-EMP-ID      PIC X(6).
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-STATEMENT-LINES.
           05 WS-STMT-RULE.
               10 FILLER PIC X(80) VALUE ALL "=".
           05 WS-STMT-TITLE.
               10 FILLER           PIC X(20) VALUE SPACE.
               10 FILLER           PIC X(35) VALUE
                   "PENSION CONTRIBUTION STATEMENT FOR ".
               10 STT-YEAR         PIC X(4).
           05 WS-STMT-SCHEME.
               10 FILLER           PIC X(8)  VALUE "Scheme: ".
               10 STS-SCHEME-ID    PIC X(10).
           05 WS-STMT-MEMBER.
               10 FILLER           PIC X(8)  VALUE "Member: ".
               10 STM-MEMBER-ID    PIC X(12).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 STM-EMP-ID       PIC X(6).
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 STM-NAME         PIC X(39).
           05 WS-STMT-COLUMNS.
               10 FILLER           PIC X(12) VALUE "  PERIOD".
               10 FILLER           PIC X(16) VALUE "        EMPLOYEE".
               10 FILLER           PIC X(16) VALUE "        EMPLOYER".
               10 FILLER           PIC X(16) VALUE "           TOTAL".
           05 WS-STMT-DETAIL.
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 STD-PERIOD       PIC X(6).
               10 FILLER           PIC X(6)  VALUE SPACE.
               10 STD-EE           PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 STD-ER           PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(2)  VALUE SPACE.
               10 STD-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
       01 DISP-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-STMT-TOTAL-W         PIC 9(9)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CHECK-UNATTENDED.
            ACCEPT WS-RUN-DATE-RAW FROM DATE.
            MOVE "20"      TO WS-RUN-DATE-X(1:2).
            MOVE WS-RUN-YY TO WS-RUN-DATE-X(3:2).
            MOVE WS-RUN-MM TO WS-RUN-DATE-X(5:2).
            MOVE WS-RUN-DD TO WS-RUN-DATE-X(7:2).
            PERFORM LOAD-PENSION-PARMS.
            PERFORM LOAD-PENSION-MEMBERS.
            IF WS-UNATTENDED
                MOVE SPACES TO WS-SELECTED-PERIOD
                PERFORM BUILD-REMITTANCE
                    THRU BUILD-REMITTANCE-EXIT
            ELSE
                PERFORM UNTIL WS-DONE
                    DISPLAY "Pension - (R)emittance file, "
                        "(S)tatements, (X) done: "
                    ACCEPT WS-ACTION
                    EVALUATE WS-ACTION
                        WHEN 'R' PERFORM ASK-REMITTANCE-PERIOD
                        WHEN 'r' PERFORM ASK-REMITTANCE-PERIOD
                        WHEN 'S' PERFORM ASK-STATEMENT-YEAR
                        WHEN 's' PERFORM ASK-STATEMENT-YEAR
                        WHEN 'X' SET WS-DONE TO TRUE
                        WHEN 'x' SET WS-DONE TO TRUE
                        WHEN OTHER
                            DISPLAY "Invalid action."
                    END-EVALUATE
                END-PERFORM
            END-IF.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       CHECK-UNATTENDED.
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
            IF WS-SESSION-OPERATOR = "SCHEDULE"
                SET WS-UNATTENDED TO TRUE
                DISPLAY "Job-plan run detected (opsession.txt) - "
                    "running with no prompts."
            END-IF.
       LOAD-PENSION-PARMS.
            OPEN INPUT PENSION-PARM-FILE.
            IF WS-PENS-PARM-STATUS = "00"
                READ PENSION-PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF PNP-EE-CODE NOT = SPACES
                            MOVE PNP-EE-CODE TO WS-EE-CODE
                        END-IF
                        IF PNP-ER-CODE NOT = SPACES
                            MOVE PNP-ER-CODE TO WS-ER-CODE
                        END-IF
                        IF PNP-SCHEME-ID NOT = SPACES
                            MOVE PNP-SCHEME-ID TO WS-SCHEME-ID
                        END-IF
                END-READ
                CLOSE PENSION-PARM-FILE
            ELSE
                DISPLAY "pensparm.txt not found - employee and "
                    "employer contributions taken under code "
                    WS-EE-CODE "."
            END-IF.
       LOAD-PENSION-MEMBERS.
            MOVE ZERO TO WS-MEMBER-COUNT.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT PENSION-MEMBER-FILE.
            IF WS-PENS-MEMBER-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ PENSION-MEMBER-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-MEMBER-COUNT < 1000
                                ADD 1 TO WS-MEMBER-COUNT
                                SET WS-MB-IDX TO WS-MEMBER-COUNT
                                MOVE PM-EMP-ID
                                    TO WS-MB-EMP-ID(WS-MB-IDX)
                                MOVE PM-MEMBER-ID
                                    TO WS-MB-MEMBER-ID(WS-MB-IDX)
                            ELSE
                                DISPLAY "pensmember.txt has more "
                                    "than 1000 rows - member for "
                                    PM-EMP-ID " not loaded."
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PENSION-MEMBER-FILE
            ELSE
                DISPLAY "pensmember.txt not found - members "
                    "reported under the employee ID."
            END-IF.
       FIND-MEMBER-ID.
            MOVE WS-LOOKUP-EMP-ID TO WS-MEMBER-ID-SHOW.
            PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                    UNTIL WS-MB-IDX > WS-MEMBER-COUNT
                IF WS-MB-EMP-ID(WS-MB-IDX) = WS-LOOKUP-EMP-ID
                    MOVE WS-MB-MEMBER-ID(WS-MB-IDX)
                        TO WS-MEMBER-ID-SHOW
                END-IF
            END-PERFORM.
       ASK-REMITTANCE-PERIOD.
            DISPLAY "Period to remit (blank = last period posted "
                "on runcal.txt): ".
            ACCEPT WS-SELECTED-PERIOD.
            PERFORM BUILD-REMITTANCE
                THRU BUILD-REMITTANCE-EXIT.
       BUILD-REMITTANCE.
            IF WS-SELECTED-PERIOD = SPACES
                PERFORM LOAD-LAST-POSTED-PERIOD
            END-IF.
            IF WS-SELECTED-PERIOD = SPACES
                DISPLAY "No period selected - remittance not built."
                MOVE 16 TO WS-RUN-RC
                GO TO BUILD-REMITTANCE-EXIT
            END-IF.
            PERFORM CHECK-ALREADY-REGISTERED.
            IF WS-ALREADY-REGISTERED
                DISPLAY "The pension remittance for period "
                    WS-SELECTED-PERIOD " is already registered on "
                    "ifregistry.txt - not built again."
                MOVE 8 TO WS-RUN-RC
                GO TO BUILD-REMITTANCE-EXIT
            END-IF.
            PERFORM LOAD-PERIOD-PAY-HISTORY
                THRU LOAD-PERIOD-PAY-HISTORY-EXIT.
            PERFORM SUM-EMPLOYEE-CONTRIBS.
            PERFORM SUM-EMPLOYER-CONTRIBS.
            MOVE ZERO TO WS-DETAIL-COUNT.
            MOVE ZERO TO WS-EE-TOTAL.
            MOVE ZERO TO WS-ER-TOTAL.
            PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                    UNTIL WS-RM-IDX > WS-REMIT-COUNT
                IF WS-RM-EE(WS-RM-IDX) > ZERO
                        OR WS-RM-ER(WS-RM-IDX) > ZERO
                    ADD 1 TO WS-DETAIL-COUNT
                    ADD WS-RM-EE(WS-RM-IDX) TO WS-EE-TOTAL
                    ADD WS-RM-ER(WS-RM-IDX) TO WS-ER-TOTAL
                END-IF
            END-PERFORM.
            IF WS-DETAIL-COUNT = ZERO
                DISPLAY "No pension contributions for period "
                    WS-SELECTED-PERIOD " - no remittance built."
                IF WS-RUN-RC < 4
                    MOVE 4 TO WS-RUN-RC
                END-IF
                GO TO BUILD-REMITTANCE-EXIT
            END-IF.
            OPEN OUTPUT REMITTANCE-FILE.
            IF WS-REMIT-STATUS NOT = "00"
                DISPLAY "Unable to open pensremit.txt - status "
                    WS-REMIT-STATUS
                MOVE 16 TO WS-RUN-RC
                GO TO BUILD-REMITTANCE-EXIT
            END-IF.
            MOVE SPACES             TO REMIT-HEADER.
            MOVE "H"                TO RMH-TYPE.
            MOVE WS-SCHEME-ID       TO RMH-SCHEME-ID.
            MOVE WS-SELECTED-PERIOD TO RMH-PERIOD-ID.
            MOVE WS-RUN-DATE-X      TO RMH-RUN-DATE.
            WRITE REMIT-HEADER.
            PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                    UNTIL WS-RM-IDX > WS-REMIT-COUNT
                IF WS-RM-EE(WS-RM-IDX) > ZERO
                        OR WS-RM-ER(WS-RM-IDX) > ZERO
                    PERFORM WRITE-REMIT-DETAIL
                END-IF
            END-PERFORM.
            COMPUTE WS-REMIT-HASH = WS-EE-TOTAL + WS-ER-TOTAL.
            MOVE SPACES          TO REMIT-TRAILER.
            MOVE "T"             TO RMT-TYPE.
            MOVE WS-DETAIL-COUNT TO RMT-COUNT.
            MOVE WS-EE-TOTAL     TO RMT-EE-TOTAL.
            MOVE WS-ER-TOTAL     TO RMT-ER-TOTAL.
            MOVE WS-REMIT-HASH   TO RMT-HASH.
            WRITE REMIT-TRAILER.
            CLOSE REMITTANCE-FILE.
            PERFORM REGISTER-REMITTANCE.
            MOVE WS-REMIT-HASH TO DISP-AMOUNT.
            DISPLAY "pensremit.txt written for period "
                WS-SELECTED-PERIOD " - " WS-DETAIL-COUNT
                " member(s), total " DISP-AMOUNT.
            MOVE "PENSREM"       TO WS-AUDIT-PROGRAM.
            MOVE WS-DETAIL-COUNT TO WS-AUDIT-COUNT.
            MOVE "REMITTED"      TO WS-AUDIT-OUTCOME.
            PERFORM WRITE-AUDIT-LOG.
       BUILD-REMITTANCE-EXIT.
            EXIT.
       LOAD-LAST-POSTED-PERIOD.
      * the payroll run advances payperiod.txt as it posts, so the
      * period just paid is the last one on the run calendar.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT RUN-CALENDAR-FILE.
            IF WS-RUNCAL-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ RUN-CALENDAR-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE RC-PERIOD-ID TO WS-SELECTED-PERIOD
                    END-READ
                END-PERFORM
                CLOSE RUN-CALENDAR-FILE
            ELSE
                DISPLAY "runcal.txt not found - no posted period "
                    "to default to."
            END-IF.
       CHECK-ALREADY-REGISTERED.
            MOVE 'N' TO WS-REGISTERED-FLAG.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT IF-REGISTRY-FILE.
            IF WS-REGISTRY-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ IF-REGISTRY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF IR-INTERFACE = "PENSREM"
                                    AND IR-BATCH-ID
                                        = WS-SELECTED-PERIOD
                                SET WS-ALREADY-REGISTERED TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE IF-REGISTRY-FILE
            END-IF.
       LOAD-PERIOD-PAY-HISTORY.
      * everyone paid in the period, by employee, with the name the
      * period was paid under.
            MOVE ZERO TO WS-REMIT-COUNT.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT PAY-HISTORY-FILE.
            IF WS-PAYHIST-STATUS NOT = "00"
                DISPLAY "Unable to open payhist.txt - status "
                    WS-PAYHIST-STATUS " - members named from the "
                    "contribution lines only."
                GO TO LOAD-PERIOD-PAY-HISTORY-EXIT
            END-IF.
            MOVE WS-SELECTED-PERIOD TO PH-PERIOD-ID.
            MOVE LOW-VALUES TO PH-EMP-ID.
            START PAY-HISTORY-FILE
                KEY IS NOT LESS THAN PH-KEY
                INVALID KEY
                    SET WS-END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL WS-END-OF-FILE
                READ PAY-HISTORY-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF PH-PERIOD-ID NOT = WS-SELECTED-PERIOD
                            SET WS-END-OF-FILE TO TRUE
                        ELSE
                            MOVE PH-EMP-ID TO WS-LOOKUP-EMP-ID
                            PERFORM FIND-REMIT-ENTRY
                            IF WS-LOOKUP-ON-FILE
                                MOVE PH-EMP-NAME
                                    TO WS-RM-NAME(WS-RM-IDX)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PAY-HISTORY-FILE.
       LOAD-PERIOD-PAY-HISTORY-EXIT.
            EXIT.
       FIND-REMIT-ENTRY.
      * finds the employee's remittance line, adding one if the
      * employee has none yet.
            MOVE 'N' TO WS-LOOKUP-FOUND.
            PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                    UNTIL WS-RM-IDX > WS-REMIT-COUNT
                        OR WS-LOOKUP-ON-FILE
                IF WS-RM-EMP-ID(WS-RM-IDX) = WS-LOOKUP-EMP-ID
                    SET WS-LOOKUP-ON-FILE TO TRUE
                END-IF
            END-PERFORM.
            IF WS-LOOKUP-ON-FILE
                SET WS-RM-IDX DOWN BY 1
            ELSE
                IF WS-REMIT-COUNT < 1000
                    ADD 1 TO WS-REMIT-COUNT
                    SET WS-RM-IDX TO WS-REMIT-COUNT
                    MOVE WS-LOOKUP-EMP-ID TO WS-RM-EMP-ID(WS-RM-IDX)
                    MOVE "NOT IN PAY HISTORY" TO WS-RM-NAME(WS-RM-IDX)
                    MOVE ZERO TO WS-RM-EE(WS-RM-IDX)
                    MOVE ZERO TO WS-RM-ER(WS-RM-IDX)
                    SET WS-LOOKUP-ON-FILE TO TRUE
                ELSE
                    DISPLAY "More than 1000 members in the period - "
                        WS-LOOKUP-EMP-ID " left off the remittance."
                END-IF
            END-IF.
       SUM-EMPLOYEE-CONTRIBS.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT DED-HISTORY-FILE.
            IF WS-DEDHIST-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ DED-HISTORY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF DH-PERIOD-ID = WS-SELECTED-PERIOD
                                    AND DH-DED-CODE = WS-EE-CODE
                                MOVE DH-EMP-ID TO WS-LOOKUP-EMP-ID
                                PERFORM FIND-REMIT-ENTRY
                                IF WS-LOOKUP-ON-FILE
                                    ADD DH-DED-AMOUNT
                                        TO WS-RM-EE(WS-RM-IDX)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DED-HISTORY-FILE
            ELSE
                DISPLAY "paydedhist.txt not found - no employee "
                    "contributions."
            END-IF.
       SUM-EMPLOYER-CONTRIBS.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT EMPLR-HISTORY-FILE.
            IF WS-ERHIST-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ EMPLR-HISTORY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF ERH-PERIOD-ID = WS-SELECTED-PERIOD
                                    AND ERH-CODE = WS-ER-CODE
                                MOVE ERH-EMP-ID TO WS-LOOKUP-EMP-ID
                                PERFORM FIND-REMIT-ENTRY
                                IF WS-LOOKUP-ON-FILE
                                    ADD ERH-AMOUNT
                                        TO WS-RM-ER(WS-RM-IDX)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EMPLR-HISTORY-FILE
            ELSE
                DISPLAY "payercontrib.txt not found - no employer "
                    "contributions."
            END-IF.
       WRITE-REMIT-DETAIL.
            MOVE WS-RM-EMP-ID(WS-RM-IDX) TO WS-LOOKUP-EMP-ID.
            PERFORM FIND-MEMBER-ID.
            MOVE SPACES                  TO REMIT-DETAIL.
            MOVE "D"                     TO RMD-TYPE.
            MOVE WS-MEMBER-ID-SHOW       TO RMD-MEMBER-ID.
            MOVE WS-RM-EMP-ID(WS-RM-IDX) TO RMD-EMP-ID.
            MOVE WS-RM-NAME(WS-RM-IDX)   TO RMD-NAME.
            MOVE WS-RM-EE(WS-RM-IDX)     TO RMD-EE-AMOUNT.
            MOVE WS-RM-ER(WS-RM-IDX)     TO RMD-ER-AMOUNT.
            WRITE REMIT-DETAIL.
       REGISTER-REMITTANCE.
      * once registered the period cannot be remitted again.
            OPEN EXTEND IF-REGISTRY-FILE.
            IF WS-REGISTRY-STATUS = "05"
                    OR WS-REGISTRY-STATUS = "35"
                OPEN OUTPUT IF-REGISTRY-FILE
            END-IF.
            IF WS-REGISTRY-STATUS = "00"
                MOVE SPACES             TO IF-REGISTRY-RECORD
                MOVE "PENSREM"          TO IR-INTERFACE
                MOVE WS-SELECTED-PERIOD TO IR-BATCH-ID
                MOVE WS-RUN-DATE-X      TO IR-DATE
                MOVE WS-DETAIL-COUNT    TO IR-COUNT
                MOVE WS-REMIT-HASH      TO IR-HASH
                WRITE IF-REGISTRY-RECORD
                CLOSE IF-REGISTRY-FILE
            ELSE
                DISPLAY "Unable to open ifregistry.txt - status "
                    WS-REGISTRY-STATUS " - pensremit.txt not "
                    "registered; do not send it until it is."
                MOVE 16 TO WS-RUN-RC
            END-IF.
       ASK-STATEMENT-YEAR.
            DISPLAY "Statement year (YYYY): ".
            ACCEPT WS-SELECTED-YEAR.
            IF WS-SELECTED-YEAR IS NOT NUMERIC
                DISPLAY "Year must be YYYY."
            ELSE
                PERFORM PRINT-STATEMENTS
                    THRU PRINT-STATEMENTS-EXIT
            END-IF.
       PRINT-STATEMENTS.
      * one statement per member: each period of the year with its
      * employee and employer contribution, then the year totals.
            MOVE ZERO TO WS-STMT-COUNT.
            PERFORM COLLECT-YEAR-EMPLOYEE.
            PERFORM COLLECT-YEAR-EMPLOYER.
            IF WS-STMT-COUNT = ZERO
                DISPLAY "No pension contributions in "
                    WS-SELECTED-YEAR " - no statements printed."
                GO TO PRINT-STATEMENTS-EXIT
            END-IF.
            PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                    UNTIL WS-ST-IDX >= WS-STMT-COUNT
                PERFORM VARYING WS-ST-SCAN FROM WS-ST-IDX BY 1
                        UNTIL WS-ST-SCAN > WS-STMT-COUNT
                    IF WS-ST-SORT-KEY(WS-ST-SCAN)
                            < WS-ST-SORT-KEY(WS-ST-IDX)
                        MOVE WS-STMT-ENTRY(WS-ST-IDX)
                            TO WS-SWAP-ENTRY
                        MOVE WS-STMT-ENTRY(WS-ST-SCAN)
                            TO WS-STMT-ENTRY(WS-ST-IDX)
                        MOVE WS-SWAP-ENTRY
                            TO WS-STMT-ENTRY(WS-ST-SCAN)
                    END-IF
                END-PERFORM
            END-PERFORM.
            OPEN OUTPUT STATEMENT-FILE.
            IF WS-STMT-STATUS NOT = "00"
                DISPLAY "Unable to open pensstmt.txt - status "
                    WS-STMT-STATUS
                MOVE 16 TO WS-RUN-RC
                GO TO PRINT-STATEMENTS-EXIT
            END-IF.
            PERFORM OPEN-EMPLOYEE-LOOKUP.
            MOVE ZERO   TO WS-STMT-MEMBERS.
            MOVE SPACES TO WS-PREV-EMP-ID.
            PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                    UNTIL WS-ST-IDX > WS-STMT-COUNT
                IF WS-ST-EMP-ID(WS-ST-IDX) NOT = WS-PREV-EMP-ID
                    IF WS-PREV-EMP-ID NOT = SPACES
                        PERFORM PRINT-MEMBER-TOTALS
                    END-IF
                    PERFORM PRINT-MEMBER-HEADING
                END-IF
                PERFORM PRINT-STATEMENT-LINE
            END-PERFORM.
            PERFORM PRINT-MEMBER-TOTALS.
            PERFORM CLOSE-EMPLOYEE-LOOKUP.
            CLOSE STATEMENT-FILE.
            DISPLAY WS-STMT-MEMBERS " statement(s) for "
                WS-SELECTED-YEAR " written to pensstmt.txt.".
            MOVE "PENSSTMT"      TO WS-AUDIT-PROGRAM.
            MOVE WS-STMT-MEMBERS TO WS-AUDIT-COUNT.
            MOVE "PRINTED"       TO WS-AUDIT-OUTCOME.
            PERFORM WRITE-AUDIT-LOG.
       PRINT-STATEMENTS-EXIT.
            EXIT.
       COLLECT-YEAR-EMPLOYEE.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT DED-HISTORY-FILE.
            IF WS-DEDHIST-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ DED-HISTORY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF DH-PERIOD-ID(1:4) = WS-SELECTED-YEAR
                                    AND DH-DED-CODE = WS-EE-CODE
                                MOVE DH-EMP-ID TO WS-LOOKUP-EMP-ID
                                MOVE DH-PERIOD-ID TO WS-LOOKUP-PERIOD
                                PERFORM FIND-STATEMENT-ENTRY
                                IF WS-LOOKUP-ON-FILE
                                    ADD DH-DED-AMOUNT
                                        TO WS-ST-EE(WS-ST-IDX)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DED-HISTORY-FILE
            END-IF.
       COLLECT-YEAR-EMPLOYER.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT EMPLR-HISTORY-FILE.
            IF WS-ERHIST-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ EMPLR-HISTORY-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF ERH-PERIOD-ID(1:4) = WS-SELECTED-YEAR
                                    AND ERH-CODE = WS-ER-CODE
                                MOVE ERH-EMP-ID TO WS-LOOKUP-EMP-ID
                                MOVE ERH-PERIOD-ID TO WS-LOOKUP-PERIOD
                                PERFORM FIND-STATEMENT-ENTRY
                                IF WS-LOOKUP-ON-FILE
                                    ADD ERH-AMOUNT
                                        TO WS-ST-ER(WS-ST-IDX)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EMPLR-HISTORY-FILE
            END-IF.
       FIND-STATEMENT-ENTRY.
            MOVE 'N' TO WS-LOOKUP-FOUND.
            PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                    UNTIL WS-ST-IDX > WS-STMT-COUNT
                        OR WS-LOOKUP-ON-FILE
                IF WS-ST-EMP-ID(WS-ST-IDX) = WS-LOOKUP-EMP-ID
                        AND WS-ST-PERIOD(WS-ST-IDX) = WS-LOOKUP-PERIOD
                    SET WS-LOOKUP-ON-FILE TO TRUE
                END-IF
            END-PERFORM.
            IF WS-LOOKUP-ON-FILE
                SET WS-ST-IDX DOWN BY 1
            ELSE
                IF WS-STMT-COUNT < 3000
                    ADD 1 TO WS-STMT-COUNT
                    SET WS-ST-IDX TO WS-STMT-COUNT
                    MOVE WS-LOOKUP-EMP-ID TO WS-ST-EMP-ID(WS-ST-IDX)
                    MOVE WS-LOOKUP-PERIOD TO WS-ST-PERIOD(WS-ST-IDX)
                    MOVE ZERO TO WS-ST-EE(WS-ST-IDX)
                    MOVE ZERO TO WS-ST-ER(WS-ST-IDX)
                    SET WS-LOOKUP-ON-FILE TO TRUE
                ELSE
                    DISPLAY "More than 3000 statement lines - "
                        WS-LOOKUP-EMP-ID " " WS-LOOKUP-PERIOD
                        " left off."
                END-IF
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
       PRINT-MEMBER-HEADING.
            MOVE WS-ST-EMP-ID(WS-ST-IDX) TO WS-PREV-EMP-ID.
            MOVE WS-ST-EMP-ID(WS-ST-IDX) TO WS-LOOKUP-EMP-ID.
            ADD 1 TO WS-STMT-MEMBERS.
            MOVE ZERO TO WS-MEMBER-EE-TOTAL.
            MOVE ZERO TO WS-MEMBER-ER-TOTAL.
            PERFORM FIND-MEMBER-ID.
            MOVE WS-MEMBER-ID-SHOW TO STM-MEMBER-ID.
            MOVE WS-LOOKUP-EMP-ID  TO STM-EMP-ID.
            MOVE "NOT ON MASTER"   TO STM-NAME.
            IF WS-EMPLOYEE-FILE-OPEN
                MOVE WS-LOOKUP-EMP-ID TO EMP-ID
                READ EMPLOYEE-FILE
                    KEY IS EMP-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE EMP-NAME TO STM-NAME
                END-READ
            END-IF.
            MOVE WS-SELECTED-YEAR TO STT-YEAR.
            MOVE WS-SCHEME-ID     TO STS-SCHEME-ID.
            WRITE STATEMENT-RECORD FROM WS-STMT-RULE.
            WRITE STATEMENT-RECORD FROM WS-STMT-TITLE.
            WRITE STATEMENT-RECORD FROM WS-STMT-RULE.
            WRITE STATEMENT-RECORD FROM WS-STMT-SCHEME.
            WRITE STATEMENT-RECORD FROM WS-STMT-MEMBER.
            MOVE SPACES TO STATEMENT-RECORD.
            WRITE STATEMENT-RECORD.
            WRITE STATEMENT-RECORD FROM WS-STMT-COLUMNS.
       PRINT-STATEMENT-LINE.
            MOVE WS-ST-PERIOD(WS-ST-IDX) TO STD-PERIOD.
            MOVE WS-ST-EE(WS-ST-IDX)     TO STD-EE.
            MOVE WS-ST-ER(WS-ST-IDX)     TO STD-ER.
            COMPUTE WS-STMT-TOTAL-W =
                WS-ST-EE(WS-ST-IDX) + WS-ST-ER(WS-ST-IDX).
            MOVE WS-STMT-TOTAL-W TO STD-TOTAL.
            WRITE STATEMENT-RECORD FROM WS-STMT-DETAIL.
            ADD WS-ST-EE(WS-ST-IDX) TO WS-MEMBER-EE-TOTAL.
            ADD WS-ST-ER(WS-ST-IDX) TO WS-MEMBER-ER-TOTAL.
       PRINT-MEMBER-TOTALS.
            MOVE "TOTAL"            TO STD-PERIOD.
            MOVE WS-MEMBER-EE-TOTAL TO STD-EE.
            MOVE WS-MEMBER-ER-TOTAL TO STD-ER.
            COMPUTE WS-STMT-TOTAL-W =
                WS-MEMBER-EE-TOTAL + WS-MEMBER-ER-TOTAL.
            MOVE WS-STMT-TOTAL-W TO STD-TOTAL.
            WRITE STATEMENT-RECORD FROM WS-STMT-RULE.
            WRITE STATEMENT-RECORD FROM WS-STMT-DETAIL.
            MOVE SPACES TO STATEMENT-RECORD.
            WRITE STATEMENT-RECORD.
       WRITE-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-LOG-FILE
            END-IF.
            IF WS-AUDIT-STATUS = "00"
                MOVE SPACES TO AUDIT-LOG-RECORD
                MOVE WS-RUN-YY TO AUD-DATE(1:2)
                MOVE WS-RUN-MM TO AUD-DATE(3:2)
                MOVE WS-RUN-DD TO AUD-DATE(5:2)
                MOVE SPACES    TO AUD-DATE(7:2)
                MOVE WS-AUDIT-PROGRAM TO AUD-PROGRAM
                MOVE WS-AUDIT-COUNT   TO AUD-RECORDS
                MOVE ZERO             TO AUD-REJECTS
                MOVE WS-AUDIT-OUTCOME TO AUD-OUTCOME
                MOVE WS-SESSION-OPERATOR TO AUD-OPERATOR
                WRITE AUDIT-LOG-RECORD
                CLOSE AUDIT-LOG-FILE
            ELSE
                DISPLAY "Unable to open auditlog.txt - status "
                    WS-AUDIT-STATUS " - " WS-AUDIT-PROGRAM
                    " not logged."
            END-IF.
       END PROGRAM PENSION-REMIT.
