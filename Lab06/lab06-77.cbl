      ******************************************************************
      * Author:
      * Date:
      * Purpose: Statutory new-hire reporting. Every new hire, and
      *          every rehire, has to reach the labour agency within
      *          a fixed number of days of the day they started. The
      *          program sweeps the lab06-4 change log (empchglog.txt)
      *          for ADD records and for changes that take an
      *          employee from (T)erminated back to (A)ctive, and
      *          puts each one it has not seen before on the new-hire
      *          register (newhreg.txt, layout NEWHIRE) with the day
      *          it is due at the agency. The start date is the hire
      *          date on the record; for a rehire whose hire date was
      *          not changed it is the day the change was logged.
      *          Every hire on the register not yet reported, started
      *          and with an address on addrmast.txt (through
      *          ADDRSRV) goes on the agency's file, newhire.txt - an
      *          employer header, one detail per hire and a trailer
      *          with the count - registered on ifregistry.txt, and
      *          is stamped on the register as reported that day so
      *          nobody is sent twice. The file is built at most once
      *          a day; a second run the same day leaves the hires for
      *          the next run (return code 8).
      *          newhparm.txt holds the agency's employer ID and the
      *          employer name for the header, the deadline in days
      *          from the start date (default 20), how many days ahead
      *          of the deadline a hire is listed (default 5), and the
      *          first start date to report - hires before it went to
      *          the agency by hand and are left alone. Without an
      *          employer ID no file is built (return code 16).
      *          newhdue.txt lists every hire still not reported that
      *          is within the warning days of its deadline or past
      *          it, with the reason it was held back; return code 4
      *          when anything is listed.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEW-HIRE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG-FILE ASSIGN TO "empchglog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT NEW-HIRE-REG-FILE ASSIGN TO "newhreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEWHREG-STATUS.
           SELECT NEW-HIRE-PARM-FILE ASSIGN TO "newhparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEWHPARM-STATUS.
           SELECT AGENCY-FILE ASSIGN TO "newhire.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENCY-STATUS.
           SELECT DUE-LIST-FILE ASSIGN TO "newhdue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUE-LIST-STATUS.
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
       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-RECORD.
           05 CL-DATE           PIC X(8).
           05 CL-ACTION         PIC X(1).
           05 CL-EMP-ID         PIC X(6).
           05 CL-BEFORE-IMAGE   PIC X(96).
           05 CL-AFTER-IMAGE    PIC X(96).
       FD NEW-HIRE-REG-FILE.
       COPY NEWHIRE.
       FD NEW-HIRE-PARM-FILE.
       01 NEW-HIRE-PARM-RECORD.
           05 NP-EMPLOYER-ID    PIC X(12).
           05 NP-EMPLOYER-NAME  PIC X(30).
           05 NP-DEADLINE-DAYS  PIC 9(3).
           05 NP-WARNING-DAYS   PIC 9(3).
           05 NP-REPORT-FROM    PIC 9(8).
       FD AGENCY-FILE.
       01 AGENCY-HEADER.
           05 AGH-TYPE          PIC X(1).
           05 AGH-EMPLOYER-ID   PIC X(12).
           05 AGH-EMPLOYER-NAME PIC X(30).
           05 AGH-FILE-DATE     PIC X(8).
           05 FILLER            PIC X(129).
       01 AGENCY-DETAIL.
           05 AGD-TYPE          PIC X(1).
           05 AGD-EMP-ID        PIC X(6).
           05 AGD-LAST-NAME     PIC X(20).
           05 AGD-FIRST-NAME    PIC X(15).
           05 AGD-ADDRESS-1     PIC X(40).
           05 AGD-ADDRESS-2     PIC X(40).
           05 AGD-ADDRESS-3     PIC X(40).
           05 AGD-START-DATE    PIC 9(8).
           05 AGD-HIRE-TYPE     PIC X(1).
           05 AGD-COMPANY       PIC X(3).
           05 FILLER            PIC X(6).
       01 AGENCY-TRAILER.
           05 AGT-TYPE          PIC X(1).
           05 AGT-COUNT         PIC 9(7).
           05 FILLER            PIC X(172).
       FD DUE-LIST-FILE.
       01 DUE-LIST-RECORD       PIC X(100).
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
       COPY DATEREQ.
       COPY ADDRREQ.
       01 WS-CHGLOG-STATUS        PIC X(2).
       01 WS-NEWHREG-STATUS       PIC X(2).
       01 WS-NEWHPARM-STATUS      PIC X(2).
       01 WS-AGENCY-STATUS        PIC X(2).
       01 WS-DUE-LIST-STATUS      PIC X(2).
       01 WS-REGISTRY-STATUS      PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-REGISTERED-FLAG      PIC A(1)  VALUE 'N'.
           88 WS-ALREADY-REGISTERED         VALUE 'Y'.
       01 WS-FILE-WRITTEN-FLAG    PIC A(1)  VALUE 'N'.
           88 WS-FILE-WRITTEN               VALUE 'Y'.
       01 WS-RUN-RC               PIC 9(2)  VALUE ZERO.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-X REDEFINES WS-TODAY PIC X(8).
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-NEW-HIRE-PARMS.
           05 WS-EMPLOYER-ID      PIC X(12) VALUE SPACES.
           05 WS-EMPLOYER-NAME    PIC X(30) VALUE SPACES.
           05 WS-DEADLINE-DAYS    PIC 9(3)  VALUE 20.
           05 WS-WARNING-DAYS     PIC 9(3)  VALUE 5.
           05 WS-REPORT-FROM      PIC 9(8)  VALUE ZERO.
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
       01 WS-PICK-FIELDS.
           05 WS-LOGGED-DATE      PIC 9(8).
           05 WS-LOGGED-DATE-X REDEFINES WS-LOGGED-DATE PIC X(8).
           05 WS-PICK-START       PIC 9(8).
           05 WS-PICK-TYPE        PIC X(1).
           05 WS-BEFORE-STATUS    PIC X(1).
           05 WS-BEFORE-HIRE      PIC 9(8).
           05 WS-PICK-FOUND-FLAG  PIC A(1).
               88 WS-PICK-FOUND            VALUE 'Y'.
       01 WS-HIRE-COUNT           PIC 9(4)  VALUE ZERO.
       01 WS-HIRE-TABLE.
           05 WS-HIRE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-HR-IDX.
               10 WS-HR-EMP-ID    PIC X(6).
               10 WS-HR-START     PIC 9(8).
               10 WS-HR-TYPE      PIC X(1).
               10 WS-HR-NAME.
                   15 WS-HR-TITLE PIC X(4).
                   15 WS-HR-FIRST PIC X(15).
                   15 WS-HR-LAST  PIC X(20).
               10 WS-HR-COMPANY   PIC X(3).
               10 WS-HR-LOGGED    PIC 9(8).
               10 WS-HR-DUE       PIC 9(8).
               10 WS-HR-REPORTED  PIC 9(8).
               10 WS-HR-SEND-FLAG PIC A(1).
                   88 WS-HR-SEND           VALUE 'Y'.
               10 WS-HR-DAYS-LEFT PIC S9(5).
               10 WS-HR-HOLD      PIC X(26).
       01 WS-TOTALS.
           05 WS-LOG-ROWS         PIC 9(7)  VALUE ZERO.
           05 WS-PICKED-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-DROPPED-COUNT    PIC 9(5)  VALUE ZERO.
           05 WS-SEND-COUNT       PIC 9(5)  VALUE ZERO.
           05 WS-REPORTED-COUNT   PIC 9(5)  VALUE ZERO.
           05 WS-PENDING-COUNT    PIC 9(5)  VALUE ZERO.
           05 WS-LISTED-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-OVERDUE-COUNT    PIC 9(5)  VALUE ZERO.
       01 WS-REPORT-LINES.
           05 WS-ND-TITLE.
               10 FILLER          PIC X(41) VALUE
                   "NEW HIRES NOT YET REPORTED - DUE SOON OR ".
               10 FILLER          PIC X(17) VALUE
                   "OVERDUE - RUN ON ".
               10 NDT-RUN-DATE    PIC 9(8).
               10 FILLER          PIC X(4)  VALUE " BY ".
               10 NDT-OPERATOR    PIC X(8).
           05 WS-ND-PARM-LINE.
               10 FILLER          PIC X(10) VALUE "DEADLINE  ".
               10 NDP-DEADLINE    PIC ZZ9.
               10 FILLER          PIC X(31) VALUE
                   " DAYS FROM START    LISTED FROM".
               10 NDP-WARNING     PIC ZZZ9.
               10 FILLER          PIC X(21) VALUE
                   " DAYS BEFORE DEADLINE".
           05 WS-ND-RULE.
               10 FILLER          PIC X(100) VALUE ALL "-".
           05 WS-ND-BLANK         PIC X(100) VALUE SPACES.
           05 WS-ND-COLUMN-LINE.
               10 FILLER          PIC X(8)  VALUE "EMP-ID".
               10 FILLER          PIC X(37) VALUE "NAME".
               10 FILLER          PIC X(10) VALUE "START".
               10 FILLER          PIC X(5)  VALUE "TYPE".
               10 FILLER          PIC X(10) VALUE "DUE".
               10 FILLER          PIC X(5)  VALUE " DAYS".
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 FILLER          PIC X(23) VALUE "HELD BACK".
           05 WS-ND-DETAIL-LINE.
               10 NDD-EMP-ID      PIC X(6).
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 NDD-NAME        PIC X(35).
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 NDD-START       PIC 9(8).
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 NDD-TYPE        PIC X(3).
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 NDD-DUE         PIC 9(8).
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 NDD-DAYS-LEFT   PIC ----9.
               10 FILLER          PIC X(2)  VALUE SPACES.
               10 NDD-HOLD        PIC X(23).
           05 WS-ND-SUMMARY-LINE.
               10 NDM-LABEL       PIC X(40).
               10 NDM-COUNT       PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            ACCEPT WS-TODAY-RAW FROM DATE.
            COMPUTE WS-TODAY =
                20000000 + (WS-TODAY-YY * 10000)
                    + (WS-TODAY-MM * 100) + WS-TODAY-DD.
            MOVE "NEWHIRE" TO WS-AUDIT-PROGRAM.
            MOVE ZERO      TO WS-AUDIT-COUNT WS-AUDIT-REJECTS.
            PERFORM LOAD-NEW-HIRE-PARM.
            PERFORM LOAD-HIRE-REGISTER.
            PERFORM SWEEP-CHANGE-LOG.
            PERFORM BUILD-AGENCY-FILE
                THRU BUILD-AGENCY-FILE-EXIT.
            PERFORM SAVE-HIRE-REGISTER.
            PERFORM WRITE-DUE-LISTING.
            DISPLAY "New-hire reporting: " WS-PICKED-COUNT
                " hire(s) picked up, " WS-REPORTED-COUNT
                " reported on newhire.txt, " WS-PENDING-COUNT
                " still to report, " WS-LISTED-COUNT
                " due soon or overdue - see newhdue.txt.".
            IF WS-LISTED-COUNT > ZERO AND WS-RUN-RC < 4
                MOVE 4 TO WS-RUN-RC
            END-IF.
            MOVE WS-REPORTED-COUNT TO WS-AUDIT-COUNT.
            MOVE WS-LISTED-COUNT   TO WS-AUDIT-REJECTS.
            IF WS-RUN-RC >= 16
                MOVE "FAILED" TO WS-AUDIT-OUTCOME
            ELSE
                IF WS-FILE-WRITTEN
                    MOVE "REPORTED" TO WS-AUDIT-OUTCOME
                ELSE
                    MOVE "NOT SENT" TO WS-AUDIT-OUTCOME
                END-IF
            END-IF.
            PERFORM WRITE-AUDIT-LOG.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       LOAD-NEW-HIRE-PARM.
            OPEN INPUT NEW-HIRE-PARM-FILE.
            IF WS-NEWHPARM-STATUS = "00"
                READ NEW-HIRE-PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE NP-EMPLOYER-ID   TO WS-EMPLOYER-ID
                        MOVE NP-EMPLOYER-NAME TO WS-EMPLOYER-NAME
                        IF NP-DEADLINE-DAYS IS NUMERIC
                                AND NP-DEADLINE-DAYS > ZERO
                            MOVE NP-DEADLINE-DAYS TO WS-DEADLINE-DAYS
                        END-IF
                        IF NP-WARNING-DAYS IS NUMERIC
                            MOVE NP-WARNING-DAYS TO WS-WARNING-DAYS
                        END-IF
                        IF NP-REPORT-FROM IS NUMERIC
                            MOVE NP-REPORT-FROM TO WS-REPORT-FROM
                        END-IF
                END-READ
                CLOSE NEW-HIRE-PARM-FILE
            ELSE
                DISPLAY "newhparm.txt not found - no employer ID for "
                    "the agency file, 20-day deadline, hires listed "
                    "5 days before it."
            END-IF.
       LOAD-HIRE-REGISTER.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT NEW-HIRE-REG-FILE.
            IF WS-NEWHREG-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ NEW-HIRE-REG-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-HIRE-COUNT >= 2000
                                DISPLAY "newhreg.txt is full (2000) "
                                    "- new-hire reporting stopped."
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-HIRE-COUNT
                            SET WS-HR-IDX TO WS-HIRE-COUNT
                            PERFORM HOLD-REGISTER-ENTRY
                    END-READ
                END-PERFORM
                CLOSE NEW-HIRE-REG-FILE
            ELSE
                DISPLAY "newhreg.txt not found - starting a new "
                    "new-hire register."
            END-IF.
       HOLD-REGISTER-ENTRY.
            MOVE NH-EMP-ID        TO WS-HR-EMP-ID(WS-HR-IDX).
            MOVE NH-START-DATE    TO WS-HR-START(WS-HR-IDX).
            MOVE NH-HIRE-TYPE     TO WS-HR-TYPE(WS-HR-IDX).
            MOVE NH-NAME          TO WS-HR-NAME(WS-HR-IDX).
            MOVE NH-COMPANY       TO WS-HR-COMPANY(WS-HR-IDX).
            MOVE NH-LOGGED-DATE   TO WS-HR-LOGGED(WS-HR-IDX).
            MOVE NH-DUE-DATE      TO WS-HR-DUE(WS-HR-IDX).
            MOVE NH-REPORTED-DATE TO WS-HR-REPORTED(WS-HR-IDX).
            MOVE 'N'              TO WS-HR-SEND-FLAG(WS-HR-IDX).
            MOVE ZERO             TO WS-HR-DAYS-LEFT(WS-HR-IDX).
            MOVE SPACES           TO WS-HR-HOLD(WS-HR-IDX).
       SWEEP-CHANGE-LOG.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT CHANGE-LOG-FILE.
            IF WS-CHGLOG-STATUS NOT = "00"
                DISPLAY "empchglog.txt not found - no new hires "
                    "picked up this run."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ CHANGE-LOG-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            ADD 1 TO WS-LOG-ROWS
                            IF CL-DATE IS NUMERIC
                                PERFORM PICK-UP-ONE-CHANGE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CHANGE-LOG-FILE
            END-IF.
       PICK-UP-ONE-CHANGE.
      * an ADD is a new hire; a change from terminated back to
      * active is a rehire. Anything else is not a hire.
            MOVE CL-DATE TO WS-LOGGED-DATE-X.
            EVALUATE CL-ACTION
                WHEN 'A'
                    MOVE CL-AFTER-IMAGE TO WS-IMAGE-REC
                    MOVE 'N' TO WS-PICK-TYPE
                    IF IMG-HIRE-DATE IS NUMERIC
                            AND IMG-HIRE-DATE > ZERO
                        MOVE IMG-HIRE-DATE TO WS-PICK-START
                    ELSE
                        MOVE WS-LOGGED-DATE TO WS-PICK-START
                    END-IF
                    PERFORM PICK-UP-HIRE
                        THRU PICK-UP-HIRE-EXIT
                WHEN 'C'
                    MOVE CL-BEFORE-IMAGE TO WS-IMAGE-REC
                    MOVE IMG-STATUS TO WS-BEFORE-STATUS
                    MOVE ZERO TO WS-BEFORE-HIRE
                    IF IMG-HIRE-DATE IS NUMERIC
                        MOVE IMG-HIRE-DATE TO WS-BEFORE-HIRE
                    END-IF
                    MOVE CL-AFTER-IMAGE TO WS-IMAGE-REC
                    IF WS-BEFORE-STATUS = 'T' AND IMG-ACTIVE
                        MOVE 'R' TO WS-PICK-TYPE
                        MOVE WS-LOGGED-DATE TO WS-PICK-START
                        IF IMG-HIRE-DATE IS NUMERIC
                            IF IMG-HIRE-DATE > ZERO
                                    AND IMG-HIRE-DATE
                                        NOT = WS-BEFORE-HIRE
                                MOVE IMG-HIRE-DATE TO WS-PICK-START
                            END-IF
                        END-IF
                        PERFORM PICK-UP-HIRE
                            THRU PICK-UP-HIRE-EXIT
                    END-IF
            END-EVALUATE.
       PICK-UP-HIRE.
            IF WS-PICK-START < WS-REPORT-FROM
                GO TO PICK-UP-HIRE-EXIT
            END-IF.
            MOVE 'N' TO WS-PICK-FOUND-FLAG.
            PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                    UNTIL WS-HR-IDX > WS-HIRE-COUNT
                        OR WS-PICK-FOUND
                IF WS-HR-EMP-ID(WS-HR-IDX) = CL-EMP-ID
                        AND WS-HR-START(WS-HR-IDX) = WS-PICK-START
                    SET WS-PICK-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF WS-PICK-FOUND
                GO TO PICK-UP-HIRE-EXIT
            END-IF.
            IF WS-HIRE-COUNT >= 2000
                DISPLAY "newhreg.txt is full (2000) - hire of "
                    CL-EMP-ID " on " WS-PICK-START " not picked up."
                ADD 1 TO WS-DROPPED-COUNT
                MOVE 16 TO WS-RUN-RC
                GO TO PICK-UP-HIRE-EXIT
            END-IF.
            ADD 1 TO WS-HIRE-COUNT.
            SET WS-HR-IDX TO WS-HIRE-COUNT.
            MOVE CL-EMP-ID      TO WS-HR-EMP-ID(WS-HR-IDX).
            MOVE WS-PICK-START  TO WS-HR-START(WS-HR-IDX).
            MOVE WS-PICK-TYPE   TO WS-HR-TYPE(WS-HR-IDX).
            MOVE IMG-NAME       TO WS-HR-NAME(WS-HR-IDX).
            IF IMG-COMPANY = SPACES
                MOVE "001"      TO WS-HR-COMPANY(WS-HR-IDX)
            ELSE
                MOVE IMG-COMPANY TO WS-HR-COMPANY(WS-HR-IDX)
            END-IF.
            MOVE WS-LOGGED-DATE TO WS-HR-LOGGED(WS-HR-IDX).
            MOVE ZERO           TO WS-HR-REPORTED(WS-HR-IDX).
            MOVE 'N'            TO WS-HR-SEND-FLAG(WS-HR-IDX).
            MOVE ZERO           TO WS-HR-DAYS-LEFT(WS-HR-IDX).
            MOVE SPACES         TO WS-HR-HOLD(WS-HR-IDX).
      * a start date DATESRV will not take leaves the due date zero
      * and the hire is held back until the record is corrected.
            MOVE "CADD"           TO DS-FUNCTION.
            MOVE WS-PICK-START    TO DS-DATE-1.
            MOVE WS-DEADLINE-DAYS TO DS-DATE-2.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS = 'Y'
                MOVE DS-RESULT TO WS-HR-DUE(WS-HR-IDX)
            ELSE
                MOVE ZERO      TO WS-HR-DUE(WS-HR-IDX)
            END-IF.
            ADD 1 TO WS-PICKED-COUNT.
       PICK-UP-HIRE-EXIT.
            EXIT.
       BUILD-AGENCY-FILE.
            MOVE ZERO TO WS-SEND-COUNT.
            PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                    UNTIL WS-HR-IDX > WS-HIRE-COUNT
                IF WS-HR-REPORTED(WS-HR-IDX) = ZERO
                    PERFORM CHECK-ONE-HIRE
                END-IF
            END-PERFORM.
            IF WS-SEND-COUNT = ZERO
                DISPLAY "No new hire is ready to report - newhire.txt "
                    "not written."
                GO TO BUILD-AGENCY-FILE-EXIT
            END-IF.
            IF WS-EMPLOYER-ID = SPACES
                DISPLAY "No employer ID on newhparm.txt - newhire.txt "
                    "not written, " WS-SEND-COUNT " hire(s) held."
                PERFORM HOLD-READY-HIRES
                MOVE 16 TO WS-RUN-RC
                GO TO BUILD-AGENCY-FILE-EXIT
            END-IF.
            PERFORM CHECK-ALREADY-REGISTERED.
            IF WS-ALREADY-REGISTERED
                DISPLAY "newhire.txt was already built today (see "
                    "ifregistry.txt) - " WS-SEND-COUNT " hire(s) "
                    "wait for the next run."
                PERFORM HOLD-READY-HIRES
                MOVE 8 TO WS-RUN-RC
                GO TO BUILD-AGENCY-FILE-EXIT
            END-IF.
            OPEN OUTPUT AGENCY-FILE.
            IF WS-AGENCY-STATUS NOT = "00"
                DISPLAY "Unable to open newhire.txt - status "
                    WS-AGENCY-STATUS " - no hires reported."
                PERFORM HOLD-READY-HIRES
                MOVE 16 TO WS-RUN-RC
                GO TO BUILD-AGENCY-FILE-EXIT
            END-IF.
            MOVE SPACES           TO AGENCY-HEADER.
            MOVE "H"              TO AGH-TYPE.
            MOVE WS-EMPLOYER-ID   TO AGH-EMPLOYER-ID.
            MOVE WS-EMPLOYER-NAME TO AGH-EMPLOYER-NAME.
            MOVE WS-TODAY-X       TO AGH-FILE-DATE.
            WRITE AGENCY-HEADER.
            MOVE ZERO TO WS-REPORTED-COUNT.
            PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                    UNTIL WS-HR-IDX > WS-HIRE-COUNT
                IF WS-HR-SEND(WS-HR-IDX)
                    PERFORM WRITE-AGENCY-DETAIL
                END-IF
            END-PERFORM.
            MOVE SPACES            TO AGENCY-TRAILER.
            MOVE "T"               TO AGT-TYPE.
            MOVE WS-REPORTED-COUNT TO AGT-COUNT.
            WRITE AGENCY-TRAILER.
            CLOSE AGENCY-FILE.
            SET WS-FILE-WRITTEN TO TRUE.
            PERFORM REGISTER-AGENCY-FILE.
            DISPLAY "newhire.txt written - " WS-REPORTED-COUNT
                " new hire(s) for employer " WS-EMPLOYER-ID ".".
       BUILD-AGENCY-FILE-EXIT.
            EXIT.
       CHECK-ONE-HIRE.
      * a hire goes on the file once the employee has started and
      * the agency has somewhere to write to them.
            MOVE 'N'    TO WS-HR-SEND-FLAG(WS-HR-IDX).
            MOVE SPACES TO WS-HR-HOLD(WS-HR-IDX).
            MOVE ZERO   TO WS-HR-DAYS-LEFT(WS-HR-IDX).
            IF WS-HR-DUE(WS-HR-IDX) = ZERO
                MOVE "START DATE NOT VALID" TO WS-HR-HOLD(WS-HR-IDX)
            ELSE
                MOVE "DIFF"                TO DS-FUNCTION
                MOVE WS-HR-DUE(WS-HR-IDX)  TO DS-DATE-1
                MOVE WS-TODAY              TO DS-DATE-2
                CALL "DATESRV" USING DS-REQUEST
                MOVE DS-RESULT TO WS-HR-DAYS-LEFT(WS-HR-IDX)
                IF WS-HR-START(WS-HR-IDX) > WS-TODAY
                    MOVE "NOT STARTED YET" TO WS-HR-HOLD(WS-HR-IDX)
                ELSE
                    PERFORM LOOK-UP-HIRE-ADDRESS
                    EVALUATE TRUE
                        WHEN AR-ADDRESS-FOUND
                            SET WS-HR-SEND(WS-HR-IDX) TO TRUE
                            ADD 1 TO WS-SEND-COUNT
                        WHEN AR-NO-ADDRESS
                            MOVE "NO ADDRESS ON FILE"
                                TO WS-HR-HOLD(WS-HR-IDX)
                        WHEN OTHER
                            MOVE "ADDRMAST.TXT UNAVAILABLE"
                                TO WS-HR-HOLD(WS-HR-IDX)
                    END-EVALUATE
                END-IF
            END-IF.
       HOLD-READY-HIRES.
      * hires that were ready stay unreported for the next run,
      * with the reason the file was not built.
            PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                    UNTIL WS-HR-IDX > WS-HIRE-COUNT
                IF WS-HR-SEND(WS-HR-IDX)
                    MOVE 'N' TO WS-HR-SEND-FLAG(WS-HR-IDX)
                    IF WS-EMPLOYER-ID = SPACES
                        MOVE "NO EMPLOYER ID ON PARM"
                            TO WS-HR-HOLD(WS-HR-IDX)
                    ELSE
                        IF WS-ALREADY-REGISTERED
                            MOVE "FILE ALREADY SENT TODAY"
                                TO WS-HR-HOLD(WS-HR-IDX)
                        ELSE
                            MOVE "NEWHIRE.TXT NOT WRITTEN"
                                TO WS-HR-HOLD(WS-HR-IDX)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
       LOOK-UP-HIRE-ADDRESS.
            MOVE SPACES               TO AR-REQUEST.
            MOVE WS-HR-EMP-ID(WS-HR-IDX) TO AR-EMP-ID.
            MOVE WS-HR-NAME(WS-HR-IDX)   TO AR-NAME.
            CALL "ADDRSRV" USING AR-REQUEST.
       WRITE-AGENCY-DETAIL.
            PERFORM LOOK-UP-HIRE-ADDRESS.
            MOVE SPACES                   TO AGENCY-DETAIL.
            MOVE "D"                      TO AGD-TYPE.
            MOVE WS-HR-EMP-ID(WS-HR-IDX)  TO AGD-EMP-ID.
            MOVE WS-HR-LAST(WS-HR-IDX)    TO AGD-LAST-NAME.
            MOVE WS-HR-FIRST(WS-HR-IDX)   TO AGD-FIRST-NAME.
            MOVE AR-MAIL-LINE(2)          TO AGD-ADDRESS-1.
            MOVE AR-MAIL-LINE(3)          TO AGD-ADDRESS-2.
            MOVE AR-MAIL-LINE(4)          TO AGD-ADDRESS-3.
            MOVE WS-HR-START(WS-HR-IDX)   TO AGD-START-DATE.
            MOVE WS-HR-TYPE(WS-HR-IDX)    TO AGD-HIRE-TYPE.
            MOVE WS-HR-COMPANY(WS-HR-IDX) TO AGD-COMPANY.
            WRITE AGENCY-DETAIL.
            MOVE WS-TODAY TO WS-HR-REPORTED(WS-HR-IDX).
            ADD 1 TO WS-REPORTED-COUNT.
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
                            IF IR-INTERFACE = "NEWHIRE"
                                    AND IR-BATCH-ID = WS-TODAY-X
                                SET WS-ALREADY-REGISTERED TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE IF-REGISTRY-FILE
            END-IF.
       REGISTER-AGENCY-FILE.
            OPEN EXTEND IF-REGISTRY-FILE.
            IF WS-REGISTRY-STATUS = "05"
                    OR WS-REGISTRY-STATUS = "35"
                OPEN OUTPUT IF-REGISTRY-FILE
            END-IF.
            IF WS-REGISTRY-STATUS = "00"
                MOVE SPACES            TO IF-REGISTRY-RECORD
                MOVE "NEWHIRE"         TO IR-INTERFACE
                MOVE WS-TODAY-X        TO IR-BATCH-ID
                MOVE WS-TODAY-X        TO IR-DATE
                MOVE WS-REPORTED-COUNT TO IR-COUNT
                MOVE ZERO              TO IR-HASH
                WRITE IF-REGISTRY-RECORD
                CLOSE IF-REGISTRY-FILE
            ELSE
                DISPLAY "Unable to open ifregistry.txt - status "
                    WS-REGISTRY-STATUS " - newhire.txt not "
                    "registered."
            END-IF.
       SAVE-HIRE-REGISTER.
            OPEN OUTPUT NEW-HIRE-REG-FILE.
            IF WS-NEWHREG-STATUS NOT = "00"
                DISPLAY "Unable to rewrite newhreg.txt - status "
                    WS-NEWHREG-STATUS
                IF WS-FILE-WRITTEN
                    DISPLAY "The hires on newhire.txt are not marked "
                        "as reported - do not send the file."
                END-IF
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                        UNTIL WS-HR-IDX > WS-HIRE-COUNT
                    MOVE SPACES TO NEW-HIRE-RECORD
                    MOVE WS-HR-EMP-ID(WS-HR-IDX)   TO NH-EMP-ID
                    MOVE WS-HR-START(WS-HR-IDX)    TO NH-START-DATE
                    MOVE WS-HR-TYPE(WS-HR-IDX)     TO NH-HIRE-TYPE
                    MOVE WS-HR-NAME(WS-HR-IDX)     TO NH-NAME
                    MOVE WS-HR-COMPANY(WS-HR-IDX)  TO NH-COMPANY
                    MOVE WS-HR-LOGGED(WS-HR-IDX)   TO NH-LOGGED-DATE
                    MOVE WS-HR-DUE(WS-HR-IDX)      TO NH-DUE-DATE
                    MOVE WS-HR-REPORTED(WS-HR-IDX) TO NH-REPORTED-DATE
                    WRITE NEW-HIRE-RECORD
                END-PERFORM
                CLOSE NEW-HIRE-REG-FILE
            END-IF.
       WRITE-DUE-LISTING.
            OPEN OUTPUT DUE-LIST-FILE.
            IF WS-DUE-LIST-STATUS NOT = "00"
                DISPLAY "Unable to open newhdue.txt - status "
                    WS-DUE-LIST-STATUS
                MOVE 16 TO WS-RUN-RC
            ELSE
                MOVE WS-TODAY            TO NDT-RUN-DATE
                MOVE WS-SESSION-OPERATOR TO NDT-OPERATOR
                MOVE WS-DEADLINE-DAYS    TO NDP-DEADLINE
                MOVE WS-WARNING-DAYS     TO NDP-WARNING
                WRITE DUE-LIST-RECORD FROM WS-ND-TITLE
                WRITE DUE-LIST-RECORD FROM WS-ND-PARM-LINE
                WRITE DUE-LIST-RECORD FROM WS-ND-RULE
                WRITE DUE-LIST-RECORD FROM WS-ND-COLUMN-LINE
                PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                        UNTIL WS-HR-IDX > WS-HIRE-COUNT
                    IF WS-HR-REPORTED(WS-HR-IDX) = ZERO
                        PERFORM LIST-ONE-PENDING-HIRE
                    END-IF
                END-PERFORM
                IF WS-LISTED-COUNT = ZERO
                    MOVE "NO UNREPORTED HIRE IS NEAR ITS DEADLINE"
                        TO DUE-LIST-RECORD
                    WRITE DUE-LIST-RECORD
                END-IF
                WRITE DUE-LIST-RECORD FROM WS-ND-RULE
                MOVE "HIRES PICKED UP THIS RUN"     TO NDM-LABEL
                MOVE WS-PICKED-COUNT                TO NDM-COUNT
                WRITE DUE-LIST-RECORD FROM WS-ND-SUMMARY-LINE
                MOVE "HIRES REPORTED ON NEWHIRE.TXT" TO NDM-LABEL
                MOVE WS-REPORTED-COUNT              TO NDM-COUNT
                WRITE DUE-LIST-RECORD FROM WS-ND-SUMMARY-LINE
                MOVE "HIRES STILL TO REPORT"        TO NDM-LABEL
                MOVE WS-PENDING-COUNT               TO NDM-COUNT
                WRITE DUE-LIST-RECORD FROM WS-ND-SUMMARY-LINE
                MOVE "  LISTED - DUE SOON OR OVERDUE" TO NDM-LABEL
                MOVE WS-LISTED-COUNT                TO NDM-COUNT
                WRITE DUE-LIST-RECORD FROM WS-ND-SUMMARY-LINE
                MOVE "  OF WHICH PAST THE DEADLINE" TO NDM-LABEL
                MOVE WS-OVERDUE-COUNT               TO NDM-COUNT
                WRITE DUE-LIST-RECORD FROM WS-ND-SUMMARY-LINE
                IF WS-DROPPED-COUNT > ZERO
                    MOVE "HIRES NOT PICKED UP - REGISTER FULL"
                        TO NDM-LABEL
                    MOVE WS-DROPPED-COUNT           TO NDM-COUNT
                    WRITE DUE-LIST-RECORD FROM WS-ND-SUMMARY-LINE
                END-IF
                CLOSE DUE-LIST-FILE
            END-IF.
       LIST-ONE-PENDING-HIRE.
            ADD 1 TO WS-PENDING-COUNT.
            IF WS-HR-DUE(WS-HR-IDX) = ZERO
                    OR WS-HR-DAYS-LEFT(WS-HR-IDX) <= WS-WARNING-DAYS
                ADD 1 TO WS-LISTED-COUNT
                IF WS-HR-DAYS-LEFT(WS-HR-IDX) < ZERO
                    ADD 1 TO WS-OVERDUE-COUNT
                END-IF
                MOVE WS-HR-EMP-ID(WS-HR-IDX) TO NDD-EMP-ID
                MOVE SPACES TO NDD-NAME
                STRING WS-HR-LAST(WS-HR-IDX) DELIMITED BY "  "
                    ", " DELIMITED BY SIZE
                    WS-HR-FIRST(WS-HR-IDX) DELIMITED BY "  "
                    INTO NDD-NAME
                MOVE WS-HR-START(WS-HR-IDX) TO NDD-START
                IF WS-HR-TYPE(WS-HR-IDX) = 'R'
                    MOVE "RE " TO NDD-TYPE
                ELSE
                    MOVE "NEW" TO NDD-TYPE
                END-IF
                MOVE WS-HR-DUE(WS-HR-IDX)       TO NDD-DUE
                MOVE WS-HR-DAYS-LEFT(WS-HR-IDX) TO NDD-DAYS-LEFT
                MOVE WS-HR-HOLD(WS-HR-IDX)      TO NDD-HOLD
                WRITE DUE-LIST-RECORD FROM WS-ND-DETAIL-LINE
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
       END PROGRAM NEW-HIRE-REPORT.
