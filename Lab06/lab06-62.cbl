      ******************************************************************
      * Author:
      * Date:
      * Purpose: Licence, work permit and mandatory training tracking,
      *          so a lapse is found by us and not by an auditor. The
      *          credential file (credent.txt) holds one record per
      *          employee and credential type with the issue and
      *          expiry dates and the proving document's reference;
      *          the credential type master (credtype.txt) names the
      *          departments that require each type. (E)nter records
      *          or renews a credential and (R)emove deletes one,
      *          both for an update-role operator; (S)how lists an
      *          employee's credentials and (T)ypes the type master.
      *          (A)lerts writes an alert to alerts.txt for every
      *          credential of an active employee that has expired or
      *          expires within the warning window (credparm.txt, in
      *          days, 30 when the file is absent) - E for expired, W
      *          for expiring - once per credential until the alert
      *          is acknowledged at the driver. (C)ompliance writes
      *          credcomp.txt, by department, every active employee
      *          without a current credential of a type the
      *          department requires. The nightly job-plan run
      *          (opsession.txt = SCHEDULE) does the alerts and the
      *          compliance report and nothing else. Return code 4
      *          when anything has lapsed or is missing, 16 when a
      *          file cannot be opened.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDENTIAL-MAINT.
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
           SELECT CREDENTIAL-FILE ASSIGN TO "credent.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CREDENTIAL-STATUS.
           SELECT CREDENTIAL-TYPE-FILE ASSIGN TO "credtype.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRED-TYPE-STATUS.
           SELECT CRED-PARM-FILE ASSIGN TO "credparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRED-PARM-STATUS.
           SELECT COMPLIANCE-REPORT-FILE ASSIGN TO "credcomp.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMPLIANCE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.
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
       FD CREDENTIAL-FILE.
       COPY CREDENT.
       FD CREDENTIAL-TYPE-FILE.
       COPY CREDTYPE.
       FD CRED-PARM-FILE.
       01 CRED-PARM-RECORD.
           05 CP-WARN-DAYS PIC 9(3).
       FD COMPLIANCE-REPORT-FILE.
       01 COMPLIANCE-REPORT-RECORD  PIC X(100).
       FD ALERT-FILE.
       01 ALERT-RECORD.
           05 AL-DATE          PIC X(8).
           05 AL-PROGRAM       PIC X(10).
           05 AL-SEVERITY      PIC X(1).
           05 AL-MESSAGE       PIC X(40).
           05 AL-KEY           PIC X(10).
           05 AL-ACK           PIC X(1).
           05 AL-ACK-OPERATOR  PIC X(8).
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
       01 WS-CREDENTIAL-STATUS    PIC X(2).
       01 WS-CRED-TYPE-STATUS     PIC X(2).
       01 WS-CRED-PARM-STATUS     PIC X(2).
       01 WS-COMPLIANCE-STATUS    PIC X(2).
       01 WS-ALERT-STATUS         PIC X(2).
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
       01 WS-RUN-RC               PIC 9(2)  VALUE ZERO.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-X REDEFINES WS-TODAY PIC X(8).
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-WARN-DAYS            PIC 9(3)  VALUE 30.
       01 WS-TYPE-COUNT           PIC 9(2)  VALUE ZERO.
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-TY-IDX.
               10 WS-TY-TYPE        PIC X(4).
               10 WS-TY-DESCRIPTION PIC X(25).
               10 WS-TY-DEP OCCURS 8 TIMES PIC X(10).
       01 WS-DEP-SUB              PIC 9(2).
       01 WS-CREDENTIAL-COUNT     PIC 9(4)  VALUE ZERO.
       01 WS-CREDENTIAL-TABLE.
           05 WS-CREDENTIAL-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-CD-IDX.
               10 WS-CD-RECORD      PIC X(62).
       01 WS-CREDENTIAL-SLOT      PIC 9(4)  VALUE ZERO.
       01 WS-ALERT-KEY-COUNT      PIC 9(4)  VALUE ZERO.
       01 WS-ALERT-KEY-TABLE.
           05 WS-ALERT-KEY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-AK-IDX.
               10 WS-AK-SEVERITY    PIC X(1).
               10 WS-AK-KEY         PIC X(10).
       01 WS-ALERT-OPEN-FLAG      PIC X(1).
           88 WS-ALERT-ALREADY-OPEN         VALUE 'Y'.
       01 WS-EMP-COUNT            PIC 9(4)  VALUE ZERO.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-EM-IDX WS-EM-SCAN.
               10 WS-EM-SORT-KEY.
                   15 WS-EM-DEP        PIC X(10).
                   15 WS-EM-EMP-ID     PIC X(6).
               10 WS-EM-NAME       PIC X(39).
       01 WS-SWAP-ENTRY           PIC X(55).
       01 WS-ACTIVE-FLAG          PIC X(1).
           88 WS-EMP-IS-ACTIVE              VALUE 'Y'.
       01 WS-ENTRY-FIELDS.
           05 WS-IN-EMP-ID        PIC X(6).
           05 WS-IN-TYPE          PIC X(4).
           05 WS-IN-ISSUE-X       PIC X(8).
           05 WS-IN-ISSUE REDEFINES WS-IN-ISSUE-X PIC 9(8).
           05 WS-IN-EXPIRY-X      PIC X(8).
           05 WS-IN-EXPIRY REDEFINES WS-IN-EXPIRY-X PIC 9(8).
           05 WS-IN-DOC-REF       PIC X(20).
           05 WS-CONFIRM-ANSWER   PIC X(1).
           05 WS-EMP-ON-FILE-FLAG PIC X(1).
               88 WS-EMP-ON-FILE            VALUE 'Y'.
           05 WS-TYPE-FOUND-FLAG  PIC X(1).
               88 WS-TYPE-FOUND             VALUE 'Y'.
           05 WS-UPDATE-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-SHOW-COUNT       PIC 9(4).
           05 WS-OP-ROLE-FOUND    PIC X(1).
           05 WS-OP-EOF-FLAG      PIC A(1).
               88 WS-OP-EOF                VALUE 'Y'.
       01 WS-CHECK-FIELDS.
           05 WS-DAYS-LEFT        PIC S9(9).
           05 WS-ALERT-COUNT      PIC 9(5)  VALUE ZERO.
           05 WS-ALERT-SEVERITY   PIC X(1).
           05 WS-ALERT-MESSAGE    PIC X(40).
           05 WS-ALERT-KEY        PIC X(10).
           05 WS-DISP-DAYS        PIC ZZ9.
           05 WS-REQUIRED-FLAG    PIC X(1).
               88 WS-TYPE-REQUIRED          VALUE 'Y'.
           05 WS-HELD-STATE       PIC X(1).
               88 WS-HELD-NONE              VALUE 'N'.
               88 WS-HELD-EXPIRED           VALUE 'E'.
               88 WS-HELD-CURRENT           VALUE 'C'.
           05 WS-HELD-EXPIRY      PIC 9(8).
           05 WS-PREV-DEP         PIC X(10).
           05 WS-DEPT-MISSING     PIC 9(5).
           05 WS-TOTAL-MISSING    PIC 9(5)  VALUE ZERO.
           05 WS-TOTAL-CHECKED    PIC 9(5)  VALUE ZERO.
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-SHOW-LINES.
           05 WS-SHOW-HEADER.
               10 FILLER PIC X(5)  VALUE "TYPE".
               10 FILLER PIC X(26) VALUE "DESCRIPTION".
               10 FILLER PIC X(9)  VALUE "ISSUED".
               10 FILLER PIC X(9)  VALUE "EXPIRES".
               10 FILLER PIC X(20) VALUE "DOCUMENT".
           05 WS-SHOW-LINE.
               10 SHL-TYPE         PIC X(4).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 SHL-DESCRIPTION  PIC X(25).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 SHL-ISSUED       PIC 9(8).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 SHL-EXPIRES      PIC X(8).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 SHL-DOC-REF      PIC X(20).
       01 WS-COMPLIANCE-LINES.
           05 WS-CMP-TITLE.
               10 FILLER           PIC X(15) VALUE SPACE.
               10 FILLER           PIC X(41) VALUE
                   "REQUIRED CREDENTIAL COMPLIANCE - AS OF ".
               10 CMT-DATE         PIC 9(8).
           05 WS-CMP-RULE.
               10 FILLER PIC X(100) VALUE ALL "-".
           05 WS-CMP-COLUMNS.
               10 FILLER PIC X(7)  VALUE "EMP".
               10 FILLER PIC X(31) VALUE "NAME".
               10 FILLER PIC X(5)  VALUE "TYPE".
               10 FILLER PIC X(26) VALUE "CREDENTIAL".
               10 FILLER PIC X(9)  VALUE "STATE".
               10 FILLER PIC X(8)  VALUE "EXPIRED".
           05 WS-CMP-DEPT-HEADING.
               10 FILLER           PIC X(12) VALUE "Department: ".
               10 CMH-DEP          PIC X(10).
           05 WS-CMP-LINE.
               10 CML-EMP-ID       PIC X(6).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 CML-NAME         PIC X(30).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 CML-TYPE         PIC X(4).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 CML-DESCRIPTION  PIC X(25).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 CML-STATE        PIC X(8).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 CML-EXPIRED      PIC X(8).
           05 WS-CMP-DEPT-FOOTING.
               10 FILLER           PIC X(7)  VALUE SPACE.
               10 FILLER           PIC X(11) VALUE "Missing in ".
               10 CMF-DEP          PIC X(10).
               10 FILLER           PIC X(2)  VALUE ": ".
               10 CMF-COUNT        PIC ZZ,ZZ9.
           05 WS-CMP-FOOTING.
               10 FILLER           PIC X(7)  VALUE SPACE.
               10 FILLER           PIC X(23) VALUE
                   "Missing, all depts   : ".
               10 CMR-COUNT        PIC ZZ,ZZ9.
               10 FILLER           PIC X(4)  VALUE SPACE.
               10 FILLER           PIC X(20) VALUE
                   "Employees checked : ".
               10 CMR-CHECKED      PIC ZZ,ZZ9.
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
            PERFORM LOAD-CRED-PARM.
            PERFORM LOAD-CREDENTIAL-TYPES.
            PERFORM LOAD-CREDENTIALS.
            IF WS-UNATTENDED
                PERFORM WRITE-EXPIRY-ALERTS
                    THRU WRITE-EXPIRY-ALERTS-EXIT
                PERFORM WRITE-COMPLIANCE-REPORT
                    THRU WRITE-COMPLIANCE-REPORT-EXIT
            ELSE
                PERFORM UNTIL WS-DONE
                    DISPLAY "Credentials - (E)nter, (R)emove, (S)how, "
                        "(T)ypes, (A)lerts, (C)ompliance, (X) done: "
                    ACCEPT WS-ACTION
                    EVALUATE WS-ACTION
                        WHEN 'E' PERFORM ENTER-CREDENTIAL
                                     THRU ENTER-CREDENTIAL-EXIT
                        WHEN 'e' PERFORM ENTER-CREDENTIAL
                                     THRU ENTER-CREDENTIAL-EXIT
                        WHEN 'R' PERFORM REMOVE-CREDENTIAL
                                     THRU REMOVE-CREDENTIAL-EXIT
                        WHEN 'r' PERFORM REMOVE-CREDENTIAL
                                     THRU REMOVE-CREDENTIAL-EXIT
                        WHEN 'S' PERFORM SHOW-CREDENTIALS
                        WHEN 's' PERFORM SHOW-CREDENTIALS
                        WHEN 'T' PERFORM SHOW-TYPES
                        WHEN 't' PERFORM SHOW-TYPES
                        WHEN 'A' PERFORM WRITE-EXPIRY-ALERTS
                                     THRU WRITE-EXPIRY-ALERTS-EXIT
                        WHEN 'a' PERFORM WRITE-EXPIRY-ALERTS
                                     THRU WRITE-EXPIRY-ALERTS-EXIT
                        WHEN 'C' PERFORM WRITE-COMPLIANCE-REPORT
                                     THRU WRITE-COMPLIANCE-REPORT-EXIT
                        WHEN 'c' PERFORM WRITE-COMPLIANCE-REPORT
                                     THRU WRITE-COMPLIANCE-REPORT-EXIT
                        WHEN 'X' SET WS-DONE TO TRUE
                        WHEN 'x' SET WS-DONE TO TRUE
                        WHEN OTHER
                            DISPLAY "Invalid action."
                    END-EVALUATE
                END-PERFORM
            END-IF.
            IF WS-UPDATE-COUNT > ZERO
                MOVE "CREDMAINT"     TO WS-AUDIT-PROGRAM
                MOVE WS-UPDATE-COUNT TO WS-AUDIT-COUNT
                MOVE ZERO            TO WS-AUDIT-REJECTS
                MOVE "UPDATED"       TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
            END-IF.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       LOAD-CRED-PARM.
            OPEN INPUT CRED-PARM-FILE.
            IF WS-CRED-PARM-STATUS = "00"
                READ CRED-PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF CP-WARN-DAYS IS NUMERIC
                                AND CP-WARN-DAYS > ZERO
                            MOVE CP-WARN-DAYS TO WS-WARN-DAYS
                        END-IF
                END-READ
                CLOSE CRED-PARM-FILE
            ELSE
                DISPLAY "credparm.txt not found - credentials "
                    "expiring within 30 days are alerted."
            END-IF.
       LOAD-CREDENTIAL-TYPES.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT CREDENTIAL-TYPE-FILE.
            IF WS-CRED-TYPE-STATUS NOT = "00"
                DISPLAY "credtype.txt not found - no credential "
                    "types, nothing can be entered or required."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ CREDENTIAL-TYPE-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-TYPE-COUNT < 50
                                ADD 1 TO WS-TYPE-COUNT
                                SET WS-TY-IDX TO WS-TYPE-COUNT
                                MOVE CREDENTIAL-TYPE-RECORD
                                    TO WS-TYPE-ENTRY(WS-TY-IDX)
                            ELSE
                                DISPLAY "credtype.txt has more than "
                                    "50 types - " CT-TYPE
                                    " ignored."
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CREDENTIAL-TYPE-FILE
            END-IF.
       LOAD-CREDENTIALS.
            MOVE ZERO TO WS-CREDENTIAL-COUNT.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT CREDENTIAL-FILE.
            IF WS-CREDENTIAL-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ CREDENTIAL-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-CREDENTIAL-COUNT < 3000
                                ADD 1 TO WS-CREDENTIAL-COUNT
                                SET WS-CD-IDX TO WS-CREDENTIAL-COUNT
                                MOVE CREDENTIAL-RECORD
                                    TO WS-CD-RECORD(WS-CD-IDX)
                            ELSE
                                DISPLAY "credent.txt has more than "
                                    "3000 credentials - "
                                    CD-EMP-ID " " CD-TYPE
                                    " not loaded."
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CREDENTIAL-FILE
            END-IF.
       SAVE-CREDENTIALS.
            OPEN OUTPUT CREDENTIAL-FILE.
            IF WS-CREDENTIAL-STATUS NOT = "00"
                DISPLAY "Unable to rewrite credent.txt - status "
                    WS-CREDENTIAL-STATUS
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                        UNTIL WS-CD-IDX > WS-CREDENTIAL-COUNT
                    WRITE CREDENTIAL-RECORD
                        FROM WS-CD-RECORD(WS-CD-IDX)
                END-PERFORM
                CLOSE CREDENTIAL-FILE
            END-IF.
       FIND-CREDENTIAL.
      * the slot holding WS-IN-EMP-ID's credential of WS-IN-TYPE,
      * or 0.
            MOVE ZERO TO WS-CREDENTIAL-SLOT.
            PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                    UNTIL WS-CD-IDX > WS-CREDENTIAL-COUNT
                        OR WS-CREDENTIAL-SLOT > ZERO
                MOVE WS-CD-RECORD(WS-CD-IDX) TO CREDENTIAL-RECORD
                IF CD-EMP-ID = WS-IN-EMP-ID AND CD-TYPE = WS-IN-TYPE
                    SET WS-CREDENTIAL-SLOT TO WS-CD-IDX
                END-IF
            END-PERFORM.
       FIND-TYPE.
            MOVE 'N' TO WS-TYPE-FOUND-FLAG.
            PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                    UNTIL WS-TY-IDX > WS-TYPE-COUNT
                        OR WS-TYPE-FOUND
                IF WS-TY-TYPE(WS-TY-IDX) = WS-IN-TYPE
                    SET WS-TYPE-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF WS-TYPE-FOUND
                SET WS-TY-IDX DOWN BY 1
            END-IF.
       READ-EMPLOYEE.
            MOVE 'N' TO WS-EMP-ON-FILE-FLAG.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open employees.txt - status "
                    WS-EMPLOYEE-FILE-STATUS
            ELSE
                MOVE WS-IN-EMP-ID TO EMP-ID
                READ EMPLOYEE-FILE
                    KEY IS EMP-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-EMP-ON-FILE TO TRUE
                END-READ
                CLOSE EMPLOYEE-FILE
            END-IF.
       ENTER-CREDENTIAL.
            PERFORM CHECK-OPERATOR-ROLE.
            IF WS-OP-ROLE-FOUND NOT = 'U'
                DISPLAY "Only an update-role operator may record a "
                    "credential."
                GO TO ENTER-CREDENTIAL-EXIT
            END-IF.
            DISPLAY "Employee ID: ".
            ACCEPT WS-IN-EMP-ID.
            PERFORM READ-EMPLOYEE.
            IF NOT WS-EMP-ON-FILE
                DISPLAY "Employee " WS-IN-EMP-ID " is not on the "
                    "master."
                GO TO ENTER-CREDENTIAL-EXIT
            END-IF.
            DISPLAY EMP-ID " " EMP-NAME " " EMP-DEP.
            DISPLAY "Credential type: ".
            ACCEPT WS-IN-TYPE.
            PERFORM FIND-TYPE.
            IF NOT WS-TYPE-FOUND
                DISPLAY "Type " WS-IN-TYPE " is not on credtype.txt "
                    "- credential not recorded."
                GO TO ENTER-CREDENTIAL-EXIT
            END-IF.
            DISPLAY WS-TY-DESCRIPTION(WS-TY-IDX).
            PERFORM FIND-CREDENTIAL.
            IF WS-CREDENTIAL-SLOT > ZERO
                SET WS-CD-IDX TO WS-CREDENTIAL-SLOT
                MOVE WS-CD-RECORD(WS-CD-IDX) TO CREDENTIAL-RECORD
                DISPLAY "On file: issued " CD-ISSUE-DATE " expires "
                    CD-EXPIRY-DATE " document " CD-DOC-REF
                    " - the entry replaces it."
            END-IF.
            DISPLAY "Issued or completed (YYYYMMDD): ".
            ACCEPT WS-IN-ISSUE-X.
            MOVE "VAL " TO DS-FUNCTION.
            MOVE WS-IN-ISSUE-X TO DS-DATE-1-X.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS NOT = 'Y'
                DISPLAY "Not a valid date - credential not recorded."
                GO TO ENTER-CREDENTIAL-EXIT
            END-IF.
            IF WS-IN-ISSUE > WS-TODAY
                DISPLAY "The issue date is in the future - "
                    "credential not recorded."
                GO TO ENTER-CREDENTIAL-EXIT
            END-IF.
            DISPLAY "Expires (YYYYMMDD, 0 = never): ".
            ACCEPT WS-IN-EXPIRY-X.
            IF WS-IN-EXPIRY-X = "0" OR WS-IN-EXPIRY-X = SPACES
                    OR WS-IN-EXPIRY-X = "00000000"
                MOVE ZERO TO WS-IN-EXPIRY
            ELSE
                MOVE "VAL " TO DS-FUNCTION
                MOVE WS-IN-EXPIRY-X TO DS-DATE-1-X
                CALL "DATESRV" USING DS-REQUEST
                IF DS-STATUS NOT = 'Y'
                    DISPLAY "Not a valid date - credential not "
                        "recorded."
                    GO TO ENTER-CREDENTIAL-EXIT
                END-IF
                IF WS-IN-EXPIRY NOT > WS-IN-ISSUE
                    DISPLAY "The expiry date must be after the issue "
                        "date - credential not recorded."
                    GO TO ENTER-CREDENTIAL-EXIT
                END-IF
            END-IF.
            DISPLAY "Document reference: ".
            ACCEPT WS-IN-DOC-REF.
            IF WS-IN-DOC-REF = SPACES
                DISPLAY "A document reference is required - "
                    "credential not recorded."
                GO TO ENTER-CREDENTIAL-EXIT
            END-IF.
            DISPLAY "Record the credential? (Y/N): ".
            ACCEPT WS-CONFIRM-ANSWER.
            IF WS-CONFIRM-ANSWER NOT = 'Y'
                    AND WS-CONFIRM-ANSWER NOT = 'y'
                DISPLAY "Credential not recorded."
                GO TO ENTER-CREDENTIAL-EXIT
            END-IF.
            IF WS-CREDENTIAL-SLOT = ZERO
                IF WS-CREDENTIAL-COUNT >= 3000
                    DISPLAY "credent.txt is full (3000) - credential "
                        "not recorded."
                    GO TO ENTER-CREDENTIAL-EXIT
                END-IF
                ADD 1 TO WS-CREDENTIAL-COUNT
                MOVE WS-CREDENTIAL-COUNT TO WS-CREDENTIAL-SLOT
            END-IF.
            MOVE SPACES              TO CREDENTIAL-RECORD.
            MOVE WS-IN-EMP-ID        TO CD-EMP-ID.
            MOVE WS-IN-TYPE          TO CD-TYPE.
            MOVE WS-IN-ISSUE         TO CD-ISSUE-DATE.
            MOVE WS-IN-EXPIRY        TO CD-EXPIRY-DATE.
            MOVE WS-IN-DOC-REF       TO CD-DOC-REF.
            MOVE WS-SESSION-OPERATOR TO CD-ENTERED-BY.
            MOVE WS-TODAY-X          TO CD-ENTERED-DATE.
            SET WS-CD-IDX TO WS-CREDENTIAL-SLOT.
            MOVE CREDENTIAL-RECORD TO WS-CD-RECORD(WS-CD-IDX).
            PERFORM SAVE-CREDENTIALS.
            ADD 1 TO WS-UPDATE-COUNT.
            DISPLAY "Credential " WS-IN-TYPE " recorded for "
                WS-IN-EMP-ID ".".
       ENTER-CREDENTIAL-EXIT.
            EXIT.
       REMOVE-CREDENTIAL.
            PERFORM CHECK-OPERATOR-ROLE.
            IF WS-OP-ROLE-FOUND NOT = 'U'
                DISPLAY "Only an update-role operator may remove a "
                    "credential."
                GO TO REMOVE-CREDENTIAL-EXIT
            END-IF.
            DISPLAY "Employee ID: ".
            ACCEPT WS-IN-EMP-ID.
            DISPLAY "Credential type: ".
            ACCEPT WS-IN-TYPE.
            PERFORM FIND-CREDENTIAL.
            IF WS-CREDENTIAL-SLOT = ZERO
                DISPLAY "No " WS-IN-TYPE " credential on file for "
                    WS-IN-EMP-ID
                GO TO REMOVE-CREDENTIAL-EXIT
            END-IF.
            DISPLAY "Remove it? (Y/N): ".
            ACCEPT WS-CONFIRM-ANSWER.
            IF WS-CONFIRM-ANSWER NOT = 'Y'
                    AND WS-CONFIRM-ANSWER NOT = 'y'
                DISPLAY "Credential kept."
                GO TO REMOVE-CREDENTIAL-EXIT
            END-IF.
      * close the gap with the last entry; order does not matter.
            SET WS-CD-IDX TO WS-CREDENTIAL-COUNT.
            MOVE WS-CD-RECORD(WS-CD-IDX) TO CREDENTIAL-RECORD.
            SET WS-CD-IDX TO WS-CREDENTIAL-SLOT.
            MOVE CREDENTIAL-RECORD TO WS-CD-RECORD(WS-CD-IDX).
            SUBTRACT 1 FROM WS-CREDENTIAL-COUNT.
            PERFORM SAVE-CREDENTIALS.
            ADD 1 TO WS-UPDATE-COUNT.
            DISPLAY "Credential " WS-IN-TYPE " removed for "
                WS-IN-EMP-ID ".".
       REMOVE-CREDENTIAL-EXIT.
            EXIT.
       SHOW-CREDENTIALS.
            DISPLAY "Employee ID: ".
            ACCEPT WS-IN-EMP-ID.
            MOVE ZERO TO WS-SHOW-COUNT.
            DISPLAY WS-SHOW-HEADER.
            PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                    UNTIL WS-CD-IDX > WS-CREDENTIAL-COUNT
                MOVE WS-CD-RECORD(WS-CD-IDX) TO CREDENTIAL-RECORD
                IF CD-EMP-ID = WS-IN-EMP-ID
                    ADD 1 TO WS-SHOW-COUNT
                    MOVE CD-TYPE TO SHL-TYPE
                    MOVE CD-TYPE TO WS-IN-TYPE
                    PERFORM FIND-TYPE
                    IF WS-TYPE-FOUND
                        MOVE WS-TY-DESCRIPTION(WS-TY-IDX)
                            TO SHL-DESCRIPTION
                    ELSE
                        MOVE "(type not on credtype.txt)"
                            TO SHL-DESCRIPTION
                    END-IF
                    MOVE CD-ISSUE-DATE TO SHL-ISSUED
                    IF CD-EXPIRY-DATE = ZERO
                        MOVE "NEVER" TO SHL-EXPIRES
                    ELSE
                        MOVE CD-EXPIRY-DATE TO SHL-EXPIRES
                    END-IF
                    MOVE CD-DOC-REF TO SHL-DOC-REF
                    DISPLAY WS-SHOW-LINE
                END-IF
            END-PERFORM.
            IF WS-SHOW-COUNT = ZERO
                DISPLAY "No credentials on file for " WS-IN-EMP-ID "."
            END-IF.
       SHOW-TYPES.
            PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                    UNTIL WS-TY-IDX > WS-TYPE-COUNT
                DISPLAY WS-TY-TYPE(WS-TY-IDX) " "
                    WS-TY-DESCRIPTION(WS-TY-IDX) " required in: "
                    WS-TY-DEP(WS-TY-IDX, 1) " "
                    WS-TY-DEP(WS-TY-IDX, 2) " "
                    WS-TY-DEP(WS-TY-IDX, 3) " "
                    WS-TY-DEP(WS-TY-IDX, 4)
            END-PERFORM.
            DISPLAY WS-TYPE-COUNT " credential type(s) on file.".
       WRITE-EXPIRY-ALERTS.
      * E for a credential already lapsed, W for one lapsing within
      * the window; an alert still waiting to be acknowledged is not
      * raised again.
            MOVE ZERO TO WS-ALERT-COUNT.
            PERFORM LOAD-OPEN-ALERTS.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open employees.txt - status "
                    WS-EMPLOYEE-FILE-STATUS " - no alerts raised."
                MOVE 16 TO WS-RUN-RC
                GO TO WRITE-EXPIRY-ALERTS-EXIT
            END-IF.
            PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                    UNTIL WS-CD-IDX > WS-CREDENTIAL-COUNT
                MOVE WS-CD-RECORD(WS-CD-IDX) TO CREDENTIAL-RECORD
                IF CD-EXPIRY-DATE IS NUMERIC
                        AND CD-EXPIRY-DATE > ZERO
                    PERFORM CHECK-ONE-EXPIRY
                END-IF
            END-PERFORM.
            CLOSE EMPLOYEE-FILE.
            DISPLAY WS-ALERT-COUNT " credential alert(s) raised - "
                "window " WS-WARN-DAYS " days.".
            IF WS-ALERT-COUNT > ZERO AND WS-RUN-RC < 4
                MOVE 4 TO WS-RUN-RC
            END-IF.
            MOVE "CREDALERT"    TO WS-AUDIT-PROGRAM.
            MOVE WS-ALERT-COUNT TO WS-AUDIT-COUNT.
            MOVE ZERO           TO WS-AUDIT-REJECTS.
            MOVE "LISTED"       TO WS-AUDIT-OUTCOME.
            PERFORM WRITE-AUDIT-LOG.
       WRITE-EXPIRY-ALERTS-EXIT.
            EXIT.
       CHECK-ONE-EXPIRY.
            MOVE "DIFF" TO DS-FUNCTION.
            MOVE CD-EXPIRY-DATE TO DS-DATE-1.
            MOVE WS-TODAY TO DS-DATE-2.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS NOT = 'Y'
                DISPLAY "Credential " CD-TYPE " for " CD-EMP-ID
                    " has a bad expiry date " CD-EXPIRY-DATE
            ELSE
                MOVE DS-RESULT TO WS-DAYS-LEFT
                IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
                    PERFORM CHECK-EMPLOYEE-ACTIVE
                    IF WS-EMP-IS-ACTIVE
                        PERFORM RAISE-EXPIRY-ALERT
                    END-IF
                END-IF
            END-IF.
       CHECK-EMPLOYEE-ACTIVE.
            MOVE 'N' TO WS-ACTIVE-FLAG.
            MOVE CD-EMP-ID TO EMP-ID.
            READ EMPLOYEE-FILE
                KEY IS EMP-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF EMP-ACTIVE
                        SET WS-EMP-IS-ACTIVE TO TRUE
                    END-IF
            END-READ.
       RAISE-EXPIRY-ALERT.
            MOVE SPACES TO WS-ALERT-MESSAGE.
            MOVE CD-EMP-ID TO WS-ALERT-KEY(1:6).
            MOVE CD-TYPE   TO WS-ALERT-KEY(7:4).
            IF WS-DAYS-LEFT < ZERO
                MOVE 'E' TO WS-ALERT-SEVERITY
                STRING "CREDENTIAL " CD-TYPE " EXPIRED "
                       CD-EXPIRY-DATE
                    DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
                END-STRING
            ELSE
                MOVE 'W' TO WS-ALERT-SEVERITY
                MOVE WS-DAYS-LEFT TO WS-DISP-DAYS
                STRING "CREDENTIAL " CD-TYPE " EXPIRES "
                       CD-EXPIRY-DATE " (" WS-DISP-DAYS " DAYS)"
                    DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
                END-STRING
            END-IF.
            MOVE 'N' TO WS-ALERT-OPEN-FLAG.
            PERFORM VARYING WS-AK-IDX FROM 1 BY 1
                    UNTIL WS-AK-IDX > WS-ALERT-KEY-COUNT
                        OR WS-ALERT-ALREADY-OPEN
                IF WS-AK-KEY(WS-AK-IDX) = WS-ALERT-KEY
                        AND WS-AK-SEVERITY(WS-AK-IDX)
                            = WS-ALERT-SEVERITY
                    SET WS-ALERT-ALREADY-OPEN TO TRUE
                END-IF
            END-PERFORM.
            IF NOT WS-ALERT-ALREADY-OPEN
                PERFORM WRITE-ALERT
                ADD 1 TO WS-ALERT-COUNT
            END-IF.
       LOAD-OPEN-ALERTS.
            MOVE ZERO TO WS-ALERT-KEY-COUNT.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT ALERT-FILE.
            IF WS-ALERT-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ ALERT-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF AL-PROGRAM = "LAB06-62"
                                    AND AL-ACK NOT = 'Y'
                                    AND WS-ALERT-KEY-COUNT < 2000
                                ADD 1 TO WS-ALERT-KEY-COUNT
                                SET WS-AK-IDX TO WS-ALERT-KEY-COUNT
                                MOVE AL-SEVERITY
                                    TO WS-AK-SEVERITY(WS-AK-IDX)
                                MOVE AL-KEY TO WS-AK-KEY(WS-AK-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ALERT-FILE
            END-IF.
       WRITE-ALERT.
            OPEN EXTEND ALERT-FILE.
            IF WS-ALERT-STATUS = "05" OR WS-ALERT-STATUS = "35"
                OPEN OUTPUT ALERT-FILE
            END-IF.
            IF WS-ALERT-STATUS = "00"
                MOVE SPACES TO ALERT-RECORD
                MOVE WS-TODAY-X        TO AL-DATE
                MOVE "LAB06-62"        TO AL-PROGRAM
                MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
                MOVE WS-ALERT-MESSAGE  TO AL-MESSAGE
                MOVE WS-ALERT-KEY      TO AL-KEY
                MOVE 'N'               TO AL-ACK
                WRITE ALERT-RECORD
                CLOSE ALERT-FILE
            ELSE
                DISPLAY "Unable to open alerts.txt - status "
                    WS-ALERT-STATUS " - " WS-ALERT-MESSAGE
            END-IF.
       WRITE-COMPLIANCE-REPORT.
            MOVE ZERO TO WS-TOTAL-MISSING.
            MOVE ZERO TO WS-TOTAL-CHECKED.
            PERFORM BUILD-EMPLOYEE-TABLE.
            IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                MOVE 16 TO WS-RUN-RC
                GO TO WRITE-COMPLIANCE-REPORT-EXIT
            END-IF.
            PERFORM SORT-EMPLOYEE-TABLE.
            OPEN OUTPUT COMPLIANCE-REPORT-FILE.
            IF WS-COMPLIANCE-STATUS NOT = "00"
                DISPLAY "Unable to open credcomp.txt - status "
                    WS-COMPLIANCE-STATUS
                MOVE 16 TO WS-RUN-RC
                GO TO WRITE-COMPLIANCE-REPORT-EXIT
            END-IF.
            MOVE WS-TODAY TO CMT-DATE.
            WRITE COMPLIANCE-REPORT-RECORD FROM WS-CMP-TITLE.
            WRITE COMPLIANCE-REPORT-RECORD FROM WS-CMP-RULE.
            WRITE COMPLIANCE-REPORT-RECORD FROM WS-CMP-COLUMNS.
            WRITE COMPLIANCE-REPORT-RECORD FROM WS-CMP-RULE.
            MOVE HIGH-VALUES TO WS-PREV-DEP.
            PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                    UNTIL WS-EM-IDX > WS-EMP-COUNT
                ADD 1 TO WS-TOTAL-CHECKED
                PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                        UNTIL WS-TY-IDX > WS-TYPE-COUNT
                    PERFORM CHECK-TYPE-REQUIRED
                    IF WS-TYPE-REQUIRED
                        PERFORM CHECK-ONE-REQUIREMENT
                    END-IF
                END-PERFORM
            END-PERFORM.
            IF WS-PREV-DEP NOT = HIGH-VALUES
                PERFORM WRITE-COMPLIANCE-DEPT-FOOTING
            END-IF.
            WRITE COMPLIANCE-REPORT-RECORD FROM WS-CMP-RULE.
            MOVE WS-TOTAL-MISSING TO CMR-COUNT.
            MOVE WS-TOTAL-CHECKED TO CMR-CHECKED.
            WRITE COMPLIANCE-REPORT-RECORD FROM WS-CMP-FOOTING.
            CLOSE COMPLIANCE-REPORT-FILE.
            DISPLAY WS-TOTAL-MISSING " required credential(s) "
                "missing or lapsed - see credcomp.txt.".
            IF WS-TOTAL-MISSING > ZERO AND WS-RUN-RC < 4
                MOVE 4 TO WS-RUN-RC
            END-IF.
            MOVE "CREDCOMP"       TO WS-AUDIT-PROGRAM.
            MOVE WS-TOTAL-CHECKED TO WS-AUDIT-COUNT.
            MOVE WS-TOTAL-MISSING TO WS-AUDIT-REJECTS.
            MOVE "LISTED"         TO WS-AUDIT-OUTCOME.
            PERFORM WRITE-AUDIT-LOG.
       WRITE-COMPLIANCE-REPORT-EXIT.
            EXIT.
       CHECK-TYPE-REQUIRED.
            MOVE 'N' TO WS-REQUIRED-FLAG.
            IF WS-TY-DEP(WS-TY-IDX, 1) = "*ALL"
                SET WS-TYPE-REQUIRED TO TRUE
            END-IF.
            PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                    UNTIL WS-DEP-SUB > 8 OR WS-TYPE-REQUIRED
                IF WS-TY-DEP(WS-TY-IDX, WS-DEP-SUB)
                        = WS-EM-DEP(WS-EM-IDX)
                        AND WS-EM-DEP(WS-EM-IDX) NOT = SPACES
                    SET WS-TYPE-REQUIRED TO TRUE
                END-IF
            END-PERFORM.
       CHECK-ONE-REQUIREMENT.
            SET WS-HELD-NONE TO TRUE.
            MOVE ZERO TO WS-HELD-EXPIRY.
            PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                    UNTIL WS-CD-IDX > WS-CREDENTIAL-COUNT
                        OR WS-HELD-CURRENT
                MOVE WS-CD-RECORD(WS-CD-IDX) TO CREDENTIAL-RECORD
                IF CD-EMP-ID = WS-EM-EMP-ID(WS-EM-IDX)
                        AND CD-TYPE = WS-TY-TYPE(WS-TY-IDX)
                    IF CD-EXPIRY-DATE = ZERO
                            OR CD-EXPIRY-DATE NOT < WS-TODAY
                        SET WS-HELD-CURRENT TO TRUE
                    ELSE
                        SET WS-HELD-EXPIRED TO TRUE
                        MOVE CD-EXPIRY-DATE TO WS-HELD-EXPIRY
                    END-IF
                END-IF
            END-PERFORM.
            IF NOT WS-HELD-CURRENT
                PERFORM WRITE-COMPLIANCE-LINE
            END-IF.
       WRITE-COMPLIANCE-LINE.
            IF WS-EM-DEP(WS-EM-IDX) NOT = WS-PREV-DEP
                IF WS-PREV-DEP NOT = HIGH-VALUES
                    PERFORM WRITE-COMPLIANCE-DEPT-FOOTING
                END-IF
                MOVE WS-EM-DEP(WS-EM-IDX) TO WS-PREV-DEP
                MOVE WS-EM-DEP(WS-EM-IDX) TO CMH-DEP
                MOVE ZERO TO WS-DEPT-MISSING
                WRITE COMPLIANCE-REPORT-RECORD
                    FROM WS-CMP-DEPT-HEADING
            END-IF.
            MOVE WS-EM-EMP-ID(WS-EM-IDX)      TO CML-EMP-ID.
            MOVE WS-EM-NAME(WS-EM-IDX)        TO CML-NAME.
            MOVE WS-TY-TYPE(WS-TY-IDX)        TO CML-TYPE.
            MOVE WS-TY-DESCRIPTION(WS-TY-IDX) TO CML-DESCRIPTION.
            IF WS-HELD-EXPIRED
                MOVE "EXPIRED"      TO CML-STATE
                MOVE WS-HELD-EXPIRY TO CML-EXPIRED
            ELSE
                MOVE "MISSING"      TO CML-STATE
                MOVE SPACES         TO CML-EXPIRED
            END-IF.
            WRITE COMPLIANCE-REPORT-RECORD FROM WS-CMP-LINE.
            ADD 1 TO WS-DEPT-MISSING.
            ADD 1 TO WS-TOTAL-MISSING.
       WRITE-COMPLIANCE-DEPT-FOOTING.
            MOVE WS-PREV-DEP     TO CMF-DEP.
            MOVE WS-DEPT-MISSING TO CMF-COUNT.
            WRITE COMPLIANCE-REPORT-RECORD FROM WS-CMP-DEPT-FOOTING.
            MOVE SPACES TO COMPLIANCE-REPORT-RECORD.
            WRITE COMPLIANCE-REPORT-RECORD.
       BUILD-EMPLOYEE-TABLE.
            MOVE ZERO TO WS-EMP-COUNT.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open employees.txt - status "
                    WS-EMPLOYEE-FILE-STATUS " - no report written."
            ELSE
                MOVE LOW-VALUES TO EMP-ID
                START EMPLOYEE-FILE
                    KEY IS NOT LESS THAN EMP-ID
                    INVALID KEY
                        SET WS-END-OF-FILE TO TRUE
                END-START
                PERFORM UNTIL WS-END-OF-FILE
                    READ EMPLOYEE-FILE NEXT RECORD
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF EMP-ACTIVE
                                PERFORM ADD-EMPLOYEE-ENTRY
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EMPLOYEE-FILE
            END-IF.
       ADD-EMPLOYEE-ENTRY.
            IF WS-EMP-COUNT >= 2000
                DISPLAY "More than 2000 active employees - "
                    EMP-ID " not checked."
            ELSE
                ADD 1 TO WS-EMP-COUNT
                SET WS-EM-IDX TO WS-EMP-COUNT
                MOVE EMP-DEP  TO WS-EM-DEP(WS-EM-IDX)
                MOVE EMP-ID   TO WS-EM-EMP-ID(WS-EM-IDX)
                MOVE EMP-NAME TO WS-EM-NAME(WS-EM-IDX)
            END-IF.
       SORT-EMPLOYEE-TABLE.
      * department, then employee.
            PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                    UNTIL WS-EM-IDX >= WS-EMP-COUNT
                PERFORM VARYING WS-EM-SCAN FROM WS-EM-IDX BY 1
                        UNTIL WS-EM-SCAN > WS-EMP-COUNT
                    IF WS-EM-SORT-KEY(WS-EM-SCAN)
                            < WS-EM-SORT-KEY(WS-EM-IDX)
                        MOVE WS-EMP-ENTRY(WS-EM-IDX)
                            TO WS-SWAP-ENTRY
                        MOVE WS-EMP-ENTRY(WS-EM-SCAN)
                            TO WS-EMP-ENTRY(WS-EM-IDX)
                        MOVE WS-SWAP-ENTRY
                            TO WS-EMP-ENTRY(WS-EM-SCAN)
                    END-IF
                END-PERFORM
            END-PERFORM.
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
       END PROGRAM CREDENTIAL-MAINT.
