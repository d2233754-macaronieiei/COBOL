      ******************************************************************
      * Author:
      * Date:
      * Purpose: Employee address and contact maintenance. Keeps the
      *          address master (addrmast.txt, indexed by EMP-ID)
      *          that the checks, pay stubs, tax certificates and
      *          verification letters print their mailing block from
      *          through ADDRSRV: the mailing address and postal
      *          code, the employee's phone and an emergency contact.
      *          (M)aintain adds or changes the record for an
      *          employee verified on the master - on a change a
      *          blank answer keeps the value on file and * clears
      *          it - and (R)emove deletes one; both need an
      *          update-role operator, and every add, change and
      *          removal is written before and after to addrchglog.txt
      *          the way lab06-4 logs the employee master to
      *          empchglog.txt. (S)how displays one employee's record.
      *          (N)o-address writes addrmiss.txt, every active
      *          employee with no address on file. (L)abels writes
      *          mlabels.txt, one mailing label per employee with an
      *          address, for a department, a company or everyone -
      *          leavers included, since they get a year-end
      *          certificate too - to go out with the certificates.
      *          A job-plan run (opsession.txt = SCHEDULE) writes the
      *          no-address listing and the labels for everyone and
      *          nothing else. Return code 4 when an active employee
      *          has no address, 16 when a file cannot be opened.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-MAINT.
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
           SELECT ADDRESS-FILE ASSIGN TO "addrmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADR-EMP-ID
           FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "addrchglog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT MISSING-LIST-FILE ASSIGN TO "addrmiss.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MISSING-STATUS.
           SELECT LABEL-FILE ASSIGN TO "mlabels.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LABEL-STATUS.
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
       FD ADDRESS-FILE.
       COPY ADDRESS.
       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-RECORD.
           05 CA-DATE           PIC X(8).
           05 CA-ACTION         PIC X(1).
           05 CA-EMP-ID         PIC X(6).
           05 CA-BEFORE-IMAGE   PIC X(165).
           05 CA-AFTER-IMAGE    PIC X(165).
       FD MISSING-LIST-FILE.
       01 MISSING-LIST-RECORD   PIC X(80).
       FD LABEL-FILE.
       01 LABEL-RECORD          PIC X(40).
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
       COPY ADDRREQ.
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-ADDRESS-STATUS       PIC X(2).
       01 WS-CHGLOG-STATUS        PIC X(2).
       01 WS-MISSING-STATUS       PIC X(2).
       01 WS-LABEL-STATUS         PIC X(2).
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
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-CHANGE-ACTION        PIC X(1).
       01 WS-BEFORE-IMAGE         PIC X(165).
       01 WS-ENTRY-FIELDS.
           05 WS-ENTRY-ID         PIC X(6).
           05 WS-EMP-OK-FLAG      PIC X(1).
               88 WS-EMP-ON-FILE           VALUE 'Y'.
           05 WS-ADDR-ON-FILE-FLAG PIC X(1).
               88 WS-ADDR-ON-FILE          VALUE 'Y'.
           05 WS-ENTRY-OK-FLAG    PIC X(1).
               88 WS-ENTRY-OK              VALUE 'Y'.
           05 WS-ENTRY-TEXT       PIC X(30).
           05 WS-CONFIRM-ANSWER   PIC X(1).
           05 WS-ENTRY-MODE       PIC X(1).
               88 WS-ENTRY-KEEP            VALUE 'K'.
               88 WS-ENTRY-CLEAR           VALUE 'C'.
               88 WS-ENTRY-REPLACE         VALUE 'R'.
           05 WS-OP-ROLE-FOUND    PIC X(1).
           05 WS-OP-EOF-FLAG      PIC A(1).
               88 WS-OP-EOF                VALUE 'Y'.
       01 WS-SELECTION.
           05 WS-SELECT-TYPE      PIC X(1)  VALUE 'A'.
               88 WS-SELECT-DEPT           VALUE 'D'.
               88 WS-SELECT-COMPANY        VALUE 'C'.
               88 WS-SELECT-ALL            VALUE 'A'.
           05 WS-SELECT-VALUE     PIC X(10).
           05 WS-SELECTED-FLAG    PIC X(1).
               88 WS-EMP-SELECTED          VALUE 'Y'.
       01 WS-COUNTS.
           05 WS-CHANGE-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-MISSING-COUNT    PIC 9(5)  VALUE ZERO.
           05 WS-LABEL-COUNT      PIC 9(5)  VALUE ZERO.
           05 WS-NO-LABEL-COUNT   PIC 9(5)  VALUE ZERO.
       01 WS-LINE-SUB             PIC 9(1).
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-MISSING-LINES.
           05 WS-MSL-TITLE.
               10 FILLER           PIC X(15) VALUE SPACE.
               10 FILLER           PIC X(40) VALUE
                   "ACTIVE EMPLOYEES WITH NO ADDRESS ON FILE".
           05 WS-MSL-RULE.
               10 FILLER PIC X(70) VALUE ALL "-".
           05 WS-MSL-COLUMNS.
               10 FILLER PIC X(7)  VALUE "EMP".
               10 FILLER PIC X(40) VALUE "NAME".
               10 FILLER PIC X(11) VALUE "DEPARTMENT".
               10 FILLER PIC X(4)  VALUE "CO".
               10 FILLER PIC X(8)  VALUE "HIRED".
           05 WS-MSL-DETAIL.
               10 MSL-EMP-ID       PIC X(6).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 MSL-NAME         PIC X(39).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 MSL-DEPT         PIC X(10).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 MSL-COMPANY      PIC X(3).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 MSL-HIRED        PIC 9(8).
           05 WS-MSL-FOOTING.
               10 FILLER           PIC X(26) VALUE
                   "Active with no address  : ".
               10 MSL-COUNT        PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            IF WS-SESSION-OPERATOR = "SCHEDULE"
                SET WS-UNATTENDED TO TRUE
            END-IF.
            ACCEPT WS-TODAY-RAW FROM DATE.
            IF WS-UNATTENDED
                PERFORM WRITE-MISSING-LIST THRU WRITE-MISSING-LIST-EXIT
                PERFORM WRITE-MAILING-LABELS
                    THRU WRITE-MAILING-LABELS-EXIT
            ELSE
                PERFORM UNTIL WS-DONE
                    DISPLAY "Addresses - (M)aintain, (R)emove, "
                        "(S)how, (N)o-address list, (L)abels, "
                        "(X) done: "
                    ACCEPT WS-ACTION
                    EVALUATE WS-ACTION
                        WHEN 'M' PERFORM MAINTAIN-ONE-ADDRESS
                                     THRU MAINTAIN-ONE-ADDRESS-EXIT
                        WHEN 'm' PERFORM MAINTAIN-ONE-ADDRESS
                                     THRU MAINTAIN-ONE-ADDRESS-EXIT
                        WHEN 'R' PERFORM REMOVE-ONE-ADDRESS
                                     THRU REMOVE-ONE-ADDRESS-EXIT
                        WHEN 'r' PERFORM REMOVE-ONE-ADDRESS
                                     THRU REMOVE-ONE-ADDRESS-EXIT
                        WHEN 'S' PERFORM SHOW-ONE-ADDRESS
                        WHEN 's' PERFORM SHOW-ONE-ADDRESS
                        WHEN 'N' PERFORM WRITE-MISSING-LIST
                                     THRU WRITE-MISSING-LIST-EXIT
                        WHEN 'n' PERFORM WRITE-MISSING-LIST
                                     THRU WRITE-MISSING-LIST-EXIT
                        WHEN 'L' PERFORM SELECT-LABELS
                                 PERFORM WRITE-MAILING-LABELS
                                     THRU WRITE-MAILING-LABELS-EXIT
                        WHEN 'l' PERFORM SELECT-LABELS
                                 PERFORM WRITE-MAILING-LABELS
                                     THRU WRITE-MAILING-LABELS-EXIT
                        WHEN 'X' SET WS-DONE TO TRUE
                        WHEN 'x' SET WS-DONE TO TRUE
                        WHEN OTHER
                            DISPLAY "Invalid action."
                    END-EVALUATE
                END-PERFORM
            END-IF.
            IF WS-CHANGE-COUNT > ZERO
                MOVE "ADDRMAINT"     TO WS-AUDIT-PROGRAM
                MOVE WS-CHANGE-COUNT TO WS-AUDIT-COUNT
                MOVE ZERO            TO WS-AUDIT-REJECTS
                MOVE "UPDATED"       TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
            END-IF.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       VERIFY-EMPLOYEE.
            MOVE 'N' TO WS-EMP-OK-FLAG.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS = "00"
                MOVE WS-ENTRY-ID TO EMP-ID
                READ EMPLOYEE-FILE
                    KEY IS EMP-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-EMP-ON-FILE TO TRUE
                END-READ
                CLOSE EMPLOYEE-FILE
            ELSE
                DISPLAY "Unable to open employees.txt - status "
                    WS-EMPLOYEE-FILE-STATUS
            END-IF.
       OPEN-ADDRESS-MASTER.
            OPEN I-O ADDRESS-FILE.
            IF WS-ADDRESS-STATUS = "35"
                OPEN OUTPUT ADDRESS-FILE
                CLOSE ADDRESS-FILE
                OPEN I-O ADDRESS-FILE
            END-IF.
            IF WS-ADDRESS-STATUS NOT = "00"
                DISPLAY "Unable to open addrmast.txt - status "
                    WS-ADDRESS-STATUS
                MOVE 16 TO WS-RUN-RC
            END-IF.
       READ-ADDRESS.
            MOVE 'N' TO WS-ADDR-ON-FILE-FLAG.
            MOVE WS-ENTRY-ID TO ADR-EMP-ID.
            READ ADDRESS-FILE
                KEY IS ADR-EMP-ID
                INVALID KEY
                    MOVE SPACES      TO ADDRESS-RECORD
                    MOVE WS-ENTRY-ID TO ADR-EMP-ID
                NOT INVALID KEY
                    SET WS-ADDR-ON-FILE TO TRUE
            END-READ.
       MAINTAIN-ONE-ADDRESS.
            PERFORM CHECK-OPERATOR-ROLE.
            IF WS-OP-ROLE-FOUND NOT = 'U'
                DISPLAY "Only an update-role operator may change "
                    "an address."
                GO TO MAINTAIN-ONE-ADDRESS-EXIT
            END-IF.
            DISPLAY "Employee ID: ".
            ACCEPT WS-ENTRY-ID.
            PERFORM VERIFY-EMPLOYEE.
            IF NOT WS-EMP-ON-FILE
                DISPLAY "Employee not on the master: " WS-ENTRY-ID
                GO TO MAINTAIN-ONE-ADDRESS-EXIT
            END-IF.
            PERFORM OPEN-ADDRESS-MASTER.
            IF WS-ADDRESS-STATUS NOT = "00"
                GO TO MAINTAIN-ONE-ADDRESS-EXIT
            END-IF.
            PERFORM READ-ADDRESS.
            MOVE ADDRESS-RECORD TO WS-BEFORE-IMAGE.
            IF WS-ADDR-ON-FILE
                PERFORM DISPLAY-ADDRESS
                DISPLAY "Blank keeps the value on file, * clears it."
            ELSE
                DISPLAY "No address on file for " WS-ENTRY-ID
                    " - adding one."
            END-IF.
            DISPLAY "Street line 1: ".
            PERFORM ACCEPT-ENTRY-TEXT.
            IF WS-ENTRY-CLEAR
                MOVE SPACES TO ADR-LINE-1
            END-IF.
            IF WS-ENTRY-REPLACE
                MOVE WS-ENTRY-TEXT TO ADR-LINE-1
            END-IF.
            DISPLAY "Street line 2: ".
            PERFORM ACCEPT-ENTRY-TEXT.
            IF WS-ENTRY-CLEAR
                MOVE SPACES TO ADR-LINE-2
            END-IF.
            IF WS-ENTRY-REPLACE
                MOVE WS-ENTRY-TEXT TO ADR-LINE-2
            END-IF.
            DISPLAY "City: ".
            PERFORM ACCEPT-ENTRY-TEXT.
            IF WS-ENTRY-CLEAR
                MOVE SPACES TO ADR-CITY
            END-IF.
            IF WS-ENTRY-REPLACE
                MOVE WS-ENTRY-TEXT TO ADR-CITY
            END-IF.
            DISPLAY "State/province code: ".
            PERFORM ACCEPT-ENTRY-TEXT.
            IF WS-ENTRY-CLEAR
                MOVE SPACES TO ADR-REGION
            END-IF.
            IF WS-ENTRY-REPLACE
                MOVE WS-ENTRY-TEXT TO ADR-REGION
            END-IF.
            DISPLAY "Postal code: ".
            PERFORM ACCEPT-ENTRY-TEXT.
            IF WS-ENTRY-CLEAR
                MOVE SPACES TO ADR-POSTAL-CODE
            END-IF.
            IF WS-ENTRY-REPLACE
                MOVE WS-ENTRY-TEXT TO ADR-POSTAL-CODE
            END-IF.
            DISPLAY "Phone: ".
            PERFORM ACCEPT-ENTRY-TEXT.
            IF WS-ENTRY-CLEAR
                MOVE SPACES TO ADR-PHONE
            END-IF.
            IF WS-ENTRY-REPLACE
                MOVE WS-ENTRY-TEXT TO ADR-PHONE
            END-IF.
            DISPLAY "Emergency contact name: ".
            PERFORM ACCEPT-ENTRY-TEXT.
            IF WS-ENTRY-CLEAR
                MOVE SPACES TO ADR-EMERG-NAME
            END-IF.
            IF WS-ENTRY-REPLACE
                MOVE WS-ENTRY-TEXT TO ADR-EMERG-NAME
            END-IF.
            DISPLAY "Emergency contact relationship: ".
            PERFORM ACCEPT-ENTRY-TEXT.
            IF WS-ENTRY-CLEAR
                MOVE SPACES TO ADR-EMERG-RELATION
            END-IF.
            IF WS-ENTRY-REPLACE
                MOVE WS-ENTRY-TEXT TO ADR-EMERG-RELATION
            END-IF.
            DISPLAY "Emergency contact phone: ".
            PERFORM ACCEPT-ENTRY-TEXT.
            IF WS-ENTRY-CLEAR
                MOVE SPACES TO ADR-EMERG-PHONE
            END-IF.
            IF WS-ENTRY-REPLACE
                MOVE WS-ENTRY-TEXT TO ADR-EMERG-PHONE
            END-IF.
            MOVE 'Y' TO WS-ENTRY-OK-FLAG.
            IF ADR-LINE-1 = SPACES OR ADR-CITY = SPACES
                    OR ADR-POSTAL-CODE = SPACES
                DISPLAY "Street line 1, city and postal code are "
                    "required - not saved."
                MOVE 'N' TO WS-ENTRY-OK-FLAG
            END-IF.
            IF ADDRESS-RECORD = WS-BEFORE-IMAGE
                DISPLAY "Nothing changed - not saved."
                MOVE 'N' TO WS-ENTRY-OK-FLAG
            END-IF.
            IF NOT WS-ENTRY-OK
                CLOSE ADDRESS-FILE
                GO TO MAINTAIN-ONE-ADDRESS-EXIT
            END-IF.
            PERFORM DISPLAY-ADDRESS.
            DISPLAY "Save this address? (Y/N): ".
            ACCEPT WS-CONFIRM-ANSWER.
            IF WS-CONFIRM-ANSWER NOT = 'Y'
                    AND WS-CONFIRM-ANSWER NOT = 'y'
                DISPLAY "Address not saved."
                CLOSE ADDRESS-FILE
                GO TO MAINTAIN-ONE-ADDRESS-EXIT
            END-IF.
            IF WS-ADDR-ON-FILE
                REWRITE ADDRESS-RECORD
                MOVE 'C' TO WS-CHANGE-ACTION
            ELSE
                WRITE ADDRESS-RECORD
                MOVE 'A' TO WS-CHANGE-ACTION
            END-IF.
            IF WS-ADDRESS-STATUS NOT = "00"
                DISPLAY "Unable to save the address - status "
                    WS-ADDRESS-STATUS
                CLOSE ADDRESS-FILE
                MOVE 16 TO WS-RUN-RC
                GO TO MAINTAIN-ONE-ADDRESS-EXIT
            END-IF.
            PERFORM LOG-ADDRESS-CHANGE.
            CLOSE ADDRESS-FILE.
            ADD 1 TO WS-CHANGE-COUNT.
            DISPLAY "Address saved for " WS-ENTRY-ID ".".
       MAINTAIN-ONE-ADDRESS-EXIT.
            EXIT.
       ACCEPT-ENTRY-TEXT.
      * blank keeps the value on file, a lone * clears it.
            MOVE SPACES TO WS-ENTRY-TEXT.
            ACCEPT WS-ENTRY-TEXT.
            EVALUATE TRUE
                WHEN WS-ENTRY-TEXT = SPACES
                    SET WS-ENTRY-KEEP TO TRUE
                WHEN WS-ENTRY-TEXT = "*"
                    SET WS-ENTRY-CLEAR TO TRUE
                WHEN OTHER
                    SET WS-ENTRY-REPLACE TO TRUE
            END-EVALUATE.
       REMOVE-ONE-ADDRESS.
            PERFORM CHECK-OPERATOR-ROLE.
            IF WS-OP-ROLE-FOUND NOT = 'U'
                DISPLAY "Only an update-role operator may remove "
                    "an address."
                GO TO REMOVE-ONE-ADDRESS-EXIT
            END-IF.
            DISPLAY "Employee ID: ".
            ACCEPT WS-ENTRY-ID.
            PERFORM OPEN-ADDRESS-MASTER.
            IF WS-ADDRESS-STATUS NOT = "00"
                GO TO REMOVE-ONE-ADDRESS-EXIT
            END-IF.
            PERFORM READ-ADDRESS.
            IF NOT WS-ADDR-ON-FILE
                DISPLAY "No address on file for " WS-ENTRY-ID
                CLOSE ADDRESS-FILE
                GO TO REMOVE-ONE-ADDRESS-EXIT
            END-IF.
            PERFORM DISPLAY-ADDRESS.
            DISPLAY "Remove this address? (Y/N): ".
            ACCEPT WS-CONFIRM-ANSWER.
            IF WS-CONFIRM-ANSWER NOT = 'Y'
                    AND WS-CONFIRM-ANSWER NOT = 'y'
                DISPLAY "Address kept."
                CLOSE ADDRESS-FILE
                GO TO REMOVE-ONE-ADDRESS-EXIT
            END-IF.
            MOVE ADDRESS-RECORD TO WS-BEFORE-IMAGE.
            DELETE ADDRESS-FILE.
            MOVE 'D' TO WS-CHANGE-ACTION.
            PERFORM LOG-ADDRESS-CHANGE.
            CLOSE ADDRESS-FILE.
            ADD 1 TO WS-CHANGE-COUNT.
            DISPLAY "Address removed for " WS-ENTRY-ID ".".
       REMOVE-ONE-ADDRESS-EXIT.
            EXIT.
       SHOW-ONE-ADDRESS.
            DISPLAY "Employee ID: ".
            ACCEPT WS-ENTRY-ID.
            OPEN INPUT ADDRESS-FILE.
            IF WS-ADDRESS-STATUS NOT = "00"
                DISPLAY "Unable to open addrmast.txt - status "
                    WS-ADDRESS-STATUS
            ELSE
                PERFORM READ-ADDRESS
                IF WS-ADDR-ON-FILE
                    PERFORM DISPLAY-ADDRESS
                ELSE
                    DISPLAY "No address on file for " WS-ENTRY-ID
                END-IF
                CLOSE ADDRESS-FILE
            END-IF.
       DISPLAY-ADDRESS.
            DISPLAY "Employee    : " ADR-EMP-ID.
            DISPLAY "Street      : " ADR-LINE-1.
            DISPLAY "              " ADR-LINE-2.
            DISPLAY "City        : " ADR-CITY " " ADR-REGION
                " " ADR-POSTAL-CODE.
            DISPLAY "Phone       : " ADR-PHONE.
            DISPLAY "Emergency   : " ADR-EMERG-NAME " ("
                ADR-EMERG-RELATION ") " ADR-EMERG-PHONE.
       LOG-ADDRESS-CHANGE.
            OPEN EXTEND CHANGE-LOG-FILE.
            IF WS-CHGLOG-STATUS = "05" OR WS-CHGLOG-STATUS = "35"
                OPEN OUTPUT CHANGE-LOG-FILE
            END-IF.
            IF WS-CHGLOG-STATUS NOT = "00"
                DISPLAY "Unable to open addrchglog.txt - status "
                    WS-CHGLOG-STATUS " - change not logged."
            ELSE
                MOVE "20"          TO CA-DATE(1:2)
                MOVE WS-TODAY-YY   TO CA-DATE(3:2)
                MOVE WS-TODAY-MM   TO CA-DATE(5:2)
                MOVE WS-TODAY-DD   TO CA-DATE(7:2)
                MOVE WS-CHANGE-ACTION TO CA-ACTION
                MOVE WS-ENTRY-ID      TO CA-EMP-ID
                EVALUATE WS-CHANGE-ACTION
                    WHEN 'A'
                        MOVE SPACES          TO CA-BEFORE-IMAGE
                        MOVE ADDRESS-RECORD  TO CA-AFTER-IMAGE
                    WHEN 'C'
                        MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE
                        MOVE ADDRESS-RECORD  TO CA-AFTER-IMAGE
                    WHEN 'D'
                        MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE
                        MOVE SPACES          TO CA-AFTER-IMAGE
                END-EVALUATE
                WRITE CHANGE-LOG-RECORD
                CLOSE CHANGE-LOG-FILE
            END-IF.
       WRITE-MISSING-LIST.
            MOVE ZERO TO WS-MISSING-COUNT.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open employees.txt - status "
                    WS-EMPLOYEE-FILE-STATUS
                MOVE 16 TO WS-RUN-RC
                GO TO WRITE-MISSING-LIST-EXIT
            END-IF.
            OPEN OUTPUT MISSING-LIST-FILE.
            IF WS-MISSING-STATUS NOT = "00"
                DISPLAY "Unable to open addrmiss.txt - status "
                    WS-MISSING-STATUS
                CLOSE EMPLOYEE-FILE
                MOVE 16 TO WS-RUN-RC
                GO TO WRITE-MISSING-LIST-EXIT
            END-IF.
            WRITE MISSING-LIST-RECORD FROM WS-MSL-TITLE.
            WRITE MISSING-LIST-RECORD FROM WS-MSL-RULE.
            WRITE MISSING-LIST-RECORD FROM WS-MSL-COLUMNS.
            WRITE MISSING-LIST-RECORD FROM WS-MSL-RULE.
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE LOW-VALUES TO EMP-ID.
            START EMPLOYEE-FILE
                KEY IS NOT LESS THAN EMP-ID
                INVALID KEY
                    SET WS-END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL WS-END-OF-FILE
                READ EMPLOYEE-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF EMP-ACTIVE
                            PERFORM CHECK-ONE-FOR-ADDRESS
                        END-IF
                END-READ
            END-PERFORM.
            WRITE MISSING-LIST-RECORD FROM WS-MSL-RULE.
            MOVE WS-MISSING-COUNT TO MSL-COUNT.
            WRITE MISSING-LIST-RECORD FROM WS-MSL-FOOTING.
            CLOSE MISSING-LIST-FILE.
            CLOSE EMPLOYEE-FILE.
            DISPLAY WS-MISSING-COUNT " active employee(s) with no "
                "address - see addrmiss.txt.".
            IF WS-MISSING-COUNT > ZERO AND WS-RUN-RC < 4
                MOVE 4 TO WS-RUN-RC
            END-IF.
            MOVE "ADDRMISS"       TO WS-AUDIT-PROGRAM.
            MOVE WS-MISSING-COUNT TO WS-AUDIT-COUNT.
            MOVE ZERO             TO WS-AUDIT-REJECTS.
            MOVE "LISTED"         TO WS-AUDIT-OUTCOME.
            PERFORM WRITE-AUDIT-LOG.
       WRITE-MISSING-LIST-EXIT.
            EXIT.
       CHECK-ONE-FOR-ADDRESS.
            MOVE EMP-ID   TO AR-EMP-ID.
            MOVE EMP-NAME TO AR-NAME.
            CALL "ADDRSRV" USING AR-REQUEST.
            IF NOT AR-ADDRESS-FOUND
                MOVE EMP-ID        TO MSL-EMP-ID
                MOVE EMP-NAME      TO MSL-NAME
                MOVE EMP-DEP       TO MSL-DEPT
                MOVE EMP-COMPANY   TO MSL-COMPANY
                MOVE ZERO          TO MSL-HIRED
                IF EMP-HIRE-DATE IS NUMERIC
                    MOVE EMP-HIRE-DATE TO MSL-HIRED
                END-IF
                WRITE MISSING-LIST-RECORD FROM WS-MSL-DETAIL
                ADD 1 TO WS-MISSING-COUNT
            END-IF.
       SELECT-LABELS.
            DISPLAY "Labels for a (D)epartment, a (C)ompany or (A)ll: ".
            ACCEPT WS-SELECT-TYPE.
            INSPECT WS-SELECT-TYPE CONVERTING "dca" TO "DCA".
            MOVE SPACES TO WS-SELECT-VALUE.
            EVALUATE TRUE
                WHEN WS-SELECT-DEPT
                    DISPLAY "Department: "
                    ACCEPT WS-SELECT-VALUE
                WHEN WS-SELECT-COMPANY
                    DISPLAY "Company code: "
                    ACCEPT WS-SELECT-VALUE
                WHEN OTHER
                    SET WS-SELECT-ALL TO TRUE
            END-EVALUATE.
       WRITE-MAILING-LABELS.
            MOVE ZERO TO WS-LABEL-COUNT.
            MOVE ZERO TO WS-NO-LABEL-COUNT.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open employees.txt - status "
                    WS-EMPLOYEE-FILE-STATUS
                MOVE 16 TO WS-RUN-RC
                GO TO WRITE-MAILING-LABELS-EXIT
            END-IF.
            OPEN OUTPUT LABEL-FILE.
            IF WS-LABEL-STATUS NOT = "00"
                DISPLAY "Unable to open mlabels.txt - status "
                    WS-LABEL-STATUS
                CLOSE EMPLOYEE-FILE
                MOVE 16 TO WS-RUN-RC
                GO TO WRITE-MAILING-LABELS-EXIT
            END-IF.
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE LOW-VALUES TO EMP-ID.
            START EMPLOYEE-FILE
                KEY IS NOT LESS THAN EMP-ID
                INVALID KEY
                    SET WS-END-OF-FILE TO TRUE
            END-START.
            PERFORM UNTIL WS-END-OF-FILE
                READ EMPLOYEE-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM WRITE-ONE-LABEL
                END-READ
            END-PERFORM.
            CLOSE LABEL-FILE.
            CLOSE EMPLOYEE-FILE.
            DISPLAY WS-LABEL-COUNT " label(s) written to mlabels.txt"
                " - " WS-NO-LABEL-COUNT " selected employee(s) "
                "have no address.".
            MOVE "ADDRLABEL"       TO WS-AUDIT-PROGRAM.
            MOVE WS-LABEL-COUNT    TO WS-AUDIT-COUNT.
            MOVE WS-NO-LABEL-COUNT TO WS-AUDIT-REJECTS.
            MOVE "LISTED"          TO WS-AUDIT-OUTCOME.
            PERFORM WRITE-AUDIT-LOG.
       WRITE-MAILING-LABELS-EXIT.
            EXIT.
       WRITE-ONE-LABEL.
            MOVE 'Y' TO WS-SELECTED-FLAG.
            IF WS-SELECT-DEPT AND EMP-DEP NOT = WS-SELECT-VALUE
                MOVE 'N' TO WS-SELECTED-FLAG
            END-IF.
            IF WS-SELECT-COMPANY
                    AND EMP-COMPANY NOT = WS-SELECT-VALUE(1:3)
                MOVE 'N' TO WS-SELECTED-FLAG
            END-IF.
            IF WS-EMP-SELECTED
                MOVE EMP-ID   TO AR-EMP-ID
                MOVE EMP-NAME TO AR-NAME
                CALL "ADDRSRV" USING AR-REQUEST
                IF AR-ADDRESS-FOUND
                    PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                            UNTIL WS-LINE-SUB > 4
                        WRITE LABEL-RECORD
                            FROM AR-MAIL-LINE(WS-LINE-SUB)
                    END-PERFORM
                    MOVE SPACES TO LABEL-RECORD
                    WRITE LABEL-RECORD
                    ADD 1 TO WS-LABEL-COUNT
                ELSE
                    ADD 1 TO WS-NO-LABEL-COUNT
                END-IF
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
       END PROGRAM ADDRESS-MAINT.
