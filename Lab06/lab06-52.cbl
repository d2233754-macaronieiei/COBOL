      ******************************************************************
      * Author:
      * Date:
      * Purpose: Employee tax declaration maintenance. Keeps the
      *          withholding declaration master (taxdecl.txt, indexed
      *          by EMP-ID like the loan master) that the lab06-2
      *          withholding calculation reads: filing status
      *          (S)ingle, (M)arried or (H)ead of household, the
      *          number of allowances claimed, a flat additional
      *          amount to withhold every period, and an exempt-until
      *          date from an exemption certificate. (M)aintain adds
      *          a declaration or replaces the one on file for an
      *          employee verified on the master, (R)emove deletes
      *          one so the employee goes back to plain band
      *          withholding, and (L)ist shows every declaration on
      *          file. The value of one allowance per period for each
      *          filing status is the payroll run's business
      *          (allowparm.txt), not this program's.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-DECL-MAINT.
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
           SELECT TAX-DECL-FILE ASSIGN TO "taxdecl.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-EMP-ID
           FILE STATUS IS WS-TAX-DECL-STATUS.
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
       FD TAX-DECL-FILE.
       01 TAX-DECL-RECORD.
           05 TD-EMP-ID         PIC X(6).
           05 TD-FILING-STATUS  PIC X(1).
           05 TD-ALLOWANCES     PIC 9(2).
           05 TD-ADDL-AMOUNT    PIC 9(5)V99.
           05 TD-EXEMPT-UNTIL   PIC 9(8).
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
       01 WS-TAX-DECL-STATUS      PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-ACTION               PIC X(1).
       01 WS-DONE-FLAG            PIC X(1)  VALUE 'N'.
           88 WS-DONE                       VALUE 'Y'.
       01 WS-ENTRY-FIELDS.
           05 WS-ENTRY-ID         PIC X(6).
           05 WS-ENTRY-STATUS     PIC X(1).
               88 WS-ENTRY-STATUS-OK       VALUE 'S' 'M' 'H'.
           05 WS-ENTRY-ALLOW      PIC 9(2).
           05 WS-ENTRY-ADDL       PIC 9(5)V99.
           05 WS-ENTRY-EXEMPT-X   PIC X(8).
           05 WS-ENTRY-EXEMPT REDEFINES WS-ENTRY-EXEMPT-X
                                  PIC 9(8).
           05 WS-EMP-OK-FLAG      PIC X(1).
               88 WS-EMP-ON-FILE           VALUE 'Y'.
           05 WS-EMP-NAME-SAVE    PIC X(39).
           05 WS-ENTRY-OK-FLAG    PIC X(1).
               88 WS-ENTRY-OK              VALUE 'Y'.
       01 WS-CHANGE-COUNT         PIC 9(5)  VALUE ZERO.
       01 WS-LIST-COUNT           PIC 9(5)  VALUE ZERO.
       01 WS-AUDIT-RUN-DATE.
           05 WS-AUDIT-YY PIC 99.
           05 WS-AUDIT-MM PIC 99.
           05 WS-AUDIT-DD PIC 99.
       01 DISP-ADDL               PIC ZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPEN-TAX-DECL.
            PERFORM UNTIL WS-DONE
                DISPLAY "Tax declarations - (M)aintain, (R)emove, "
                    "(L)ist, (X) done: "
                ACCEPT WS-ACTION
                EVALUATE WS-ACTION
                    WHEN 'M' PERFORM MAINTAIN-ONE-DECLARATION
                    WHEN 'm' PERFORM MAINTAIN-ONE-DECLARATION
                    WHEN 'R' PERFORM REMOVE-ONE-DECLARATION
                    WHEN 'r' PERFORM REMOVE-ONE-DECLARATION
                    WHEN 'L' PERFORM LIST-DECLARATIONS
                    WHEN 'l' PERFORM LIST-DECLARATIONS
                    WHEN 'X' SET WS-DONE TO TRUE
                    WHEN 'x' SET WS-DONE TO TRUE
                    WHEN OTHER
                        DISPLAY "Invalid action."
                END-EVALUATE
            END-PERFORM.
            CLOSE TAX-DECL-FILE.
            IF WS-CHANGE-COUNT > ZERO
                PERFORM WRITE-AUDIT-LOG
            END-IF.
            MOVE ZERO TO RETURN-CODE.
            STOP RUN.
       OPEN-TAX-DECL.
            OPEN I-O TAX-DECL-FILE.
            IF WS-TAX-DECL-STATUS = "35"
                OPEN OUTPUT TAX-DECL-FILE
                CLOSE TAX-DECL-FILE
                OPEN I-O TAX-DECL-FILE
            END-IF.
            IF WS-TAX-DECL-STATUS NOT = "00"
                DISPLAY "Unable to open taxdecl.txt - status "
                    WS-TAX-DECL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
       MAINTAIN-ONE-DECLARATION.
            DISPLAY "Employee ID: ".
            ACCEPT WS-ENTRY-ID.
            PERFORM VERIFY-EMPLOYEE.
            IF NOT WS-EMP-ON-FILE
                DISPLAY "Employee not on the master: " WS-ENTRY-ID
            ELSE
                DISPLAY "Filing status (S/M/H): "
                ACCEPT WS-ENTRY-STATUS
                DISPLAY "Allowances claimed (00-99): "
                ACCEPT WS-ENTRY-ALLOW
                DISPLAY "Additional withholding per period: "
                ACCEPT WS-ENTRY-ADDL
                DISPLAY "Exempt until (YYYYMMDD, 0 = not exempt): "
                ACCEPT WS-ENTRY-EXEMPT-X
                PERFORM EDIT-DECLARATION
                IF WS-ENTRY-OK
                    PERFORM POST-DECLARATION
                END-IF
            END-IF.
       EDIT-DECLARATION.
            MOVE 'Y' TO WS-ENTRY-OK-FLAG.
            IF WS-ENTRY-STATUS = 's' OR WS-ENTRY-STATUS = 'm'
                    OR WS-ENTRY-STATUS = 'h'
                INSPECT WS-ENTRY-STATUS
                    CONVERTING "smh" TO "SMH"
            END-IF.
            IF NOT WS-ENTRY-STATUS-OK
                DISPLAY "Filing status must be S, M or H - not "
                    "saved."
                MOVE 'N' TO WS-ENTRY-OK-FLAG
            END-IF.
            IF WS-ENTRY-ALLOW IS NOT NUMERIC
                    OR WS-ENTRY-ADDL IS NOT NUMERIC
                DISPLAY "Allowances and additional amount must be "
                    "numeric - not saved."
                MOVE 'N' TO WS-ENTRY-OK-FLAG
            END-IF.
      * no exemption is keyed as a bare zero; anything else must be
      * a real calendar date.
            IF WS-ENTRY-EXEMPT-X = "0" OR WS-ENTRY-EXEMPT-X = SPACES
                    OR WS-ENTRY-EXEMPT-X = "00000000"
                MOVE ZERO TO WS-ENTRY-EXEMPT
            ELSE
                MOVE "VAL " TO DS-FUNCTION
                MOVE WS-ENTRY-EXEMPT-X TO DS-DATE-1-X
                CALL "DATESRV" USING DS-REQUEST
                IF DS-STATUS NOT = 'Y'
                    DISPLAY "Exempt-until date is not a valid "
                        "YYYYMMDD date - not saved."
                    MOVE 'N' TO WS-ENTRY-OK-FLAG
                END-IF
            END-IF.
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
                        MOVE EMP-NAME TO WS-EMP-NAME-SAVE
                END-READ
                CLOSE EMPLOYEE-FILE
            ELSE
                DISPLAY "Unable to open employees.txt - status "
                    WS-EMPLOYEE-FILE-STATUS
            END-IF.
       POST-DECLARATION.
      * a new certificate replaces the old one outright - the
      * declaration on file is always the employee's latest.
            MOVE WS-ENTRY-ID TO TD-EMP-ID.
            READ TAX-DECL-FILE
                KEY IS TD-EMP-ID
                INVALID KEY
                    PERFORM MOVE-ENTRY-TO-RECORD
                    WRITE TAX-DECL-RECORD
                    DISPLAY "Declaration added for " WS-ENTRY-ID
                NOT INVALID KEY
                    PERFORM MOVE-ENTRY-TO-RECORD
                    REWRITE TAX-DECL-RECORD
                    DISPLAY "Declaration replaced for " WS-ENTRY-ID
            END-READ.
            ADD 1 TO WS-CHANGE-COUNT.
       MOVE-ENTRY-TO-RECORD.
            MOVE WS-ENTRY-ID     TO TD-EMP-ID.
            MOVE WS-ENTRY-STATUS TO TD-FILING-STATUS.
            MOVE WS-ENTRY-ALLOW  TO TD-ALLOWANCES.
            MOVE WS-ENTRY-ADDL   TO TD-ADDL-AMOUNT.
            MOVE WS-ENTRY-EXEMPT TO TD-EXEMPT-UNTIL.
       REMOVE-ONE-DECLARATION.
            DISPLAY "Employee ID: ".
            ACCEPT WS-ENTRY-ID.
            MOVE WS-ENTRY-ID TO TD-EMP-ID.
            READ TAX-DECL-FILE
                KEY IS TD-EMP-ID
                INVALID KEY
                    DISPLAY "No declaration on file for "
                        WS-ENTRY-ID
                NOT INVALID KEY
                    DELETE TAX-DECL-FILE
                    DISPLAY "Declaration removed for " WS-ENTRY-ID
                        " - withheld on the plain bands from the "
                        "next run."
                    ADD 1 TO WS-CHANGE-COUNT
            END-READ.
       LIST-DECLARATIONS.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE 'N' TO WS-EOF-FLAG.
            MOVE LOW-VALUES TO TD-EMP-ID.
            START TAX-DECL-FILE
                KEY IS NOT LESS THAN TD-EMP-ID
                INVALID KEY
                    SET WS-END-OF-FILE TO TRUE
            END-START.
            DISPLAY "ID     ST AL   ADDITIONAL EXEMPT-TO".
            PERFORM UNTIL WS-END-OF-FILE
                READ TAX-DECL-FILE NEXT RECORD
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE TD-ADDL-AMOUNT TO DISP-ADDL
                        DISPLAY TD-EMP-ID " " TD-FILING-STATUS
                            "  " TD-ALLOWANCES " " DISP-ADDL
                            "  " TD-EXEMPT-UNTIL
                        ADD 1 TO WS-LIST-COUNT
                END-READ
            END-PERFORM.
            DISPLAY WS-LIST-COUNT " declaration(s) on file.".
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
                MOVE "TAXDECL"   TO AUD-PROGRAM
                MOVE WS-CHANGE-COUNT TO AUD-RECORDS
                MOVE ZERO        TO AUD-REJECTS
                MOVE "OK"        TO AUD-OUTCOME
                PERFORM LOAD-OP-SESSION
                MOVE WS-SESSION-OPERATOR TO AUD-OPERATOR
                WRITE AUDIT-LOG-RECORD
                CLOSE AUDIT-LOG-FILE
            ELSE
                DISPLAY "Unable to open auditlog.txt - status "
                    WS-AUDIT-STATUS " - run not logged."
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
       END PROGRAM TAX-DECL-MAINT.
