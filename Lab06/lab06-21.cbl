      *     alternate name key on the master (exact or leading
      *     characters, title-first-last order) and lists the
      *     matching candidates with their IDs.
      *   - Every employee shown is logged to the salary data access
      *     log (salaccess.txt, layout ACCESSLG) with the operator
      *     from opsession.txt, for the monthly access review.
      *   - An employee whose lookup cannot be written to
      *     salaccess.txt is not shown.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-INQUIRY.
           SELECT ACCESS-CODE-FILE ASSIGN TO "accesscode.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCESS-FILE-STATUS.
           SELECT OP-SESSION-FILE ASSIGN TO "opsession.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPSESSION-STATUS.
           SELECT SALARY-ACCESS-FILE ASSIGN TO "salaccess.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALARY-ACCESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       FD ACCESS-CODE-FILE.
       01 ACCESS-CODE-RECORD.
           05 AC-CODE      PIC X(6).
       FD OP-SESSION-FILE.
       01 OP-SESSION-RECORD.
           05 OPS-OPERATOR PIC X(8).
       FD SALARY-ACCESS-FILE.
       COPY ACCESSLG.
       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-YTD-STATUS           PIC X(2).
       01 WS-EXCEPTION-STATUS     PIC X(2).
       01 WS-DEPT-MASTER-STATUS   PIC X(2).
       01 WS-ACCESS-FILE-STATUS   PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SALARY-ACCESS-STATUS PIC X(2).
       01 WS-ACCESS-LOGGED-FLAG PIC X(1) VALUE 'N'.
           88 WS-ACCESS-LOGGED            VALUE 'Y'.
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-NOW-RAW              PIC 9(8).
       01 WS-ACCESS-CODE        PIC X(6)  VALUE "000000".
       01 WS-ACCESS-ENTRY       PIC X(6).
       01 WS-ACCESS-RETRY-COUNT PIC 9     VALUE ZERO.
           05 DISP-OT           PIC ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            PERFORM LOAD-ACCESS-CODE.
            PERFORM PROMPT-FOR-ACCESS-CODE
                UNTIL WS-ACCESS-GRANTED
                    DISPLAY "No employee found for ID: "
                        WS-INQUIRY-ID
                NOT INVALID KEY
                    PERFORM LOG-SALARY-ACCESS
                    IF WS-ACCESS-LOGGED
                        PERFORM SHOW-MASTER-SECTION
                        PERFORM SHOW-YTD-SECTION
                        PERFORM SHOW-HISTORY-SECTION
                        PERFORM SHOW-EXCEPTION-SECTION
                        PERFORM SHOW-DEPT-SECTION
                    ELSE
                        DISPLAY "Employee " EMP-ID " not shown - "
                            "the lookup could not be logged."
                    END-IF
            END-READ.
       SHOW-MASTER-SECTION.
            DISPLAY "========================================".
                ADD 1 TO WS-ACCESS-RETRY-COUNT
                DISPLAY "Incorrect access code - try again."
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
       LOG-SALARY-ACCESS.
      * every record shown is logged before it is displayed, so a
      * lookup cannot be made without leaving its trace - one that
      * cannot be logged is not shown.
            MOVE 'N' TO WS-ACCESS-LOGGED-FLAG.
            ACCEPT WS-TODAY-RAW FROM DATE.
            COMPUTE WS-TODAY =
                20000000 + (WS-TODAY-YY * 10000)
                    + (WS-TODAY-MM * 100) + WS-TODAY-DD.
            ACCEPT WS-NOW-RAW FROM TIME.
            OPEN EXTEND SALARY-ACCESS-FILE.
            IF WS-SALARY-ACCESS-STATUS = "05"
                    OR WS-SALARY-ACCESS-STATUS = "35"
                OPEN OUTPUT SALARY-ACCESS-FILE
            END-IF.
            IF WS-SALARY-ACCESS-STATUS = "00"
                MOVE SPACES              TO SALARY-ACCESS-RECORD
                MOVE WS-TODAY            TO SA-DATE
                MOVE WS-NOW-RAW(1:6)     TO SA-TIME
                MOVE WS-SESSION-OPERATOR TO SA-OPERATOR
                MOVE "lab06-21"          TO SA-PROGRAM
                MOVE EMP-ID              TO SA-EMP-ID
                MOVE "INQUIRY"           TO SA-ACTION
                WRITE SALARY-ACCESS-RECORD
                IF WS-SALARY-ACCESS-STATUS = "00"
                    SET WS-ACCESS-LOGGED TO TRUE
                ELSE
                    DISPLAY "Unable to write salaccess.txt - status "
                        WS-SALARY-ACCESS-STATUS
                END-IF
                CLOSE SALARY-ACCESS-FILE
            ELSE
                DISPLAY "Unable to open salaccess.txt - status "
                    WS-SALARY-ACCESS-STATUS " - lookup not logged."
            END-IF.
       END PROGRAM EMP-INQUIRY.
