      *          caller wants one verified.
      * Tectonics: cobc
      * Modifications:
      *   - The letter now carries the employee's mailing block from
      *     addrmast.txt (through ADDRSRV) under the serial line, and
      *     says so when no address is on file.
      *   - Every letter issued is also logged to the salary data
      *     access log (salaccess.txt, layout ACCESSLG); the operator
      *     defaults to the driver's opsession.txt sign-on when the
      *     shared access code gate is used.
      *   - The salary data access is logged before the letter is
      *     written, and no letter is issued when salaccess.txt
      *     cannot be written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFY-LETTER.
           SELECT ISSUE-LOG-FILE ASSIGN TO "verlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ISSUE-LOG-STATUS.
           SELECT OP-SESSION-FILE ASSIGN TO "opsession.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPSESSION-STATUS.
           SELECT SALARY-ACCESS-FILE ASSIGN TO "salaccess.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALARY-ACCESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
           05 VL-EMP-ID    PIC X(6).
           05 FILLER       PIC X(1).
           05 VL-OPERATOR  PIC X(8).
       FD OP-SESSION-FILE.
       01 OP-SESSION-RECORD.
           05 OPS-OPERATOR PIC X(8).
       FD SALARY-ACCESS-FILE.
       COPY ACCESSLG.
       WORKING-STORAGE SECTION.
       COPY ADDRREQ.
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-PAYHIST-STATUS       PIC X(2).
       01 WS-OPERATOR-STATUS      PIC X(2).
       01 WS-LETTER-STATUS        PIC X(2).
       01 WS-SERIAL-STATUS        PIC X(2).
       01 WS-ISSUE-LOG-STATUS     PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SALARY-ACCESS-STATUS PIC X(2).
       01 WS-ACCESS-LOGGED-FLAG   PIC A(1)  VALUE 'N'.
           88 WS-ACCESS-LOGGED              VALUE 'Y'.
       01 WS-NOW-RAW              PIC 9(8).
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-GATE-FIELDS.
           05 WS-SESSION-OPERATOR PIC X(8) VALUE "CONSOLE".
       01 WS-ENTRY-ID             PIC X(6).
       01 WS-NEXT-SERIAL          PIC 9(6)  VALUE 1.
       01 WS-LINE-SUB             PIC 9(1).
       01 WS-NET-HISTORY.
           05 WS-NH-PERIOD OCCURS 3 TIMES PIC X(6).
           05 WS-NH-NET    OCCURS 3 TIMES PIC 9(9)V99.
               10 FILLER PIC X(40) VALUE
                   "INCOME AND EMPLOYMENT VERIFICATION".
               10 FILLER PIC X(15) VALUE SPACE.
           05 WS-LTR-MAIL-LINE.
               10 FILLER        PIC X(4)  VALUE SPACE.
               10 LTR-MAIL      PIC X(40).
           05 WS-LTR-SERIAL-LINE.
               10 FILLER        PIC X(16) VALUE "Letter serial : ".
               10 LTR-SERIAL    PIC 9(6).
            MOVE WS-RUN-MM TO WS-TODAY-X(5:2).
            MOVE WS-RUN-DD TO WS-TODAY-X(7:2).

            PERFORM LOAD-OP-SESSION.
            PERFORM OPERATOR-GATE.
            IF NOT WS-SIGNED-ON
                DISPLAY "Access refused - no letter issued."
                    CONTINUE
            END-READ.

      * the access is logged before anything is written - a letter
      * that cannot be logged is not issued.
            PERFORM LOG-SALARY-ACCESS.
            IF NOT WS-ACCESS-LOGGED
                DISPLAY "No letter issued for " WS-ENTRY-ID
                    " - the access could not be logged."
                CLOSE EMPLOYEE-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM COLLECT-NET-HISTORY.
            PERFORM LOAD-SERIAL-CONTROL.
            PERFORM WRITE-LETTER.
            MOVE WS-NEXT-SERIAL TO LTR-SERIAL.
            MOVE WS-TODAY-X     TO LTR-DATE.
            WRITE LETTER-RECORD FROM WS-LTR-SERIAL-LINE.
            PERFORM WRITE-MAILING-BLOCK.
            MOVE EMP-NAME TO LTR-NAME.
            WRITE LETTER-RECORD FROM WS-LTR-NAME-LINE.
            MOVE EMP-ID TO LTR-EMP-ID.
            END-PERFORM.
            WRITE LETTER-RECORD FROM WS-LTR-RULE.
            CLOSE LETTER-FILE.
       WRITE-MAILING-BLOCK.
            MOVE EMP-ID   TO AR-EMP-ID.
            MOVE EMP-NAME TO AR-NAME.
            CALL "ADDRSRV" USING AR-REQUEST.
            MOVE SPACES TO LETTER-RECORD.
            WRITE LETTER-RECORD.
            PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                    UNTIL WS-LINE-SUB > 4
                MOVE AR-MAIL-LINE(WS-LINE-SUB) TO LTR-MAIL
                WRITE LETTER-RECORD FROM WS-LTR-MAIL-LINE
            END-PERFORM.
            MOVE SPACES TO LETTER-RECORD.
            WRITE LETTER-RECORD.
            IF NOT AR-ADDRESS-FOUND
                DISPLAY "No address on addrmast.txt for " EMP-ID
                    " - the letter carries the name only."
            END-IF.
       LOG-ISSUE.
            OPEN EXTEND ISSUE-LOG-FILE.
            IF WS-ISSUE-LOG-STATUS = "05"
                DISPLAY "Unable to open verlog.txt - status "
                    WS-ISSUE-LOG-STATUS " - issue not logged."
            END-IF.
       LOAD-OP-SESSION.
      * the driver's signed-on operator stands when the shared access
      * code gate is in use; an operators.txt sign-on replaces it.
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
            ACCEPT WS-NOW-RAW FROM TIME.
            OPEN EXTEND SALARY-ACCESS-FILE.
            IF WS-SALARY-ACCESS-STATUS = "05"
                    OR WS-SALARY-ACCESS-STATUS = "35"
                OPEN OUTPUT SALARY-ACCESS-FILE
            END-IF.
            IF WS-SALARY-ACCESS-STATUS = "00"
                MOVE SPACES              TO SALARY-ACCESS-RECORD
                MOVE WS-TODAY-X          TO SA-DATE
                MOVE WS-NOW-RAW(1:6)     TO SA-TIME
                MOVE WS-SESSION-OPERATOR TO SA-OPERATOR
                MOVE "lab06-47"          TO SA-PROGRAM
                MOVE WS-ENTRY-ID         TO SA-EMP-ID
                MOVE "LETTER"            TO SA-ACTION
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
                    WS-SALARY-ACCESS-STATUS " - access not logged."
            END-IF.
       END PROGRAM VERIFY-LETTER.
