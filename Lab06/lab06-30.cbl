      *          screen-printing twelve pay stubs per person.
      * Tectonics: cobc
      * Modifications:
      *   - Each certificate now opens with the employee's mailing
      *     block from addrmast.txt (through ADDRSRV); certificates
      *     with no address on file are counted at the end of the
      *     run. The lab06-61 mailing labels go out with them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-CERT.
       FD CONTROL-LIST-FILE.
       01 CONTROL-LIST-RECORD PIC X(90).
       WORKING-STORAGE SECTION.
       COPY ADDRREQ.
       01 WS-PAYHIST-STATUS       PIC X(2).
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-YTDHIST-STATUS       PIC X(2).
           05 WS-TOT-TAX         PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-DED         PIC 9(11)V99 VALUE ZERO.
           05 WS-MISMATCH-COUNT  PIC 9(5)     VALUE ZERO.
           05 WS-NO-ADDRESS-COUNT PIC 9(5)    VALUE ZERO.
       01 WS-FORM-FEED            PIC X(1)  VALUE X"0C".
       01 WS-LINE-SUB             PIC 9(1).
       01 WS-CERT-LINES.
           05 WS-CERT-RULE.
               10 FILLER PIC X(50) VALUE ALL "=".
               10 FILLER PIC X(30) VALUE
                   "ANNUAL TAX CERTIFICATE".
               10 FILLER PIC X(10) VALUE SPACE.
           05 WS-CERT-MAIL-LINE.
               10 FILLER        PIC X(4)  VALUE SPACE.
               10 CRT-MAIL      PIC X(40).
           05 WS-CERT-YEAR-LINE.
               10 FILLER        PIC X(15) VALUE "Tax Year     : ".
               10 CRT-YEAR      PIC X(4).

            DISPLAY "Certificates written for year " WS-CERT-YEAR
                ": " WS-SUM-COUNT.
            IF WS-NO-ADDRESS-COUNT > ZERO
                DISPLAY "Certificates with no address on "
                    "addrmast.txt: " WS-NO-ADDRESS-COUNT
                    " - see the lab06-61 no-address list."
            END-IF.
            IF WS-MISMATCH-COUNT > ZERO
                DISPLAY "Certificates NOT tying to the archived "
                    "YTD figures: " WS-MISMATCH-COUNT
            WRITE CERT-RECORD FROM WS-CERT-RULE.
            WRITE CERT-RECORD FROM WS-CERT-TITLE.
            WRITE CERT-RECORD FROM WS-CERT-RULE.
            PERFORM WRITE-MAILING-BLOCK.
            WRITE CERT-RECORD FROM WS-CERT-YEAR-LINE.
            WRITE CERT-RECORD FROM WS-CERT-ID-LINE.
            WRITE CERT-RECORD FROM WS-CERT-NAME-LINE.
            WRITE CERT-RECORD FROM WS-CERT-DED-LINE.
            WRITE CERT-RECORD FROM WS-CERT-RULE.
            PERFORM WRITE-CONTROL-DETAIL.
       WRITE-MAILING-BLOCK.
            MOVE WS-SUM-EMP-ID(WS-SUM-IDX) TO AR-EMP-ID.
            MOVE CRT-NAME                  TO AR-NAME.
            CALL "ADDRSRV" USING AR-REQUEST.
            IF NOT AR-ADDRESS-FOUND
                ADD 1 TO WS-NO-ADDRESS-COUNT
            END-IF.
            PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                    UNTIL WS-LINE-SUB > 4
                MOVE AR-MAIL-LINE(WS-LINE-SUB) TO CRT-MAIL
                WRITE CERT-RECORD FROM WS-CERT-MAIL-LINE
            END-PERFORM.
            MOVE SPACES TO CERT-RECORD.
            WRITE CERT-RECORD.
       WRITE-CONTROL-DETAIL.
            MOVE WS-SUM-EMP-ID(WS-SUM-IDX) TO CTL-EMP-ID.
            MOVE WS-SUM-GROSS(WS-SUM-IDX)  TO CTL-GROSS.
