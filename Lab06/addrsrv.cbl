      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable mailing block service for the documents the
      *          suite prints - checks, pay stubs, tax certificates
      *          and verification letters - so the envelope block is
      *          laid out one way everywhere and none of them has to
      *          know the address master. CALL "ADDRSRV" USING
      *          AR-REQUEST with AR-EMP-ID and AR-NAME set; the four
      *          mailing lines, the phone and AR-STATUS come back.
      *          addrmast.txt is opened on the first call and left
      *          open for the rest of the caller's run; while it
      *          cannot be opened a call answers 'F' and the name
      *          line alone is filled, so a document still prints,
      *          and the open is tried again on the next call.
      * Tectonics: cobc -m
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRSRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRESS-FILE ASSIGN TO "addrmast.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADR-EMP-ID
           FILE STATUS IS WS-ADDRESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ADDRESS-FILE.
       COPY ADDRESS.
       WORKING-STORAGE SECTION.
       01 WS-ADDRESS-STATUS  PIC X(2).
       01 WS-OPEN-STATE      PIC X(1)  VALUE 'C'.
           88 WS-FILE-CLOSED          VALUE 'C'.
           88 WS-FILE-OPEN            VALUE 'O'.
           88 WS-FILE-FAILED          VALUE 'F'.
       01 WS-LINE-SUB        PIC 9(1).
       01 WS-LINE-POINTER    PIC 9(3).
       LINKAGE SECTION.
       COPY ADDRREQ.
       PROCEDURE DIVISION USING AR-REQUEST.
       MAIN-PROCEDURE.
            MOVE SPACES TO AR-MAIL-BLOCK.
            MOVE SPACES TO AR-PHONE.
            PERFORM BUILD-NAME-LINE.
            IF NOT WS-FILE-OPEN
                PERFORM OPEN-ADDRESS-FILE
            END-IF.
            IF WS-FILE-FAILED
                SET AR-FILE-UNAVAILABLE TO TRUE
                GOBACK
            END-IF.
            MOVE AR-EMP-ID TO ADR-EMP-ID.
            READ ADDRESS-FILE
                KEY IS ADR-EMP-ID
                INVALID KEY
                    SET AR-NO-ADDRESS TO TRUE
                NOT INVALID KEY
                    SET AR-ADDRESS-FOUND TO TRUE
                    PERFORM BUILD-ADDRESS-LINES
            END-READ.
            GOBACK.
       OPEN-ADDRESS-FILE.
            OPEN INPUT ADDRESS-FILE.
            IF WS-ADDRESS-STATUS = "00"
                SET WS-FILE-OPEN TO TRUE
            ELSE
      * warned once - a later call that still cannot open it stays
      * quiet.
                IF WS-FILE-CLOSED
                    DISPLAY "Unable to open addrmast.txt - status "
                        WS-ADDRESS-STATUS " - mailing blocks will "
                        "carry the name only until it can be opened."
                END-IF
                SET WS-FILE-FAILED TO TRUE
            END-IF.
       BUILD-NAME-LINE.
      * title, first and last name closed up to single spaces.
            MOVE 1 TO WS-LINE-POINTER.
            IF AR-TITLE NOT = SPACES
                STRING AR-TITLE DELIMITED BY SPACE
                       " "      DELIMITED BY SIZE
                    INTO AR-MAIL-LINE(1)
                    WITH POINTER WS-LINE-POINTER
                END-STRING
            END-IF.
            STRING AR-FIRST-NAME DELIMITED BY "  "
                   " "           DELIMITED BY SIZE
                   AR-LAST-NAME  DELIMITED BY "  "
                INTO AR-MAIL-LINE(1)
                WITH POINTER WS-LINE-POINTER
            END-STRING.
       BUILD-ADDRESS-LINES.
            MOVE 2 TO WS-LINE-SUB.
            MOVE ADR-LINE-1 TO AR-MAIL-LINE(WS-LINE-SUB).
            IF ADR-LINE-2 NOT = SPACES
                ADD 1 TO WS-LINE-SUB
                MOVE ADR-LINE-2 TO AR-MAIL-LINE(WS-LINE-SUB)
            END-IF.
            ADD 1 TO WS-LINE-SUB.
            MOVE 1 TO WS-LINE-POINTER.
            STRING ADR-CITY        DELIMITED BY "  "
                   " "             DELIMITED BY SIZE
                   ADR-REGION      DELIMITED BY SPACE
                   "  "            DELIMITED BY SIZE
                   ADR-POSTAL-CODE DELIMITED BY "  "
                INTO AR-MAIL-LINE(WS-LINE-SUB)
                WITH POINTER WS-LINE-POINTER
            END-STRING.
            MOVE ADR-PHONE TO AR-PHONE.
       END PROGRAM ADDRSRV.
