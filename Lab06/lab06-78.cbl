      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the employee record images
      *          kept outside the master, in the mold of the lab06-15
      *          EMP-ID conversion, for the EMPREC widening by
      *          EMP-FTE-PCT and EMP-POSITION (85 to 90 to 96 bytes).
      *          The operator first renames empchglog.txt to
      *          empchglog.old, emparchive.txt to emparchive.old and
      *          each chgarchYYYY.txt to chgarchYYYY.old; this
      *          program rebuilds each one with 96-byte images and
      *          writes a control report (imgconvert.rpt). The files
      *          are append-only, so old and new rows may be mixed:
      *          every row is mapped from the layout it was written
      *          in, found from where its images fall -
      *            - a change-log add or change is placed by its
      *              after image, which starts with the CL-EMP-ID at
      *              byte 112 (96-byte images), 106 (90) or 101
      *              (85); a delete carries only the before image,
      *              which reads the same in every layout;
      *            - an archive row is placed by its termination
      *              date, numeric at byte 97 (96), 91 (90) or 86
      *              (85).
      *          A field the old layout did not have is left blank -
      *          100% FTE and no position. Archive trailer rows are
      *          copied as they stand. Keep the .old files until the
      *          rebuilt ones have been read back.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPIMAGE-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-LOG-FILE ASSIGN TO WS-OLD-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-LOG-STATUS.
           SELECT NEW-LOG-FILE ASSIGN TO WS-NEW-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-LOG-STATUS.
           SELECT OLD-ARCHIVE-FILE ASSIGN TO "emparchive.old"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-ARC-STATUS.
           SELECT NEW-ARCHIVE-FILE ASSIGN TO "emparchive.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-ARC-STATUS.
           SELECT CONVERT-REPORT-FILE ASSIGN TO "imgconvert.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OLD-LOG-FILE.
       01 OLD-LOG-RECORD        PIC X(210).
       FD NEW-LOG-FILE.
       01 CHANGE-LOG-RECORD.
           05 CL-DATE           PIC X(8).
           05 CL-ACTION         PIC X(1).
           05 CL-EMP-ID         PIC X(6).
           05 CL-BEFORE-IMAGE   PIC X(96).
           05 CL-AFTER-IMAGE    PIC X(96).
       01 NEW-LOG-LINE          PIC X(210).
       FD OLD-ARCHIVE-FILE.
       01 OLD-ARCHIVE-RECORD    PIC X(104).
       FD NEW-ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 ARC-EMP-IMAGE     PIC X(96).
           05 ARC-TERM-DATE     PIC X(8).
       FD CONVERT-REPORT-FILE.
       01 CONVERT-REPORT-RECORD PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-OLD-LOG-STATUS     PIC X(2).
       01 WS-NEW-LOG-STATUS     PIC X(2).
       01 WS-OLD-ARC-STATUS     PIC X(2).
       01 WS-NEW-ARC-STATUS     PIC X(2).
       01 WS-REPORT-STATUS      PIC X(2).
       01 WS-OLD-LOG-NAME       PIC X(20).
       01 WS-NEW-LOG-NAME       PIC X(20).
       01 WS-ARCHIVE-YEAR       PIC X(4).
       01 WS-EOF-FLAG           PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE              VALUE 'Y'.
       01 WS-IMAGE-WIDTH        PIC 9(2).
       01 WS-OLD-LOG-ROW.
           05 OLR-DATE          PIC X(8).
           05 OLR-ACTION        PIC X(1).
           05 OLR-EMP-ID        PIC X(6).
           05 OLR-IMAGES        PIC X(195).
       01 WS-CONVERT-COUNTS.
           05 WS-LOG-READ       PIC 9(7)  VALUE ZERO.
           05 WS-LOG-85         PIC 9(7)  VALUE ZERO.
           05 WS-LOG-90         PIC 9(7)  VALUE ZERO.
           05 WS-LOG-96         PIC 9(7)  VALUE ZERO.
           05 WS-ARC-READ       PIC 9(7)  VALUE ZERO.
           05 WS-ARC-85         PIC 9(7)  VALUE ZERO.
           05 WS-ARC-90         PIC 9(7)  VALUE ZERO.
           05 WS-ARC-96         PIC 9(7)  VALUE ZERO.
           05 WS-FILES-DONE     PIC 9(3)  VALUE ZERO.
           05 WS-ERROR-COUNT    PIC 9(3)  VALUE ZERO.
       01 WS-REPORT-LINE.
           05 RPT-TEXT       PIC X(30).
           05 RPT-COUNT      PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "empchglog.old" TO WS-OLD-LOG-NAME.
            MOVE "empchglog.txt" TO WS-NEW-LOG-NAME.
            PERFORM CONVERT-LOG-FILE.
            PERFORM CONVERT-ARCHIVE-FILE.
            MOVE "0000" TO WS-ARCHIVE-YEAR.
            PERFORM CONVERT-ONE-LOG-ARCHIVE
                UNTIL WS-ARCHIVE-YEAR = SPACES.

            OPEN OUTPUT CONVERT-REPORT-FILE.
            IF WS-REPORT-STATUS = "00"
                MOVE "Change-log rows read          " TO RPT-TEXT
                MOVE WS-LOG-READ TO RPT-COUNT
                WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-LINE
                MOVE "  mapped from 85-byte images  " TO RPT-TEXT
                MOVE WS-LOG-85 TO RPT-COUNT
                WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-LINE
                MOVE "  mapped from 90-byte images  " TO RPT-TEXT
                MOVE WS-LOG-90 TO RPT-COUNT
                WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-LINE
                MOVE "  already 96-byte or trailer  " TO RPT-TEXT
                MOVE WS-LOG-96 TO RPT-COUNT
                WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-LINE
                MOVE "Archive rows read             " TO RPT-TEXT
                MOVE WS-ARC-READ TO RPT-COUNT
                WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-LINE
                MOVE "  mapped from 85-byte images  " TO RPT-TEXT
                MOVE WS-ARC-85 TO RPT-COUNT
                WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-LINE
                MOVE "  mapped from 90-byte images  " TO RPT-TEXT
                MOVE WS-ARC-90 TO RPT-COUNT
                WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-LINE
                MOVE "  already 96-byte             " TO RPT-TEXT
                MOVE WS-ARC-96 TO RPT-COUNT
                WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-LINE
                MOVE "Files rebuilt                 " TO RPT-TEXT
                MOVE WS-FILES-DONE TO RPT-COUNT
                WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-LINE
                CLOSE CONVERT-REPORT-FILE
            END-IF.

            DISPLAY "Conversion complete - " WS-FILES-DONE
                " file(s) rebuilt, change-log rows " WS-LOG-READ
                " archive rows " WS-ARC-READ " errors "
                WS-ERROR-COUNT ".".
            DISPLAY "Control report written to imgconvert.rpt.".
            IF WS-ERROR-COUNT > ZERO
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF.
            STOP RUN.
       CONVERT-ONE-LOG-ARCHIVE.
      * the housekeeping archives are one file per cutoff year; the
      * operator names each year renamed to .old.
            DISPLAY "Change-log archive year to convert, "
                "chgarchYYYY.old (blank to finish): ".
            ACCEPT WS-ARCHIVE-YEAR.
            IF WS-ARCHIVE-YEAR NOT = SPACES
                IF WS-ARCHIVE-YEAR IS NOT NUMERIC
                    DISPLAY "Year must be YYYY."
                ELSE
                    MOVE SPACES TO WS-OLD-LOG-NAME
                    STRING "chgarch" WS-ARCHIVE-YEAR ".old"
                        DELIMITED BY SIZE INTO WS-OLD-LOG-NAME
                    END-STRING
                    MOVE SPACES TO WS-NEW-LOG-NAME
                    STRING "chgarch" WS-ARCHIVE-YEAR ".txt"
                        DELIMITED BY SIZE INTO WS-NEW-LOG-NAME
                    END-STRING
                    PERFORM CONVERT-LOG-FILE
                END-IF
            END-IF.
       CONVERT-LOG-FILE.
            OPEN INPUT OLD-LOG-FILE.
            IF WS-OLD-LOG-STATUS NOT = "00"
                DISPLAY WS-OLD-LOG-NAME " not found (status "
                    WS-OLD-LOG-STATUS ") - rename the current file "
                    "to .old first. Skipped."
            ELSE
                OPEN OUTPUT NEW-LOG-FILE
                IF WS-NEW-LOG-STATUS NOT = "00"
                    DISPLAY "Unable to create " WS-NEW-LOG-NAME
                        " - status " WS-NEW-LOG-STATUS
                    ADD 1 TO WS-ERROR-COUNT
                    CLOSE OLD-LOG-FILE
                ELSE
                    MOVE 'N' TO WS-EOF-FLAG
                    PERFORM UNTIL WS-END-OF-FILE
                        READ OLD-LOG-FILE
                            AT END
                                SET WS-END-OF-FILE TO TRUE
                            NOT AT END
                                ADD 1 TO WS-LOG-READ
                                PERFORM CONVERT-ONE-LOG-ROW
                        END-READ
                    END-PERFORM
                    CLOSE OLD-LOG-FILE
                    CLOSE NEW-LOG-FILE
                    ADD 1 TO WS-FILES-DONE
                    DISPLAY WS-NEW-LOG-NAME " rebuilt."
                END-IF
            END-IF.
       CONVERT-ONE-LOG-ROW.
            MOVE OLD-LOG-RECORD TO WS-OLD-LOG-ROW.
            MOVE 96 TO WS-IMAGE-WIDTH.
            IF OLR-DATE(1:1) NOT = 'T'
                    AND (OLR-ACTION = 'A' OR OLR-ACTION = 'C')
                EVALUATE TRUE
                    WHEN OLR-IMAGES(97:6) = OLR-EMP-ID
                        MOVE 96 TO WS-IMAGE-WIDTH
                    WHEN OLR-IMAGES(91:6) = OLR-EMP-ID
                        MOVE 90 TO WS-IMAGE-WIDTH
                    WHEN OLR-IMAGES(86:6) = OLR-EMP-ID
                        MOVE 85 TO WS-IMAGE-WIDTH
                END-EVALUATE
            END-IF.
            EVALUATE WS-IMAGE-WIDTH
                WHEN 85
                    MOVE SPACES     TO CHANGE-LOG-RECORD
                    MOVE OLR-DATE   TO CL-DATE
                    MOVE OLR-ACTION TO CL-ACTION
                    MOVE OLR-EMP-ID TO CL-EMP-ID
                    MOVE OLR-IMAGES(1:85)  TO CL-BEFORE-IMAGE
                    MOVE OLR-IMAGES(86:85) TO CL-AFTER-IMAGE
                    ADD 1 TO WS-LOG-85
                    WRITE CHANGE-LOG-RECORD
                WHEN 90
                    MOVE SPACES     TO CHANGE-LOG-RECORD
                    MOVE OLR-DATE   TO CL-DATE
                    MOVE OLR-ACTION TO CL-ACTION
                    MOVE OLR-EMP-ID TO CL-EMP-ID
                    MOVE OLR-IMAGES(1:90)  TO CL-BEFORE-IMAGE
                    MOVE OLR-IMAGES(91:90) TO CL-AFTER-IMAGE
                    ADD 1 TO WS-LOG-90
                    WRITE CHANGE-LOG-RECORD
                WHEN OTHER
                    MOVE OLD-LOG-RECORD TO NEW-LOG-LINE
                    ADD 1 TO WS-LOG-96
                    WRITE NEW-LOG-LINE
            END-EVALUATE.
       CONVERT-ARCHIVE-FILE.
            OPEN INPUT OLD-ARCHIVE-FILE.
            IF WS-OLD-ARC-STATUS NOT = "00"
                DISPLAY "emparchive.old not found (status "
                    WS-OLD-ARC-STATUS ") - rename the current "
                    "emparchive.txt to emparchive.old first. Skipped."
            ELSE
                OPEN OUTPUT NEW-ARCHIVE-FILE
                IF WS-NEW-ARC-STATUS NOT = "00"
                    DISPLAY "Unable to create emparchive.txt - "
                        "status " WS-NEW-ARC-STATUS
                    ADD 1 TO WS-ERROR-COUNT
                    CLOSE OLD-ARCHIVE-FILE
                ELSE
                    MOVE 'N' TO WS-EOF-FLAG
                    PERFORM UNTIL WS-END-OF-FILE
                        READ OLD-ARCHIVE-FILE
                            AT END
                                SET WS-END-OF-FILE TO TRUE
                            NOT AT END
                                ADD 1 TO WS-ARC-READ
                                PERFORM CONVERT-ONE-ARCHIVE-ROW
                        END-READ
                    END-PERFORM
                    CLOSE OLD-ARCHIVE-FILE
                    CLOSE NEW-ARCHIVE-FILE
                    ADD 1 TO WS-FILES-DONE
                    DISPLAY "emparchive.txt rebuilt."
                END-IF
            END-IF.
       CONVERT-ONE-ARCHIVE-ROW.
            MOVE SPACES TO ARCHIVE-RECORD.
            EVALUATE TRUE
                WHEN OLD-ARCHIVE-RECORD(97:8) IS NUMERIC
                    MOVE OLD-ARCHIVE-RECORD TO ARCHIVE-RECORD
                    ADD 1 TO WS-ARC-96
                WHEN OLD-ARCHIVE-RECORD(91:8) IS NUMERIC
                    MOVE OLD-ARCHIVE-RECORD(1:90)  TO ARC-EMP-IMAGE
                    MOVE OLD-ARCHIVE-RECORD(91:8)  TO ARC-TERM-DATE
                    ADD 1 TO WS-ARC-90
                WHEN OTHER
                    MOVE OLD-ARCHIVE-RECORD(1:85)  TO ARC-EMP-IMAGE
                    MOVE OLD-ARCHIVE-RECORD(86:8)  TO ARC-TERM-DATE
                    ADD 1 TO WS-ARC-85
            END-EVALUATE.
            WRITE ARCHIVE-RECORD.
       END PROGRAM EMPIMAGE-CONVERT.
