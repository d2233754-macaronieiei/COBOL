      *          date range for the academic board.
      * Tectonics: cobc
      * Modifications:
      *   - Correction course codes are checked against the course
      *     catalog (coursecat.txt); a code not in it is rejected
      *     before the grade master is searched, so a mistyped
      *     course code bounces with its own reason. Inactive
      *     courses still take corrections. With no catalog file the
      *     codes are not verified.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-CORRECT.
           SELECT GRADE-LOG-FILE ASSIGN TO "gradelog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRADE-LOG-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "coursecat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CORRECTION-FILE.
           05 GL-BEFORE-IMAGE   PIC X(28).
           05 GL-AFTER-IMAGE    PIC X(28).
           05 GL-REASON         PIC X(3).
       FD CATALOG-FILE.
       COPY COURSE.
       WORKING-STORAGE SECTION.
       01 CORRECTION-FILE-STATUS PIC X(2).
       01 GRADE-MASTER-STATUS    PIC X(2).
       01 GRADE-LOG-STATUS       PIC X(2).
       01 CATALOG-FILE-STATUS    PIC X(2).
       01 EOF-FLAG               PIC X(1) VALUE 'N'.
           88 END-OF-FILE                 VALUE 'Y'.
       01 GRADE-COUNT            PIC 9(3) VALUE ZERO.
           05 GT-SLOT           PIC 9(3).
           05 BEFORE-IMAGE      PIC X(28).
           05 AFTER-IMAGE       PIC X(28).
       01 CATALOG-COUNT          PIC 9(3) VALUE ZERO.
       01 CATALOG-LOADED-FLAG    PIC X(1) VALUE 'N'.
           88 CATALOG-IS-LOADED          VALUE 'Y'.
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 200 TIMES INDEXED BY CAT-IDX.
               10 CAT-COURSE  PIC X(8).
       01 CAT-FOUND-FLAG         PIC X(1).
           88 COURSE-IN-CATALOG          VALUE 'Y'.
       01 RUN-COUNTS.
           05 APPLIED-COUNT     PIC 9(4) VALUE ZERO.
           05 REJECTED-COUNT    PIC 9(4) VALUE ZERO.
            MOVE RUN-MM TO TODAY-X(5:2).
            MOVE RUN-DD TO TODAY-X(7:2).
            PERFORM LOAD-GRADE-MASTER.
            PERFORM LOAD-COURSE-CATALOG.
      * the corrected master is rewritten from this table; a table
      * too small for the file would truncate the grade master, so
      * the run is abandoned before any correction applies.
                CLOSE GRADE-MASTER-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
       LOAD-COURSE-CATALOG.
      * only the codes are needed here; an inactive course still
      * takes a correction, since the grade being corrected was
      * given while it ran.
            OPEN INPUT CATALOG-FILE.
            IF CATALOG-FILE-STATUS = "00"
                SET CATALOG-IS-LOADED TO TRUE
                PERFORM UNTIL END-OF-FILE
                    READ CATALOG-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF CATALOG-COUNT < 200
                                ADD 1 TO CATALOG-COUNT
                                SET CAT-IDX TO CATALOG-COUNT
                                MOVE CC-COURSE TO
                                    CAT-COURSE(CAT-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CATALOG-FILE
                MOVE 'N' TO EOF-FLAG
            ELSE
                DISPLAY "coursecat.txt not found - course codes "
                    "not verified."
            END-IF.
       FIND-CATALOG-COURSE.
            IF NOT CATALOG-IS-LOADED
                SET COURSE-IN-CATALOG TO TRUE
            ELSE
                MOVE 'N' TO CAT-FOUND-FLAG
                PERFORM VARYING CAT-IDX FROM 1 BY 1
                        UNTIL CAT-IDX > CATALOG-COUNT
                            OR COURSE-IN-CATALOG
                    IF CAT-COURSE(CAT-IDX) = GC-COURSE
                        SET COURSE-IN-CATALOG TO TRUE
                    END-IF
                END-PERFORM
            END-IF.
       SAVE-GRADE-MASTER.
            OPEN OUTPUT GRADE-MASTER-FILE.
            IF GRADE-MASTER-STATUS = "00"
                MOVE 16 TO RETURN-CODE
            END-IF.
       APPLY-ONE-CORRECTION.
            PERFORM FIND-CATALOG-COURSE.
            IF NOT COURSE-IN-CATALOG
                ADD 1 TO REJECTED-COUNT
                DISPLAY "REJECTED - course " GC-COURSE
                    " is not in the course catalog (for "
                    GC-STU-ID ")"
            ELSE
                PERFORM APPLY-CATALOGED-CORRECTION
            END-IF.
       APPLY-CATALOGED-CORRECTION.
            MOVE 'N'  TO GT-FOUND-FLAG.
            MOVE ZERO TO GT-SLOT.
            PERFORM VARYING GR-IDX FROM 1 BY 1
