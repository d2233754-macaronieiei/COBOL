      *          with coffee.
      * Tectonics: cobc
      * Modifications:
      *   - The report now also lists the alerts on alerts.txt that
      *     nobody has acknowledged - the batch step overruns the
      *     driver raises among them - and counts them as a warning.
      *   - The job plan step lines now show the steplog.txt reason
      *     column, and a pre-flight NO-GO step counts as a failed
      *     step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORNING-STATUS.
           SELECT MASTER-LOCK-FILE ASSIGN TO "masterlock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
           SELECT ALERT-FILE ASSIGN TO "alerts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.
           SELECT MORNING-REPORT-FILE ASSIGN TO "morning.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MORNING-STATUS.
           05 SL-RC        PIC X(5).
           05 FILLER       PIC X(1).
           05 SL-OUTCOME   PIC X(12).
           05 FILLER       PIC X(1).
           05 SL-REASON    PIC X(40).
       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-RECORD.
           05 PP-PERIOD-ID     PIC X(6).
           05 LK-PROGRAM   PIC X(10).
           05 LK-DATE      PIC X(8).
           05 LK-TIME      PIC X(6).
       FD ALERT-FILE.
       01 ALERT-RECORD.
           05 AL-DATE          PIC X(8).
           05 AL-PROGRAM       PIC X(10).
           05 AL-SEVERITY      PIC X(1).
           05 AL-MESSAGE       PIC X(40).
           05 AL-KEY           PIC X(10).
           05 AL-ACK           PIC X(1).
           05 AL-ACK-OPERATOR  PIC X(8).
       FD MORNING-REPORT-FILE.
       01 MORNING-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EXCEPTION-STATUS   PIC X(2).
       01 WS-LOCK-STATUS        PIC X(2).
       01 WS-MORNING-STATUS     PIC X(2).
       01 WS-ALERT-STATUS       PIC X(2).
       01 WS-OPEN-ALERTS        PIC 9(5)  VALUE ZERO.
       01 WS-EOF-FLAG           PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE              VALUE 'Y'.
       01 WS-CURRENT-PERIOD     PIC X(6)  VALUE SPACES.
               10 MRN-RC       PIC X(5).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 MRN-OUTCOME  PIC X(12).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 MRN-REASON   PIC X(40).
           05 WS-MRN-EXC-LINE.
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 MRN-EXC-CODE PIC X(4).
               10 FILLER       PIC X(3)  VALUE " : ".
               10 MRN-EXC-COUNT PIC ZZZZ9.
           05 WS-MRN-ALERT-LINE.
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 MRN-AL-DATE  PIC X(8).
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 MRN-AL-PROGRAM PIC X(10).
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 MRN-AL-SEVERITY PIC X(1).
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 MRN-AL-MESSAGE PIC X(40).
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 MRN-AL-KEY   PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN OUTPUT MORNING-REPORT-FILE.
            PERFORM REPORT-CHECKPOINTS.
            PERFORM REPORT-EXCEPTIONS.
            PERFORM REPORT-MASTER-LOCK.
            PERFORM REPORT-OPEN-ALERTS.

            WRITE MORNING-REPORT-RECORD FROM WS-MRN-RULE.
            CLOSE MORNING-REPORT-FILE.
                            MOVE SL-STEP    TO MRN-STEP
                            MOVE SL-RC      TO MRN-RC
                            MOVE SL-OUTCOME TO MRN-OUTCOME
                            MOVE SL-REASON  TO MRN-REASON
                            WRITE MORNING-REPORT-RECORD
                                FROM WS-MRN-STEP-LINE
                            DISPLAY WS-MRN-STEP-LINE
                            IF SL-OUTCOME = "FAILED"
                                    OR SL-OUTCOME = "NO-GO"
                                ADD 1 TO WS-FAILED-STEPS
                            END-IF
                    END-READ
                    TO MRN-SECTION-TEXT
                PERFORM PUT-SECTION-LINE
            END-IF.
       REPORT-OPEN-ALERTS.
      * the alerts nobody has acknowledged yet, step overruns among
      * them.
            OPEN INPUT ALERT-FILE.
            IF WS-ALERT-STATUS NOT = "00"
                MOVE "Open alerts: none on file."
                    TO MRN-SECTION-TEXT
                PERFORM PUT-SECTION-LINE
            ELSE
                MOVE "Open alerts (alerts.txt):" TO MRN-SECTION-TEXT
                PERFORM PUT-SECTION-LINE
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ ALERT-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF AL-ACK NOT = 'Y'
                                ADD 1 TO WS-OPEN-ALERTS
                                MOVE AL-DATE     TO MRN-AL-DATE
                                MOVE AL-PROGRAM  TO MRN-AL-PROGRAM
                                MOVE AL-SEVERITY TO MRN-AL-SEVERITY
                                MOVE AL-MESSAGE  TO MRN-AL-MESSAGE
                                MOVE AL-KEY      TO MRN-AL-KEY
                                WRITE MORNING-REPORT-RECORD
                                    FROM WS-MRN-ALERT-LINE
                                DISPLAY WS-MRN-ALERT-LINE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ALERT-FILE
                IF WS-OPEN-ALERTS = ZERO
                    MOVE "  none open." TO MRN-SECTION-TEXT
                    PERFORM PUT-SECTION-LINE
                ELSE
                    ADD 1 TO WS-WARNING-COUNT
                END-IF
            END-IF.
       END PROGRAM MORNING-STATUS.
