      ******************************************************************
      * Author:
      * Date:
      * Purpose: Run-configuration snapshot. The suite reads a long
      *          list of optional parameter files and quietly falls
      *          back to a built-in default when one is missing, so a
      *          leftover runmode.txt or paycompany.txt can send a run
      *          out in trial mode or for the wrong company without
      *          anybody noticing. This program lists every parameter
      *          file the suite knows about, whether it is present,
      *          its contents (the first 10 lines) and, when it is
      *          absent, the default in force and the programs that
      *          apply it. Files that override a console prompt in an
      *          unattended run are marked CHECK when present.
      *          Each run is compared with the last snapshot
      *          (runconfig.snp): a file that appeared, disappeared or
      *          whose contents differ is marked CHANGED with its
      *          previous lines shown, and the snapshot is then
      *          replaced with this run's. The report is
      *          runconfig.txt, which the report spool captures;
      *          return code 4 when anything changed since the last
      *          snapshot. Nothing else is changed by this program.
      * Tectonics: cobc
      * Modifications:
      *   - accparm.txt (salary access review hours and daily limit)
      *     added to the files snapshotted.
      *   - newhparm.txt (new-hire reporting employer ID, deadline
      *     and warning days) added to the files snapshotted.
      *   - attparm.txt, examparm.txt and regparm.txt (attendance
      *     limits, exam-day limit, registration minimum GPA) added
      *     to the files snapshotted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIG-SNAPSHOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN-FILE ASSIGN TO WS-PARM-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "runconfig.snp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT CONFIG-REPORT-FILE ASSIGN TO "runconfig.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "auditlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OP-SESSION-FILE ASSIGN TO "opsession.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPSESSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-IN-FILE.
       01 PARM-IN-RECORD       PIC X(80).
       FD SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD.
           05 SN-FILE          PIC X(16).
           05 SN-LINE-NO       PIC 9(2).
           05 SN-CONTENT       PIC X(80).
       FD CONFIG-REPORT-FILE.
       01 CONFIG-REPORT-RECORD PIC X(100).
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 AUD-DATE      PIC X(8).
           05 FILLER        PIC X(1).
           05 AUD-PROGRAM   PIC X(10).
           05 FILLER        PIC X(1).
           05 AUD-RECORDS   PIC 9(5).
           05 FILLER        PIC X(1).
           05 AUD-REJECTS   PIC 9(5).
           05 FILLER        PIC X(1).
           05 AUD-OUTCOME   PIC X(10).
           05 FILLER        PIC X(1).
           05 AUD-OPERATOR  PIC X(8).
       FD OP-SESSION-FILE.
       01 OP-SESSION-RECORD.
           05 OPS-OPERATOR PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-PARM-IN-NAME         PIC X(16).
       01 WS-PARM-IN-STATUS       PIC X(2).
       01 WS-SNAPSHOT-STATUS      PIC X(2).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-RUN-RC               PIC 9(2)  VALUE ZERO.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-TIME-NOW             PIC 9(8).
      * every parameter file the suite reads: name, the programs
      * that read it, W when a leftover copy overrides a console
      * prompt in an unattended run, and the default in force when
      * the file is absent. A new parameter file belongs here.
       01 WS-KNOWN-FILE-VALUES.
           05 FILLER PIC X(16) VALUE "runmode.txt".
           05 FILLER PIC X(24) VALUE "lab06-2 12 44 69".
           05 FILLER PIC X(1)  VALUE "W".
           05 FILLER PIC X(60) VALUE
               "console asks trial or post; a job plan posts".
           05 FILLER PIC X(16) VALUE "paycompany.txt".
           05 FILLER PIC X(24) VALUE "lab06-2 3".
           05 FILLER PIC X(1)  VALUE "W".
           05 FILLER PIC X(60) VALUE
               "console asks the company; a job plan pays all".
           05 FILLER PIC X(16) VALUE "offcycle.txt".
           05 FILLER PIC X(24) VALUE "lab06-2 69".
           05 FILLER PIC X(1)  VALUE "W".
           05 FILLER PIC X(60) VALUE
               "regular run - every employee paid".
           05 FILLER PIC X(16) VALUE "taxrate.txt".
           05 FILLER PIC X(24) VALUE "lab06-3".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "bonus is not taxed (0 percent)".
           05 FILLER PIC X(16) VALUE "varparm.txt".
           05 FILLER PIC X(24) VALUE "lab06-18".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "variance 10.00 percent / 1000.00 thresholds".
           05 FILLER PIC X(16) VALUE "batchlimits.txt".
           05 FILLER PIC X(24) VALUE "lab06-4".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "10 deletes, 10 pct, 20 salary changes, 25 pct swing".
           05 FILLER PIC X(16) VALUE "extractparm.txt".
           05 FILLER PIC X(24) VALUE "lab06-16".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "salary included in the extract".
           05 FILLER PIC X(16) VALUE "standparm.txt".
           05 FILLER PIC X(24) VALUE "Lab03 standing".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "standing thresholds 85 and 50".
           05 FILLER PIC X(16) VALUE "fxparm.txt".
           05 FILLER PIC X(24) VALUE "lab06-2 Lab03-02".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "exchange rates stale after 30 days".
           05 FILLER PIC X(16) VALUE "allowparm.txt".
           05 FILLER PIC X(24) VALUE "lab06-2 53".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "tax allowances are worth 0.00".
           05 FILLER PIC X(16) VALUE "trueparm.txt".
           05 FILLER PIC X(24) VALUE "lab06-53".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "true-up adjustments over 50.00 listed for review".
           05 FILLER PIC X(16) VALUE "staleparm.txt".
           05 FILLER PIC X(24) VALUE "lab06-67".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "checks go stale after 180 days".
           05 FILLER PIC X(16) VALUE "secparm.txt".
           05 FILLER PIC X(24) VALUE "driver".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "access codes age out at 90 days, lock after 3 fails".
           05 FILLER PIC X(16) VALUE "probparm.txt".
           05 FILLER PIC X(24) VALUE "lab06-46".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "probation of 90 business days".
           05 FILLER PIC X(16) VALUE "posipayparm.txt".
           05 FILLER PIC X(24) VALUE "lab06-26".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "positive pay issue file is NOT built".
           05 FILLER PIC X(16) VALUE "pensparm.txt".
           05 FILLER PIC X(24) VALUE "lab06-57".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "pension contributions taken under code PENS".
           05 FILLER PIC X(16) VALUE "fraudparm.txt".
           05 FILLER PIC X(24) VALUE "lab06-66".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "bank changes within 5 days of pay date flagged".
           05 FILLER PIC X(16) VALUE "credparm.txt".
           05 FILLER PIC X(24) VALUE "lab06-62".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "credentials expiring within 30 days alerted".
           05 FILLER PIC X(16) VALUE "clockparm.txt".
           05 FILLER PIC X(24) VALUE "lab06-63".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "15 min rounding, 30 min meal after 6h, OT 8/40".
           05 FILLER PIC X(16) VALUE "stepsla.txt".
           05 FILLER PIC X(24) VALUE "driver lab06-68".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "no step has an SLA threshold".
           05 FILLER PIC X(16) VALUE "maskparm.txt".
           05 FILLER PIC X(24) VALUE "lab06-70".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "salaries vary 5.00 percent, key from time of day".
           05 FILLER PIC X(16) VALUE "accparm.txt".
           05 FILLER PIC X(24) VALUE "lab06-72".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "business hours 0700 to 1900, 25 accesses a day".
           05 FILLER PIC X(16) VALUE "newhparm.txt".
           05 FILLER PIC X(24) VALUE "lab06-77".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "no employer ID - new-hire file not built".
           05 FILLER PIC X(16) VALUE "attparm.txt".
           05 FILLER PIC X(24) VALUE "Lab03 attend".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "barred at 6 absences, warned from 4".
           05 FILLER PIC X(16) VALUE "examparm.txt".
           05 FILLER PIC X(24) VALUE "Lab03 examtt".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "at most 2 exams a day for a student".
           05 FILLER PIC X(16) VALUE "regparm.txt".
           05 FILLER PIC X(24) VALUE "Lab03 coursereg".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(60) VALUE
               "minimum GPA 1.00 to register".
       01 WS-KNOWN-FILE-TABLE REDEFINES WS-KNOWN-FILE-VALUES.
           05 WS-KNOWN-ENTRY OCCURS 26 TIMES
                   INDEXED BY WS-KF-IDX.
               10 WS-KF-NAME       PIC X(16).
               10 WS-KF-USED-BY    PIC X(24).
               10 WS-KF-WATCH      PIC X(1).
                   88 WS-KF-OVERRIDES-PROMPT  VALUE "W".
               10 WS-KF-DEFAULT    PIC X(60).
       01 WS-KNOWN-COUNT          PIC 9(2)  VALUE 26.
      * this run's lines for the file in hand.
       01 WS-CURRENT-FILE.
           05 WS-CUR-PRESENT-FLAG PIC X(1).
               88 WS-CUR-PRESENT            VALUE 'Y'.
           05 WS-CUR-LINES        PIC 9(3).
           05 WS-CUR-LINE OCCURS 10 TIMES
                   INDEXED BY WS-CL-IDX
                                  PIC X(80).
      * the previous snapshot, kept whole.
       01 WS-PRIOR-FLAG           PIC X(1)  VALUE 'N'.
           88 WS-PRIOR-ON-FILE              VALUE 'Y'.
       01 WS-PRIOR-TAKEN          PIC X(80) VALUE SPACES.
       01 WS-PRIOR-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-PRIOR-TABLE.
           05 WS-PRIOR-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-PS-IDX.
               10 WS-PS-FILE       PIC X(16).
               10 WS-PS-LINE-NO    PIC 9(2).
               10 WS-PS-CONTENT    PIC X(80).
       01 WS-PRIOR-FILE.
           05 WS-PRV-PRESENT-FLAG PIC X(1).
               88 WS-PRV-PRESENT            VALUE 'Y'.
           05 WS-PRV-LINES        PIC 9(3).
           05 WS-PRV-LINE OCCURS 10 TIMES
                   INDEXED BY WS-PL-IDX
                                  PIC X(80).
       01 WS-WORK-FIELDS.
           05 WS-LINE-NO          PIC 9(3).
           05 WS-CHANGED-FLAG     PIC X(1).
               88 WS-FILE-CHANGED           VALUE 'Y'.
           05 WS-PRESENT-TOTAL    PIC 9(3)  VALUE ZERO.
           05 WS-ABSENT-TOTAL     PIC 9(3)  VALUE ZERO.
           05 WS-CHANGED-TOTAL    PIC 9(3)  VALUE ZERO.
           05 WS-CHECK-TOTAL      PIC 9(3)  VALUE ZERO.
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-REPORT-LINES.
           05 WS-RC-TITLE.
               10 FILLER           PIC X(36) VALUE
                   "RUN-CONFIGURATION SNAPSHOT - RUN ON ".
               10 RCT-RUN-DATE     PIC 9(8).
               10 FILLER           PIC X(4)  VALUE " AT ".
               10 RCT-RUN-TIME     PIC 9(6).
               10 FILLER           PIC X(4)  VALUE " BY ".
               10 RCT-OPERATOR     PIC X(8).
           05 WS-RC-COMPARE.
               10 FILLER           PIC X(18) VALUE
                   "COMPARED WITH:    ".
               10 RCC-PRIOR        PIC X(80).
           05 WS-RC-RULE.
               10 FILLER PIC X(100) VALUE ALL "-".
           05 WS-RC-FILE-LINE.
               10 RCF-NAME         PIC X(16).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 RCF-STATE        PIC X(8).
               10 FILLER           PIC X(6)  VALUE " READ ".
               10 FILLER           PIC X(3)  VALUE "BY ".
               10 RCF-USED-BY      PIC X(24).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 RCF-FLAGS        PIC X(40).
           05 WS-RC-CONTENT-LINE.
               10 FILLER           PIC X(4)  VALUE SPACE.
               10 RCL-LABEL        PIC X(9).
               10 RCL-TEXT         PIC X(80).
           05 WS-RC-SUMMARY.
               10 FILLER           PIC X(9)  VALUE "PRESENT: ".
               10 RCS-PRESENT      PIC ZZ9.
               10 FILLER           PIC X(10) VALUE "  ABSENT: ".
               10 RCS-ABSENT       PIC ZZ9.
               10 FILLER           PIC X(11) VALUE "  CHANGED: ".
               10 RCS-CHANGED      PIC ZZ9.
               10 FILLER           PIC X(20) VALUE
                   "  PROMPT OVERRIDES: ".
               10 RCS-CHECK        PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            ACCEPT WS-TODAY-RAW FROM DATE.
            COMPUTE WS-TODAY =
                20000000 + (WS-TODAY-YY * 10000)
                    + (WS-TODAY-MM * 100) + WS-TODAY-DD.
            ACCEPT WS-TIME-NOW FROM TIME.
            MOVE "CFGSNAP" TO WS-AUDIT-PROGRAM.
            MOVE ZERO      TO WS-AUDIT-COUNT WS-AUDIT-REJECTS.
            PERFORM LOAD-PRIOR-SNAPSHOT THRU LOAD-PRIOR-SNAPSHOT-EXIT.
            OPEN OUTPUT CONFIG-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "Unable to open runconfig.txt - status "
                    WS-REPORT-STATUS
                MOVE "FAILED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
      * the snapshot is replaced as the files are read - the prior
      * one is already held in the table for the comparison.
            OPEN OUTPUT SNAPSHOT-FILE.
            IF WS-SNAPSHOT-STATUS NOT = "00"
                DISPLAY "Unable to rewrite runconfig.snp - status "
                    WS-SNAPSHOT-STATUS " - the next run compares "
                    "with the old snapshot."
            ELSE
                MOVE SPACES TO SNAPSHOT-RECORD
                MOVE "*SNAPSHOT*" TO SN-FILE
                MOVE ZERO TO SN-LINE-NO
                STRING WS-TODAY DELIMITED BY SIZE
                    " AT " DELIMITED BY SIZE
                    WS-TIME-NOW(1:6) DELIMITED BY SIZE
                    " BY " DELIMITED BY SIZE
                    WS-SESSION-OPERATOR DELIMITED BY SIZE
                    INTO SN-CONTENT
                WRITE SNAPSHOT-RECORD
            END-IF.
            MOVE WS-TODAY            TO RCT-RUN-DATE.
            MOVE WS-TIME-NOW(1:6)    TO RCT-RUN-TIME.
            MOVE WS-SESSION-OPERATOR TO RCT-OPERATOR.
            WRITE CONFIG-REPORT-RECORD FROM WS-RC-TITLE.
            DISPLAY WS-RC-TITLE.
            IF WS-PRIOR-ON-FILE
                MOVE WS-PRIOR-TAKEN TO RCC-PRIOR
            ELSE
                MOVE "no earlier snapshot - nothing to compare"
                    TO RCC-PRIOR
            END-IF.
            WRITE CONFIG-REPORT-RECORD FROM WS-RC-COMPARE.
            WRITE CONFIG-REPORT-RECORD FROM WS-RC-RULE.
            PERFORM SNAPSHOT-ONE-FILE
                VARYING WS-KF-IDX FROM 1 BY 1
                UNTIL WS-KF-IDX > WS-KNOWN-COUNT.
            IF WS-SNAPSHOT-STATUS = "00"
                CLOSE SNAPSHOT-FILE
            END-IF.
            MOVE WS-PRESENT-TOTAL TO RCS-PRESENT.
            MOVE WS-ABSENT-TOTAL  TO RCS-ABSENT.
            MOVE WS-CHANGED-TOTAL TO RCS-CHANGED.
            MOVE WS-CHECK-TOTAL   TO RCS-CHECK.
            WRITE CONFIG-REPORT-RECORD FROM WS-RC-SUMMARY.
            DISPLAY WS-RC-SUMMARY.
            CLOSE CONFIG-REPORT-FILE.
            IF WS-CHANGED-TOTAL > ZERO
                MOVE 4 TO WS-RUN-RC
                DISPLAY WS-CHANGED-TOTAL " parameter file(s) changed "
                    "since the last snapshot - see runconfig.txt."
                MOVE "CHANGED" TO WS-AUDIT-OUTCOME
            ELSE
                MOVE "LISTED" TO WS-AUDIT-OUTCOME
            END-IF.
            MOVE WS-KNOWN-COUNT   TO WS-AUDIT-COUNT.
            MOVE WS-CHANGED-TOTAL TO WS-AUDIT-REJECTS.
            PERFORM WRITE-AUDIT-LOG.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       LOAD-PRIOR-SNAPSHOT.
            OPEN INPUT SNAPSHOT-FILE.
            IF WS-SNAPSHOT-STATUS NOT = "00"
                GO TO LOAD-PRIOR-SNAPSHOT-EXIT
            END-IF.
            SET WS-PRIOR-ON-FILE TO TRUE.
            MOVE 'N' TO WS-EOF-FLAG.
            PERFORM UNTIL WS-END-OF-FILE
                READ SNAPSHOT-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF SN-FILE = "*SNAPSHOT*"
                            MOVE SN-CONTENT TO WS-PRIOR-TAKEN
                        ELSE
                            IF WS-PRIOR-COUNT < 400
                                ADD 1 TO WS-PRIOR-COUNT
                                SET WS-PS-IDX TO WS-PRIOR-COUNT
                                MOVE SN-FILE
                                    TO WS-PS-FILE(WS-PS-IDX)
                                MOVE SN-LINE-NO
                                    TO WS-PS-LINE-NO(WS-PS-IDX)
                                MOVE SN-CONTENT
                                    TO WS-PS-CONTENT(WS-PS-IDX)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SNAPSHOT-FILE.
       LOAD-PRIOR-SNAPSHOT-EXIT.
            EXIT.
       SNAPSHOT-ONE-FILE.
            PERFORM READ-CURRENT-FILE.
            PERFORM SAVE-CURRENT-FILE.
            PERFORM FIND-PRIOR-FILE.
            PERFORM COMPARE-WITH-PRIOR THRU COMPARE-WITH-PRIOR-EXIT.
            PERFORM REPORT-ONE-FILE.
       READ-CURRENT-FILE.
            MOVE 'N'  TO WS-CUR-PRESENT-FLAG.
            MOVE ZERO TO WS-CUR-LINES.
            MOVE WS-KF-NAME(WS-KF-IDX) TO WS-PARM-IN-NAME.
            OPEN INPUT PARM-IN-FILE.
            IF WS-PARM-IN-STATUS = "00"
                SET WS-CUR-PRESENT TO TRUE
                MOVE 'N' TO WS-EOF-FLAG
                PERFORM UNTIL WS-END-OF-FILE
                    READ PARM-IN-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            ADD 1 TO WS-CUR-LINES
                            IF WS-CUR-LINES <= 10
                                SET WS-CL-IDX TO WS-CUR-LINES
                                MOVE PARM-IN-RECORD
                                    TO WS-CUR-LINE(WS-CL-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PARM-IN-FILE
            END-IF.
       SAVE-CURRENT-FILE.
      * line 00 says present or absent; lines 01-10 are the contents.
            IF WS-SNAPSHOT-STATUS = "00"
                MOVE SPACES TO SNAPSHOT-RECORD
                MOVE WS-KF-NAME(WS-KF-IDX) TO SN-FILE
                MOVE ZERO TO SN-LINE-NO
                IF WS-CUR-PRESENT
                    MOVE "*PRESENT*" TO SN-CONTENT
                ELSE
                    MOVE "*ABSENT*"  TO SN-CONTENT
                END-IF
                WRITE SNAPSHOT-RECORD
                PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                        UNTIL WS-CL-IDX > WS-CUR-LINES
                            OR WS-CL-IDX > 10
                    MOVE WS-KF-NAME(WS-KF-IDX) TO SN-FILE
                    SET SN-LINE-NO TO WS-CL-IDX
                    MOVE WS-CUR-LINE(WS-CL-IDX) TO SN-CONTENT
                    WRITE SNAPSHOT-RECORD
                END-PERFORM
            END-IF.
       FIND-PRIOR-FILE.
            MOVE 'N'  TO WS-PRV-PRESENT-FLAG.
            MOVE ZERO TO WS-PRV-LINES.
            PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                    UNTIL WS-PS-IDX > WS-PRIOR-COUNT
                IF WS-PS-FILE(WS-PS-IDX) = WS-KF-NAME(WS-KF-IDX)
                    IF WS-PS-LINE-NO(WS-PS-IDX) = ZERO
                        IF WS-PS-CONTENT(WS-PS-IDX) = "*PRESENT*"
                            SET WS-PRV-PRESENT TO TRUE
                        END-IF
                    ELSE
                        IF WS-PS-LINE-NO(WS-PS-IDX) <= 10
                            ADD 1 TO WS-PRV-LINES
                            SET WS-PL-IDX TO WS-PS-LINE-NO(WS-PS-IDX)
                            MOVE WS-PS-CONTENT(WS-PS-IDX)
                                TO WS-PRV-LINE(WS-PL-IDX)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
       COMPARE-WITH-PRIOR.
            MOVE 'N' TO WS-CHANGED-FLAG.
            IF NOT WS-PRIOR-ON-FILE
                GO TO COMPARE-WITH-PRIOR-EXIT
            END-IF.
            IF WS-CUR-PRESENT-FLAG NOT = WS-PRV-PRESENT-FLAG
                SET WS-FILE-CHANGED TO TRUE
                GO TO COMPARE-WITH-PRIOR-EXIT
            END-IF.
            MOVE WS-CUR-LINES TO WS-LINE-NO.
            IF WS-LINE-NO > 10
                MOVE 10 TO WS-LINE-NO
            END-IF.
            IF WS-LINE-NO NOT = WS-PRV-LINES
                SET WS-FILE-CHANGED TO TRUE
                GO TO COMPARE-WITH-PRIOR-EXIT
            END-IF.
            PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                    UNTIL WS-CL-IDX > WS-LINE-NO
                        OR WS-FILE-CHANGED
                SET WS-PL-IDX TO WS-CL-IDX
                IF WS-CUR-LINE(WS-CL-IDX) NOT = WS-PRV-LINE(WS-PL-IDX)
                    SET WS-FILE-CHANGED TO TRUE
                END-IF
            END-PERFORM.
       COMPARE-WITH-PRIOR-EXIT.
            EXIT.
       REPORT-ONE-FILE.
            MOVE SPACES TO RCF-FLAGS.
            MOVE WS-KF-NAME(WS-KF-IDX)    TO RCF-NAME.
            MOVE WS-KF-USED-BY(WS-KF-IDX) TO RCF-USED-BY.
            IF WS-CUR-PRESENT
                ADD 1 TO WS-PRESENT-TOTAL
                MOVE "PRESENT" TO RCF-STATE
                IF WS-KF-OVERRIDES-PROMPT(WS-KF-IDX)
                    ADD 1 TO WS-CHECK-TOTAL
                    MOVE "** CHECK **" TO RCF-FLAGS
                END-IF
            ELSE
                ADD 1 TO WS-ABSENT-TOTAL
                MOVE "ABSENT" TO RCF-STATE
            END-IF.
            IF WS-FILE-CHANGED
                ADD 1 TO WS-CHANGED-TOTAL
                IF RCF-FLAGS = SPACES
                    MOVE "** CHANGED **" TO RCF-FLAGS
                ELSE
                    MOVE "** CHECK ** ** CHANGED **" TO RCF-FLAGS
                END-IF
            END-IF.
            WRITE CONFIG-REPORT-RECORD FROM WS-RC-FILE-LINE.
            IF WS-FILE-CHANGED OR RCF-FLAGS NOT = SPACES
                DISPLAY WS-RC-FILE-LINE
            END-IF.
            IF WS-CUR-PRESENT
                PERFORM REPORT-CURRENT-LINES
            ELSE
                MOVE "default:" TO RCL-LABEL
                MOVE WS-KF-DEFAULT(WS-KF-IDX) TO RCL-TEXT
                WRITE CONFIG-REPORT-RECORD FROM WS-RC-CONTENT-LINE
            END-IF.
            IF WS-FILE-CHANGED
                PERFORM REPORT-PRIOR-LINES
            END-IF.
       REPORT-CURRENT-LINES.
            IF WS-CUR-LINES = ZERO
                MOVE "contents:" TO RCL-LABEL
                MOVE "(empty file)" TO RCL-TEXT
                WRITE CONFIG-REPORT-RECORD FROM WS-RC-CONTENT-LINE
            END-IF.
            PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                    UNTIL WS-CL-IDX > WS-CUR-LINES
                        OR WS-CL-IDX > 10
                MOVE SPACES TO RCL-LABEL
                SET WS-LINE-NO TO WS-CL-IDX
                MOVE WS-LINE-NO(2:2) TO RCL-LABEL(1:2)
                MOVE ":" TO RCL-LABEL(3:1)
                MOVE WS-CUR-LINE(WS-CL-IDX) TO RCL-TEXT
                WRITE CONFIG-REPORT-RECORD FROM WS-RC-CONTENT-LINE
            END-PERFORM.
            IF WS-CUR-LINES > 10
                MOVE SPACES TO RCL-LABEL
                MOVE "... further lines not shown" TO RCL-TEXT
                WRITE CONFIG-REPORT-RECORD FROM WS-RC-CONTENT-LINE
            END-IF.
       REPORT-PRIOR-LINES.
            MOVE "was:" TO RCL-LABEL.
            IF NOT WS-PRV-PRESENT
                MOVE "absent" TO RCL-TEXT
                WRITE CONFIG-REPORT-RECORD FROM WS-RC-CONTENT-LINE
            ELSE
                IF WS-PRV-LINES = ZERO
                    MOVE "(empty file)" TO RCL-TEXT
                    WRITE CONFIG-REPORT-RECORD
                        FROM WS-RC-CONTENT-LINE
                END-IF
                PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                        UNTIL WS-PL-IDX > WS-PRV-LINES
                    MOVE WS-PRV-LINE(WS-PL-IDX) TO RCL-TEXT
                    WRITE CONFIG-REPORT-RECORD
                        FROM WS-RC-CONTENT-LINE
                    MOVE SPACES TO RCL-LABEL
                END-PERFORM
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
       END PROGRAM CONFIG-SNAPSHOT.
