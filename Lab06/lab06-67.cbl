      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cleared check reconciliation. The bank's paid-items
      *          file (bankpaid.txt) is matched check by check to the
      *          check register (checkreg.txt) on check number and
      *          amount. A paid check is marked cleared on the check
      *          status file (checkstat.txt, one row per check that
      *          has a status - no row means still outstanding); a
      *          check the bank paid at a different amount, one we
      *          never issued, one voided through the check print
      *          void, one already cleared on an earlier date or one
      *          already written off as stale is reported as an
      *          exception instead. The checks still outstanding are
      *          then listed aged by issue date. A check outstanding
      *          longer than the stale-date limit (staleparm.txt,
      *          default 180 days) goes stale: for a payee still
      *          active on the master it is listed for void and
      *          reissue, otherwise it is held for the annual
      *          unclaimed-property report (unclaimed.txt, by payee,
      *          for the year entered). The checks that go stale in a
      *          run are reversed out of cash into the stale-dated
      *          check liability in a balanced journal (glstale.txt,
      *          gljournal.txt format: the glaccounts.txt type K bank
      *          account debited, type U liability credited; suspense
      *          99999999 where a type is not mapped; the header
      *          carries the fiscal period of the run date for the
      *          lab06-73 GL posting). The report is
      *          checkrecon.txt; return code 4 when there are
      *          exceptions or checks went stale.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-RECON.
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
           SELECT CHECK-REGISTER-FILE ASSIGN TO "checkreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
           SELECT BANK-PAID-FILE ASSIGN TO "bankpaid.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-PAID-STATUS.
           SELECT CHECK-STATUS-FILE ASSIGN TO "checkstat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-STATUS-STATUS.
           SELECT STALE-PARM-FILE ASSIGN TO "staleparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STALE-PARM-STATUS.
           SELECT GL-ACCOUNT-FILE ASSIGN TO "glaccounts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-ACCT-STATUS.
           SELECT GL-STALE-FILE ASSIGN TO "glstale.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STALE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "checkrecon.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECON-STATUS.
           SELECT UNCLAIMED-FILE ASSIGN TO "unclaimed.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNCLAIMED-STATUS.
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
       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-RECORD.
           05 CR-TYPE          PIC X(1).
           05 CR-CHECK-NO      PIC 9(6).
           05 CR-DATE          PIC X(8).
           05 CR-PERIOD        PIC X(6).
           05 CR-EMP-ID        PIC X(6).
           05 CR-NAME          PIC X(25).
           05 CR-AMOUNT        PIC 9(9)V99.
       FD BANK-PAID-FILE.
       01 BANK-PAID-RECORD.
           05 BP-TYPE          PIC X(1).
           05 BP-CHECK-NO      PIC 9(6).
           05 BP-PAID-DATE     PIC 9(8).
           05 BP-AMOUNT        PIC 9(9)V99.
       FD CHECK-STATUS-FILE.
       01 CHECK-STATUS-RECORD.
           05 CS-CHECK-NO      PIC 9(6).
           05 CS-STATUS        PIC X(1).
           05 CS-DATE          PIC 9(8).
           05 CS-PAID-AMOUNT   PIC 9(9)V99.
       FD STALE-PARM-FILE.
       01 STALE-PARM-RECORD.
           05 SP-STALE-DAYS    PIC 9(3).
       FD GL-ACCOUNT-FILE.
       01 GL-ACCOUNT-RECORD.
           05 GA-TYPE      PIC X(1).
           05 GA-DEP       PIC X(10).
           05 GA-ACCOUNT   PIC X(8).
       FD GL-STALE-FILE.
       01 GL-STALE-RECORD  PIC X(40).
       FD RECON-REPORT-FILE.
       01 RECON-REPORT-RECORD PIC X(132).
       FD UNCLAIMED-FILE.
       01 UNCLAIMED-RECORD    PIC X(132).
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
       COPY DATEREQ.
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-REGISTER-STATUS      PIC X(2).
       01 WS-BANK-PAID-STATUS     PIC X(2).
       01 WS-CHECK-STATUS-STATUS  PIC X(2).
       01 WS-STALE-PARM-STATUS    PIC X(2).
       01 WS-GL-ACCT-STATUS       PIC X(2).
       01 WS-GL-STALE-STATUS      PIC X(2).
       01 WS-RECON-STATUS         PIC X(2).
       01 WS-UNCLAIMED-STATUS     PIC X(2).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-OPSESSION-STATUS     PIC X(2).
       01 WS-SESSION-OPERATOR     PIC X(8)  VALUE "CONSOLE".
       01 WS-UNATTENDED-FLAG      PIC A(1)  VALUE 'N'.
           88 WS-UNATTENDED                 VALUE 'Y'.
       01 WS-EOF-FLAG             PIC A(1)  VALUE 'N'.
           88 WS-END-OF-FILE                VALUE 'Y'.
       01 WS-MASTER-OPEN-FLAG     PIC A(1)  VALUE 'N'.
           88 WS-MASTER-OPEN                VALUE 'Y'.
       01 WS-RUN-RC               PIC 9(2)  VALUE ZERO.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR       PIC 9(4).
           05 FILLER              PIC 9(4).
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-STALE-DAYS           PIC 9(3)  VALUE 180.
       01 WS-REPORT-YEAR-X        PIC X(4)  VALUE SPACES.
       01 WS-REPORT-YEAR          PIC 9(4).
       01 WS-CHECK-COUNT          PIC 9(5)  VALUE ZERO.
       01 WS-CHECK-TABLE.
           05 WS-CHECK-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-CK-IDX WS-CK-SAVE.
               10 WS-CK-CHECK-NO   PIC 9(6).
               10 WS-CK-DATE       PIC 9(8).
               10 WS-CK-EMP-ID     PIC X(6).
               10 WS-CK-NAME       PIC X(25).
               10 WS-CK-AMOUNT     PIC 9(9)V99.
               10 WS-CK-ISSUED     PIC X(1).
                   88 WS-CK-WAS-ISSUED      VALUE 'Y'.
               10 WS-CK-VOIDED     PIC X(1).
                   88 WS-CK-WAS-VOIDED      VALUE 'Y'.
               10 WS-CK-STATUS     PIC X(1).
                   88 WS-CK-OUTSTANDING     VALUE SPACE.
                   88 WS-CK-CLEARED         VALUE 'C' 'M'.
                   88 WS-CK-STALE           VALUE 'S' 'U'.
                   88 WS-CK-REISSUE         VALUE 'S'.
                   88 WS-CK-UNCLAIMED       VALUE 'U'.
               10 WS-CK-STATUS-DATE PIC 9(8).
               10 WS-CK-PAID-AMOUNT PIC 9(9)V99.
               10 WS-CK-LISTED     PIC X(1).
                   88 WS-CK-PAYEE-LISTED    VALUE 'Y'.
       01 WS-CHECK-FULL-FLAG      PIC X(1)  VALUE 'N'.
           88 WS-CHECK-TABLE-FULL           VALUE 'Y'.
       01 WS-GL-ACCT-COUNT        PIC 9(3)  VALUE ZERO.
       01 WS-GL-ACCT-TABLE.
           05 WS-GL-ACCT-ENTRY OCCURS 40 TIMES
                   INDEXED BY WS-GL-IDX.
               10 WS-GA-TYPE    PIC X(1).
               10 WS-GA-DEP     PIC X(10).
               10 WS-GA-ACCOUNT PIC X(8).
       01 WS-GL-WORK.
           05 WS-GL-FOUND       PIC A(1).
               88 WS-GL-ACCT-KNOWN        VALUE 'Y'.
           05 WS-GL-WANTED      PIC X(1).
           05 WS-GL-THIS-ACCT   PIC X(8).
       01 WS-GL-LAYOUTS.
           05 WS-GL-HEADER.
               10 FILLER        PIC X(1)  VALUE 'H'.
               10 GLH-SOURCE    PIC X(8).
               10 GLH-DATE      PIC X(8).
               10 GLH-PERIOD    PIC 9(6).
               10 GLH-REFERENCE PIC X(6).
           05 WS-GL-DETAIL.
               10 FILLER        PIC X(1)  VALUE 'D'.
               10 GLD-DRCR      PIC X(2).
               10 GLD-ACCOUNT   PIC X(8).
               10 GLD-AMOUNT    PIC 9(11)V99.
           05 WS-GL-TRAILER.
               10 FILLER        PIC X(1)  VALUE 'T'.
               10 GLT-DR-TOTAL  PIC 9(11)V99.
               10 GLT-CR-TOTAL  PIC 9(11)V99.
       01 WS-WORK-FIELDS.
           05 WS-AUDIT-YYMMDD     PIC 9(6).
           05 WS-DATE-N           PIC 9(8).
           05 WS-AGE-DAYS         PIC S9(9).
           05 WS-STALE-YEAR       PIC 9(4).
           05 WS-FIND-CHECK-NO    PIC 9(6).
           05 WS-FOUND-FLAG       PIC X(1).
               88 WS-FOUND                  VALUE 'Y'.
           05 WS-EXCEPTION-TEXT   PIC X(40).
           05 WS-PAYEE-ID         PIC X(6).
           05 WS-PAYEE-TOTAL      PIC 9(11)V99.
           05 WS-PAYEE-CHECKS     PIC 9(5).
       01 WS-COUNTS.
           05 WS-PAID-READ        PIC 9(5)  VALUE ZERO.
           05 WS-CLEARED-COUNT    PIC 9(5)  VALUE ZERO.
           05 WS-REPEAT-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-EXCEPTION-COUNT  PIC 9(5)  VALUE ZERO.
           05 WS-OUTSTANDING-COUNT PIC 9(5) VALUE ZERO.
           05 WS-NEW-STALE-COUNT  PIC 9(5)  VALUE ZERO.
           05 WS-REISSUE-COUNT    PIC 9(5)  VALUE ZERO.
           05 WS-UNCLAIMED-COUNT  PIC 9(5)  VALUE ZERO.
       01 WS-AMOUNTS.
           05 WS-OUTSTANDING-TOTAL PIC 9(11)V99 VALUE ZERO.
           05 WS-NEW-STALE-TOTAL  PIC 9(11)V99 VALUE ZERO.
           05 WS-UNCLAIMED-TOTAL  PIC 9(11)V99 VALUE ZERO.
           05 WS-AGE-TOTAL OCCURS 5 TIMES
                                  PIC 9(11)V99.
           05 WS-AGE-CHECKS OCCURS 5 TIMES
                                  PIC 9(5).
       01 WS-AGE-SUB              PIC 9(1).
       01 WS-AUDIT-PROGRAM        PIC X(10).
       01 WS-AUDIT-COUNT          PIC 9(5).
       01 WS-AUDIT-REJECTS        PIC 9(5).
       01 WS-AUDIT-OUTCOME        PIC X(10).
       01 WS-RECON-LINES.
           05 WS-RR-TITLE.
               10 FILLER           PIC X(32) VALUE
                   "CLEARED CHECK RECONCILIATION - ".
               10 FILLER           PIC X(7)  VALUE "RUN ON ".
               10 RRT-RUN-DATE     PIC 9(8).
               10 FILLER           PIC X(14) VALUE " - STALE AFTER".
               10 RRT-STALE-DAYS   PIC ZZ9.
               10 FILLER           PIC X(5)  VALUE " DAYS".
           05 WS-RR-RULE.
               10 FILLER PIC X(132) VALUE ALL "-".
           05 WS-RR-SECTION.
               10 RRS-TEXT         PIC X(60).
           05 WS-RR-EXCEPTION-LINE.
               10 FILLER           PIC X(2)  VALUE SPACES.
               10 RRX-REASON       PIC X(20).
               10 FILLER           PIC X(7)  VALUE " CHECK ".
               10 RRX-CHECK-NO     PIC 9(6).
               10 FILLER           PIC X(6)  VALUE " PAID ".
               10 RRX-PAID-DATE    PIC 9(8).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 RRX-PAID-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(2)  VALUE SPACES.
               10 RRX-TEXT         PIC X(40).
           05 WS-RR-CHECK-HEAD.
               10 FILLER           PIC X(2)  VALUE SPACES.
               10 FILLER           PIC X(8)  VALUE "CHECK".
               10 FILLER           PIC X(9)  VALUE "ISSUED".
               10 FILLER           PIC X(8)  VALUE "EMP-ID".
               10 FILLER           PIC X(26) VALUE "PAYEE".
               10 FILLER           PIC X(15) VALUE "         AMOUNT".
               10 FILLER           PIC X(7)  VALUE "   DAYS".
               10 FILLER           PIC X(2)  VALUE SPACES.
               10 FILLER           PIC X(20) VALUE "STATUS".
           05 WS-RR-CHECK-LINE.
               10 FILLER           PIC X(2)  VALUE SPACES.
               10 RRC-CHECK-NO     PIC 9(6).
               10 FILLER           PIC X(2)  VALUE SPACES.
               10 RRC-DATE         PIC 9(8).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 RRC-EMP-ID       PIC X(6).
               10 FILLER           PIC X(2)  VALUE SPACES.
               10 RRC-NAME         PIC X(25).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 RRC-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 RRC-DAYS         PIC ZZZZZ9.
               10 FILLER           PIC X(2)  VALUE SPACES.
               10 RRC-STATUS       PIC X(20).
           05 WS-RR-TOTAL-LINE.
               10 RRL-LABEL        PIC X(40).
               10 RRL-COUNT        PIC ZZZZ9.
               10 FILLER           PIC X(2)  VALUE SPACES.
               10 RRL-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AGE-LABELS.
           05 FILLER PIC X(40) VALUE "  Outstanding 0 - 30 days".
           05 FILLER PIC X(40) VALUE "  Outstanding 31 - 60 days".
           05 FILLER PIC X(40) VALUE "  Outstanding 61 - 90 days".
           05 FILLER PIC X(40) VALUE "  Outstanding 91 days to stale".
           05 FILLER PIC X(40) VALUE "  Outstanding past stale date".
       01 WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABELS.
           05 WS-AGE-LABEL OCCURS 5 TIMES PIC X(40).
       01 WS-UNCLAIMED-LINES.
           05 WS-UC-TITLE.
               10 FILLER           PIC X(40) VALUE
                   "UNCLAIMED PROPERTY REPORT - PAYROLL".
               10 FILLER           PIC X(14) VALUE "CHECKS - YEAR ".
               10 UCT-YEAR         PIC 9(4).
               10 FILLER           PIC X(10) VALUE " - RUN ON ".
               10 UCT-RUN-DATE     PIC 9(8).
           05 WS-UC-PAYEE-LINE.
               10 FILLER           PIC X(6)  VALUE "PAYEE ".
               10 UCP-EMP-ID       PIC X(6).
               10 FILLER           PIC X(2)  VALUE SPACES.
               10 UCP-NAME         PIC X(25).
           05 WS-UC-CHECK-LINE.
               10 FILLER           PIC X(4)  VALUE SPACES.
               10 FILLER           PIC X(6)  VALUE "CHECK ".
               10 UCC-CHECK-NO     PIC 9(6).
               10 FILLER           PIC X(8)  VALUE " ISSUED ".
               10 UCC-ISSUE-DATE   PIC 9(8).
               10 FILLER           PIC X(7)  VALUE " STALE ".
               10 UCC-STALE-DATE   PIC 9(8).
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 UCC-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-UC-PAYEE-TOTAL.
               10 FILLER           PIC X(4)  VALUE SPACES.
               10 FILLER           PIC X(13) VALUE "PAYEE TOTAL ".
               10 UCY-CHECKS       PIC ZZZZ9.
               10 FILLER           PIC X(10) VALUE " CHECK(S) ".
               10 UCY-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-UC-GRAND-TOTAL.
               10 FILLER           PIC X(17) VALUE "REPORT TOTAL".
               10 UCG-CHECKS       PIC ZZZZ9.
               10 FILLER           PIC X(10) VALUE " CHECK(S) ".
               10 UCG-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-OP-SESSION.
            IF WS-SESSION-OPERATOR = "SCHEDULE"
                SET WS-UNATTENDED TO TRUE
            END-IF.
            ACCEPT WS-TODAY-RAW FROM DATE.
            COMPUTE WS-TODAY =
                20000000 + (WS-TODAY-YY * 10000)
                    + (WS-TODAY-MM * 100) + WS-TODAY-DD.
            MOVE "CHKRECON" TO WS-AUDIT-PROGRAM.
            MOVE ZERO       TO WS-AUDIT-COUNT WS-AUDIT-REJECTS.
            MOVE WS-TODAY-YEAR TO WS-REPORT-YEAR.
            IF NOT WS-UNATTENDED
                DISPLAY "Unclaimed property report year (blank = "
                    "this year): "
                ACCEPT WS-REPORT-YEAR-X
                IF WS-REPORT-YEAR-X NOT = SPACES
                    IF WS-REPORT-YEAR-X IS NUMERIC
                        MOVE WS-REPORT-YEAR-X TO WS-REPORT-YEAR
                    ELSE
                        DISPLAY "Year not numeric - this year used."
                    END-IF
                END-IF
            END-IF.
            PERFORM LOAD-STALE-PARM.
            PERFORM LOAD-CHECK-REGISTER.
            IF WS-CHECK-COUNT = ZERO
                DISPLAY "No checks on checkreg.txt - nothing to "
                    "reconcile."
                MOVE "FAILED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-CHECK-STATUS.
            OPEN OUTPUT RECON-REPORT-FILE.
            IF WS-RECON-STATUS NOT = "00"
                DISPLAY "Unable to open checkrecon.txt - status "
                    WS-RECON-STATUS
                MOVE "FAILED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-LOG
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-TODAY      TO RRT-RUN-DATE.
            MOVE WS-STALE-DAYS TO RRT-STALE-DAYS.
            WRITE RECON-REPORT-RECORD FROM WS-RR-TITLE.
            WRITE RECON-REPORT-RECORD FROM WS-RR-RULE.
            PERFORM MATCH-PAID-ITEMS THRU MATCH-PAID-ITEMS-EXIT.
            OPEN INPUT EMPLOYEE-FILE.
            IF WS-EMPLOYEE-FILE-STATUS = "00"
                SET WS-MASTER-OPEN TO TRUE
            ELSE
                DISPLAY "employees.txt not found - every stale check "
                    "is held as unclaimed property."
            END-IF.
            PERFORM LIST-OUTSTANDING-CHECKS.
            IF WS-MASTER-OPEN
                CLOSE EMPLOYEE-FILE
            END-IF.
            PERFORM LIST-STALE-CHECKS.
            PERFORM WRITE-RECON-SUMMARY.
            CLOSE RECON-REPORT-FILE.
            PERFORM SAVE-CHECK-STATUS.
            IF WS-NEW-STALE-COUNT > ZERO
                PERFORM LOAD-GL-ACCOUNTS
                PERFORM WRITE-STALE-JOURNAL
                    THRU WRITE-STALE-JOURNAL-EXIT
            END-IF.
            PERFORM WRITE-UNCLAIMED-REPORT.
            DISPLAY WS-CLEARED-COUNT " check(s) cleared, "
                WS-EXCEPTION-COUNT " exception(s), "
                WS-OUTSTANDING-COUNT " outstanding, "
                WS-NEW-STALE-COUNT " newly stale - see "
                "checkrecon.txt.".
            IF (WS-EXCEPTION-COUNT > ZERO
                    OR WS-NEW-STALE-COUNT > ZERO)
                    AND WS-RUN-RC < 4
                MOVE 4 TO WS-RUN-RC
            END-IF.
            MOVE WS-PAID-READ       TO WS-AUDIT-COUNT.
            MOVE WS-EXCEPTION-COUNT TO WS-AUDIT-REJECTS.
            MOVE "LISTED"           TO WS-AUDIT-OUTCOME.
            PERFORM WRITE-AUDIT-LOG.
            MOVE WS-RUN-RC TO RETURN-CODE.
            STOP RUN.
       LOAD-STALE-PARM.
            OPEN INPUT STALE-PARM-FILE.
            IF WS-STALE-PARM-STATUS = "00"
                READ STALE-PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF SP-STALE-DAYS IS NUMERIC
                                AND SP-STALE-DAYS > ZERO
                            MOVE SP-STALE-DAYS TO WS-STALE-DAYS
                        END-IF
                END-READ
                CLOSE STALE-PARM-FILE
            ELSE
                DISPLAY "staleparm.txt not found - checks go stale "
                    "after 180 days."
            END-IF.
       LOAD-CHECK-REGISTER.
      * every check number the register knows, issued or voided;
      * the T trailers are the print run's own control.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT CHECK-REGISTER-FILE.
            IF WS-REGISTER-STATUS NOT = "00"
                DISPLAY "Unable to open checkreg.txt - status "
                    WS-REGISTER-STATUS
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ CHECK-REGISTER-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF CR-TYPE = 'D' OR CR-TYPE = 'V'
                                PERFORM KEEP-REGISTER-LINE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CHECK-REGISTER-FILE
            END-IF.
            IF WS-CHECK-TABLE-FULL
                DISPLAY "More than 5000 checks on checkreg.txt - "
                    "the later ones are not reconciled."
                MOVE 4 TO WS-RUN-RC
            END-IF.
       KEEP-REGISTER-LINE.
            MOVE CR-CHECK-NO TO WS-FIND-CHECK-NO.
            PERFORM FIND-CHECK.
            IF NOT WS-FOUND
                IF WS-CHECK-COUNT >= 5000
                    SET WS-CHECK-TABLE-FULL TO TRUE
                ELSE
                    ADD 1 TO WS-CHECK-COUNT
                    SET WS-CK-IDX TO WS-CHECK-COUNT
                    MOVE CR-CHECK-NO TO WS-CK-CHECK-NO(WS-CK-IDX)
                    MOVE ZERO   TO WS-CK-DATE(WS-CK-IDX)
                    MOVE SPACES TO WS-CK-EMP-ID(WS-CK-IDX)
                    MOVE SPACES TO WS-CK-NAME(WS-CK-IDX)
                    MOVE ZERO   TO WS-CK-AMOUNT(WS-CK-IDX)
                    MOVE 'N'    TO WS-CK-ISSUED(WS-CK-IDX)
                    MOVE 'N'    TO WS-CK-VOIDED(WS-CK-IDX)
                    MOVE SPACE  TO WS-CK-STATUS(WS-CK-IDX)
                    MOVE ZERO   TO WS-CK-STATUS-DATE(WS-CK-IDX)
                    MOVE ZERO   TO WS-CK-PAID-AMOUNT(WS-CK-IDX)
                    MOVE 'N'    TO WS-CK-LISTED(WS-CK-IDX)
                    SET WS-FOUND TO TRUE
                END-IF
            END-IF.
            IF WS-FOUND
                IF CR-TYPE = 'V'
                    MOVE 'Y' TO WS-CK-VOIDED(WS-CK-IDX)
                ELSE
                    MOVE 'Y'       TO WS-CK-ISSUED(WS-CK-IDX)
                    MOVE CR-DATE   TO WS-CK-DATE(WS-CK-IDX)
                    MOVE CR-EMP-ID TO WS-CK-EMP-ID(WS-CK-IDX)
                    MOVE CR-NAME   TO WS-CK-NAME(WS-CK-IDX)
                    MOVE CR-AMOUNT TO WS-CK-AMOUNT(WS-CK-IDX)
                END-IF
            END-IF.
       FIND-CHECK.
            MOVE 'N' TO WS-FOUND-FLAG.
            PERFORM VARYING WS-CK-IDX FROM 1 BY 1
                    UNTIL WS-CK-IDX > WS-CHECK-COUNT OR WS-FOUND
                IF WS-CK-CHECK-NO(WS-CK-IDX) = WS-FIND-CHECK-NO
                    SET WS-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF WS-FOUND
                SET WS-CK-IDX DOWN BY 1
            END-IF.
       LOAD-CHECK-STATUS.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT CHECK-STATUS-FILE.
            IF WS-CHECK-STATUS-STATUS NOT = "00"
                DISPLAY "checkstat.txt not found - every check on "
                    "the register starts outstanding."
            ELSE
                PERFORM UNTIL WS-END-OF-FILE
                    READ CHECK-STATUS-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE CS-CHECK-NO TO WS-FIND-CHECK-NO
                            PERFORM FIND-CHECK
                            IF WS-FOUND
                                MOVE CS-STATUS
                                    TO WS-CK-STATUS(WS-CK-IDX)
                                MOVE CS-DATE
                                    TO WS-CK-STATUS-DATE(WS-CK-IDX)
                                MOVE CS-PAID-AMOUNT
                                    TO WS-CK-PAID-AMOUNT(WS-CK-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CHECK-STATUS-FILE
            END-IF.
       MATCH-PAID-ITEMS.
            MOVE "PAID ITEMS - EXCEPTIONS" TO RRS-TEXT.
            WRITE RECON-REPORT-RECORD FROM WS-RR-SECTION.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT BANK-PAID-FILE.
            IF WS-BANK-PAID-STATUS NOT = "00"
                DISPLAY "bankpaid.txt not found - no paid items "
                    "matched; outstanding list only."
                MOVE "  No paid-items file from the bank this run."
                    TO RECON-REPORT-RECORD
                WRITE RECON-REPORT-RECORD
                GO TO MATCH-PAID-ITEMS-EXIT
            END-IF.
            PERFORM UNTIL WS-END-OF-FILE
                READ BANK-PAID-FILE
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        IF BP-TYPE = 'D'
                            ADD 1 TO WS-PAID-READ
                            PERFORM MATCH-ONE-PAID-ITEM
                                THRU MATCH-ONE-PAID-ITEM-EXIT
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BANK-PAID-FILE.
            IF WS-EXCEPTION-COUNT = ZERO
                MOVE "  None." TO RECON-REPORT-RECORD
                WRITE RECON-REPORT-RECORD
            END-IF.
       MATCH-PAID-ITEMS-EXIT.
            EXIT.
       MATCH-ONE-PAID-ITEM.
            MOVE BP-CHECK-NO TO WS-FIND-CHECK-NO.
            PERFORM FIND-CHECK.
            IF NOT WS-FOUND
                MOVE "NOT ISSUED" TO RRX-REASON
                MOVE "check number is not on checkreg.txt"
                    TO WS-EXCEPTION-TEXT
                PERFORM WRITE-EXCEPTION-LINE
                GO TO MATCH-ONE-PAID-ITEM-EXIT
            END-IF.
            IF NOT WS-CK-WAS-ISSUED(WS-CK-IDX)
                MOVE "NOT ISSUED" TO RRX-REASON
                MOVE "register holds only a void for it"
                    TO WS-EXCEPTION-TEXT
                PERFORM WRITE-EXCEPTION-LINE
                GO TO MATCH-ONE-PAID-ITEM-EXIT
            END-IF.
            IF WS-CK-WAS-VOIDED(WS-CK-IDX)
                MOVE "VOIDED CHECK PAID" TO RRX-REASON
                PERFORM BUILD-ISSUED-TEXT
                PERFORM WRITE-EXCEPTION-LINE
                GO TO MATCH-ONE-PAID-ITEM-EXIT
            END-IF.
      * the same paid item seen again is a re-run of the same file.
            IF WS-CK-CLEARED(WS-CK-IDX)
                IF WS-CK-STATUS-DATE(WS-CK-IDX) = BP-PAID-DATE
                        AND WS-CK-PAID-AMOUNT(WS-CK-IDX) = BP-AMOUNT
                    ADD 1 TO WS-REPEAT-COUNT
                ELSE
                    MOVE "PAID TWICE" TO RRX-REASON
                    MOVE SPACES TO WS-EXCEPTION-TEXT
                    STRING "already cleared "
                        WS-CK-STATUS-DATE(WS-CK-IDX)
                        DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
                    END-STRING
                    PERFORM WRITE-EXCEPTION-LINE
                END-IF
                GO TO MATCH-ONE-PAID-ITEM-EXIT
            END-IF.
            IF WS-CK-STALE(WS-CK-IDX)
                MOVE "STALE CHECK PAID" TO RRX-REASON
                MOVE SPACES TO WS-EXCEPTION-TEXT
                STRING "written off as stale "
                    WS-CK-STATUS-DATE(WS-CK-IDX)
                    " - reverse it"
                    DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
                END-STRING
                PERFORM WRITE-EXCEPTION-LINE
                MOVE 'C' TO WS-CK-STATUS(WS-CK-IDX)
                MOVE BP-PAID-DATE TO WS-CK-STATUS-DATE(WS-CK-IDX)
                MOVE BP-AMOUNT    TO WS-CK-PAID-AMOUNT(WS-CK-IDX)
                GO TO MATCH-ONE-PAID-ITEM-EXIT
            END-IF.
            MOVE BP-PAID-DATE TO WS-CK-STATUS-DATE(WS-CK-IDX).
            MOVE BP-AMOUNT    TO WS-CK-PAID-AMOUNT(WS-CK-IDX).
            IF BP-AMOUNT NOT = WS-CK-AMOUNT(WS-CK-IDX)
                MOVE 'M' TO WS-CK-STATUS(WS-CK-IDX)
                MOVE "AMOUNT MISMATCH" TO RRX-REASON
                PERFORM BUILD-ISSUED-TEXT
                PERFORM WRITE-EXCEPTION-LINE
            ELSE
                MOVE 'C' TO WS-CK-STATUS(WS-CK-IDX)
                ADD 1 TO WS-CLEARED-COUNT
            END-IF.
       MATCH-ONE-PAID-ITEM-EXIT.
            EXIT.
       BUILD-ISSUED-TEXT.
            MOVE WS-CK-AMOUNT(WS-CK-IDX) TO RRC-AMOUNT.
            MOVE SPACES TO WS-EXCEPTION-TEXT.
            STRING "issued " WS-CK-DATE(WS-CK-IDX) " for "
                RRC-AMOUNT
                DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
            END-STRING.
       WRITE-EXCEPTION-LINE.
            ADD 1 TO WS-EXCEPTION-COUNT.
            MOVE BP-CHECK-NO       TO RRX-CHECK-NO.
            MOVE BP-PAID-DATE      TO RRX-PAID-DATE.
            MOVE BP-AMOUNT         TO RRX-PAID-AMOUNT.
            MOVE WS-EXCEPTION-TEXT TO RRX-TEXT.
            WRITE RECON-REPORT-RECORD FROM WS-RR-EXCEPTION-LINE.
       LIST-OUTSTANDING-CHECKS.
            MOVE SPACES TO RECON-REPORT-RECORD.
            WRITE RECON-REPORT-RECORD.
            MOVE "OUTSTANDING CHECKS - AGED BY ISSUE DATE"
                TO RRS-TEXT.
            WRITE RECON-REPORT-RECORD FROM WS-RR-SECTION.
            WRITE RECON-REPORT-RECORD FROM WS-RR-CHECK-HEAD.
            PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                    UNTIL WS-AGE-SUB > 5
                MOVE ZERO TO WS-AGE-TOTAL(WS-AGE-SUB)
                MOVE ZERO TO WS-AGE-CHECKS(WS-AGE-SUB)
            END-PERFORM.
            PERFORM VARYING WS-CK-IDX FROM 1 BY 1
                    UNTIL WS-CK-IDX > WS-CHECK-COUNT
                IF WS-CK-WAS-ISSUED(WS-CK-IDX)
                        AND NOT WS-CK-WAS-VOIDED(WS-CK-IDX)
                        AND WS-CK-OUTSTANDING(WS-CK-IDX)
                    PERFORM AGE-ONE-CHECK
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                    UNTIL WS-AGE-SUB > 5
                MOVE WS-AGE-LABEL(WS-AGE-SUB)  TO RRL-LABEL
                MOVE WS-AGE-CHECKS(WS-AGE-SUB) TO RRL-COUNT
                MOVE WS-AGE-TOTAL(WS-AGE-SUB)  TO RRL-AMOUNT
                WRITE RECON-REPORT-RECORD FROM WS-RR-TOTAL-LINE
            END-PERFORM.
       AGE-ONE-CHECK.
            MOVE "DIFF" TO DS-FUNCTION.
            MOVE WS-TODAY                TO DS-DATE-1.
            MOVE WS-CK-DATE(WS-CK-IDX)   TO DS-DATE-2.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS = 'Y'
                MOVE DS-RESULT TO WS-AGE-DAYS
            ELSE
                MOVE ZERO TO WS-AGE-DAYS
            END-IF.
            EVALUATE TRUE
                WHEN WS-AGE-DAYS > WS-STALE-DAYS
                    MOVE 5 TO WS-AGE-SUB
                WHEN WS-AGE-DAYS > 90
                    MOVE 4 TO WS-AGE-SUB
                WHEN WS-AGE-DAYS > 60
                    MOVE 3 TO WS-AGE-SUB
                WHEN WS-AGE-DAYS > 30
                    MOVE 2 TO WS-AGE-SUB
                WHEN OTHER
                    MOVE 1 TO WS-AGE-SUB
            END-EVALUATE.
            ADD 1 TO WS-AGE-CHECKS(WS-AGE-SUB).
            ADD WS-CK-AMOUNT(WS-CK-IDX) TO WS-AGE-TOTAL(WS-AGE-SUB).
            ADD 1 TO WS-OUTSTANDING-COUNT.
            ADD WS-CK-AMOUNT(WS-CK-IDX) TO WS-OUTSTANDING-TOTAL.
            MOVE "OUTSTANDING" TO RRC-STATUS.
            IF WS-AGE-SUB = 5
                PERFORM MARK-CHECK-STALE
            END-IF.
            PERFORM MOVE-CHECK-LINE.
            MOVE WS-AGE-DAYS TO RRC-DAYS.
            WRITE RECON-REPORT-RECORD FROM WS-RR-CHECK-LINE.
       MARK-CHECK-STALE.
      * a payee still on the payroll can be reissued a check; for
      * anyone else the money is held for the unclaimed property
      * report.
            MOVE 'U' TO WS-CK-STATUS(WS-CK-IDX).
            IF WS-MASTER-OPEN
                MOVE WS-CK-EMP-ID(WS-CK-IDX) TO EMP-ID
                READ EMPLOYEE-FILE
                    KEY IS EMP-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF EMP-ACTIVE
                            MOVE 'S' TO WS-CK-STATUS(WS-CK-IDX)
                        END-IF
                END-READ
            END-IF.
            MOVE WS-TODAY TO WS-CK-STATUS-DATE(WS-CK-IDX).
            MOVE ZERO     TO WS-CK-PAID-AMOUNT(WS-CK-IDX).
            ADD 1 TO WS-NEW-STALE-COUNT.
            ADD WS-CK-AMOUNT(WS-CK-IDX) TO WS-NEW-STALE-TOTAL.
            IF WS-CK-REISSUE(WS-CK-IDX)
                MOVE "STALE - REISSUE" TO RRC-STATUS
            ELSE
                MOVE "STALE - UNCLAIMED" TO RRC-STATUS
            END-IF.
       MOVE-CHECK-LINE.
            MOVE WS-CK-CHECK-NO(WS-CK-IDX) TO RRC-CHECK-NO.
            MOVE WS-CK-DATE(WS-CK-IDX)     TO RRC-DATE.
            MOVE WS-CK-EMP-ID(WS-CK-IDX)   TO RRC-EMP-ID.
            MOVE WS-CK-NAME(WS-CK-IDX)     TO RRC-NAME.
            MOVE WS-CK-AMOUNT(WS-CK-IDX)   TO RRC-AMOUNT.
       LIST-STALE-CHECKS.
      * a stale check stays on the reissue list until it is voided
      * through the check print void and paid again.
            MOVE SPACES TO RECON-REPORT-RECORD.
            WRITE RECON-REPORT-RECORD.
            MOVE "STALE CHECKS TO VOID AND REISSUE" TO RRS-TEXT.
            WRITE RECON-REPORT-RECORD FROM WS-RR-SECTION.
            WRITE RECON-REPORT-RECORD FROM WS-RR-CHECK-HEAD.
            PERFORM VARYING WS-CK-IDX FROM 1 BY 1
                    UNTIL WS-CK-IDX > WS-CHECK-COUNT
                IF WS-CK-REISSUE(WS-CK-IDX)
                        AND NOT WS-CK-WAS-VOIDED(WS-CK-IDX)
                    ADD 1 TO WS-REISSUE-COUNT
                    PERFORM MOVE-CHECK-LINE
                    MOVE ZERO TO RRC-DAYS
                    MOVE SPACES TO RRC-STATUS
                    STRING "STALE " WS-CK-STATUS-DATE(WS-CK-IDX)
                        DELIMITED BY SIZE INTO RRC-STATUS
                    END-STRING
                    WRITE RECON-REPORT-RECORD FROM WS-RR-CHECK-LINE
                END-IF
            END-PERFORM.
            IF WS-REISSUE-COUNT = ZERO
                MOVE "  None." TO RECON-REPORT-RECORD
                WRITE RECON-REPORT-RECORD
            END-IF.
       WRITE-RECON-SUMMARY.
            MOVE SPACES TO RECON-REPORT-RECORD.
            WRITE RECON-REPORT-RECORD.
            WRITE RECON-REPORT-RECORD FROM WS-RR-RULE.
            MOVE ZERO TO RRL-AMOUNT.
            MOVE "Paid items read" TO RRL-LABEL.
            MOVE WS-PAID-READ TO RRL-COUNT.
            WRITE RECON-REPORT-RECORD FROM WS-RR-TOTAL-LINE.
            MOVE "Checks cleared this run" TO RRL-LABEL.
            MOVE WS-CLEARED-COUNT TO RRL-COUNT.
            WRITE RECON-REPORT-RECORD FROM WS-RR-TOTAL-LINE.
            MOVE "Paid items already cleared" TO RRL-LABEL.
            MOVE WS-REPEAT-COUNT TO RRL-COUNT.
            WRITE RECON-REPORT-RECORD FROM WS-RR-TOTAL-LINE.
            MOVE "Exceptions" TO RRL-LABEL.
            MOVE WS-EXCEPTION-COUNT TO RRL-COUNT.
            WRITE RECON-REPORT-RECORD FROM WS-RR-TOTAL-LINE.
            MOVE "Checks outstanding" TO RRL-LABEL.
            MOVE WS-OUTSTANDING-COUNT TO RRL-COUNT.
            MOVE WS-OUTSTANDING-TOTAL TO RRL-AMOUNT.
            WRITE RECON-REPORT-RECORD FROM WS-RR-TOTAL-LINE.
            MOVE "Gone stale this run (to glstale.txt)" TO RRL-LABEL.
            MOVE WS-NEW-STALE-COUNT TO RRL-COUNT.
            MOVE WS-NEW-STALE-TOTAL TO RRL-AMOUNT.
            WRITE RECON-REPORT-RECORD FROM WS-RR-TOTAL-LINE.
       SAVE-CHECK-STATUS.
            OPEN OUTPUT CHECK-STATUS-FILE.
            IF WS-CHECK-STATUS-STATUS NOT = "00"
                DISPLAY "Unable to rewrite checkstat.txt - status "
                    WS-CHECK-STATUS-STATUS " - this run's clearings "
                    "are NOT kept."
                MOVE 16 TO WS-RUN-RC
            ELSE
                PERFORM VARYING WS-CK-IDX FROM 1 BY 1
                        UNTIL WS-CK-IDX > WS-CHECK-COUNT
                    IF NOT WS-CK-OUTSTANDING(WS-CK-IDX)
                        MOVE WS-CK-CHECK-NO(WS-CK-IDX)
                            TO CS-CHECK-NO
                        MOVE WS-CK-STATUS(WS-CK-IDX) TO CS-STATUS
                        MOVE WS-CK-STATUS-DATE(WS-CK-IDX) TO CS-DATE
                        MOVE WS-CK-PAID-AMOUNT(WS-CK-IDX)
                            TO CS-PAID-AMOUNT
                        WRITE CHECK-STATUS-RECORD
                    END-IF
                END-PERFORM
                CLOSE CHECK-STATUS-FILE
            END-IF.
       LOAD-GL-ACCOUNTS.
            MOVE 'N' TO WS-EOF-FLAG.
            OPEN INPUT GL-ACCOUNT-FILE.
            IF WS-GL-ACCT-STATUS = "00"
                PERFORM UNTIL WS-END-OF-FILE
                    READ GL-ACCOUNT-FILE
                        AT END
                            SET WS-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-GL-ACCT-COUNT < 40
                                ADD 1 TO WS-GL-ACCT-COUNT
                                SET WS-GL-IDX TO WS-GL-ACCT-COUNT
                                MOVE GA-TYPE TO
                                    WS-GA-TYPE(WS-GL-IDX)
                                MOVE GA-DEP TO
                                    WS-GA-DEP(WS-GL-IDX)
                                MOVE GA-ACCOUNT TO
                                    WS-GA-ACCOUNT(WS-GL-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GL-ACCOUNT-FILE
                MOVE 'N' TO WS-EOF-FLAG
            ELSE
                DISPLAY "glaccounts.txt not found - stale check "
                    "journal posts entirely to suspense 99999999."
            END-IF.
       FIND-GL-ACCOUNT.
            MOVE 'N' TO WS-GL-FOUND.
            MOVE "99999999" TO WS-GL-THIS-ACCT.
            PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                    UNTIL WS-GL-IDX > WS-GL-ACCT-COUNT
                        OR WS-GL-ACCT-KNOWN
                IF WS-GA-TYPE(WS-GL-IDX) = WS-GL-WANTED
                    SET WS-GL-ACCT-KNOWN TO TRUE
                    MOVE WS-GA-ACCOUNT(WS-GL-IDX)
                        TO WS-GL-THIS-ACCT
                END-IF
            END-PERFORM.
            IF NOT WS-GL-ACCT-KNOWN
                DISPLAY "  No type " WS-GL-WANTED " account mapped "
                    "- posted to suspense 99999999"
            END-IF.
       WRITE-STALE-JOURNAL.
      * the stale checks come back out of cash and into the stale
      * check liability until they are reissued or escheated. The
      * journal books into the fiscal period of the run date and
      * carries the run date (YYMMDD) as its reference, so a second
      * run in the same period is posted too.
            MOVE "FPER"   TO DS-FUNCTION.
            MOVE WS-TODAY TO DS-DATE-1.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS NOT = 'Y'
                DISPLAY "Run date " WS-TODAY " is not on the fiscal "
                    "calendar (fiscalcal.txt) - the stale check "
                    "journal must be posted by hand."
                MOVE 16 TO WS-RUN-RC
                GO TO WRITE-STALE-JOURNAL-EXIT
            END-IF.
            MOVE DS-RESULT TO GLH-PERIOD.
            OPEN OUTPUT GL-STALE-FILE.
            IF WS-GL-STALE-STATUS NOT = "00"
                DISPLAY "Unable to open glstale.txt - status "
                    WS-GL-STALE-STATUS " - the stale check journal "
                    "must be posted by hand."
                MOVE 16 TO WS-RUN-RC
            ELSE
                MOVE "STALECHK" TO GLH-SOURCE
                MOVE WS-TODAY   TO WS-DATE-N
                MOVE WS-DATE-N  TO GLH-DATE
                MOVE WS-DATE-N(3:6) TO GLH-REFERENCE
                WRITE GL-STALE-RECORD FROM WS-GL-HEADER
                MOVE 'K' TO WS-GL-WANTED
                PERFORM FIND-GL-ACCOUNT
                MOVE "DR" TO GLD-DRCR
                MOVE WS-GL-THIS-ACCT TO GLD-ACCOUNT
                MOVE WS-NEW-STALE-TOTAL TO GLD-AMOUNT
                WRITE GL-STALE-RECORD FROM WS-GL-DETAIL
                MOVE 'U' TO WS-GL-WANTED
                PERFORM FIND-GL-ACCOUNT
                MOVE "CR" TO GLD-DRCR
                MOVE WS-GL-THIS-ACCT TO GLD-ACCOUNT
                MOVE WS-NEW-STALE-TOTAL TO GLD-AMOUNT
                WRITE GL-STALE-RECORD FROM WS-GL-DETAIL
                MOVE WS-NEW-STALE-TOTAL TO GLT-DR-TOTAL
                MOVE WS-NEW-STALE-TOTAL TO GLT-CR-TOTAL
                WRITE GL-STALE-RECORD FROM WS-GL-TRAILER
                CLOSE GL-STALE-FILE
                DISPLAY "glstale.txt written - " WS-NEW-STALE-COUNT
                    " stale check(s) reversed to the liability."
            END-IF.
       WRITE-STALE-JOURNAL-EXIT.
            EXIT.
       WRITE-UNCLAIMED-REPORT.
      * by payee: the checks held as unclaimed that went stale in
      * the report year.
            OPEN OUTPUT UNCLAIMED-FILE.
            IF WS-UNCLAIMED-STATUS NOT = "00"
                DISPLAY "Unable to open unclaimed.txt - status "
                    WS-UNCLAIMED-STATUS
                MOVE 16 TO WS-RUN-RC
            ELSE
                MOVE WS-REPORT-YEAR TO UCT-YEAR
                MOVE WS-TODAY       TO UCT-RUN-DATE
                WRITE UNCLAIMED-RECORD FROM WS-UC-TITLE
                MOVE SPACES TO UNCLAIMED-RECORD
                WRITE UNCLAIMED-RECORD
                PERFORM VARYING WS-CK-IDX FROM 1 BY 1
                        UNTIL WS-CK-IDX > WS-CHECK-COUNT
                    PERFORM CHECK-UNCLAIMED-IN-YEAR
                    IF WS-FOUND
                            AND NOT WS-CK-PAYEE-LISTED(WS-CK-IDX)
                        PERFORM WRITE-ONE-PAYEE
                    END-IF
                END-PERFORM
                MOVE WS-UNCLAIMED-COUNT TO UCG-CHECKS
                MOVE WS-UNCLAIMED-TOTAL TO UCG-AMOUNT
                WRITE UNCLAIMED-RECORD FROM WS-UC-GRAND-TOTAL
                CLOSE UNCLAIMED-FILE
                DISPLAY "unclaimed.txt written - " WS-UNCLAIMED-COUNT
                    " check(s) for " WS-REPORT-YEAR "."
            END-IF.
       CHECK-UNCLAIMED-IN-YEAR.
            MOVE 'N' TO WS-FOUND-FLAG.
            IF WS-CK-UNCLAIMED(WS-CK-IDX)
                    AND NOT WS-CK-WAS-VOIDED(WS-CK-IDX)
                MOVE WS-CK-STATUS-DATE(WS-CK-IDX) TO WS-DATE-N
                MOVE WS-DATE-N(1:4) TO WS-STALE-YEAR
                IF WS-STALE-YEAR = WS-REPORT-YEAR
                    SET WS-FOUND TO TRUE
                END-IF
            END-IF.
       WRITE-ONE-PAYEE.
            MOVE WS-CK-EMP-ID(WS-CK-IDX) TO WS-PAYEE-ID.
            MOVE WS-CK-EMP-ID(WS-CK-IDX) TO UCP-EMP-ID.
            MOVE WS-CK-NAME(WS-CK-IDX)   TO UCP-NAME.
            WRITE UNCLAIMED-RECORD FROM WS-UC-PAYEE-LINE.
            MOVE ZERO TO WS-PAYEE-TOTAL WS-PAYEE-CHECKS.
            SET WS-CK-SAVE TO WS-CK-IDX.
            PERFORM VARYING WS-CK-IDX FROM WS-CK-IDX BY 1
                    UNTIL WS-CK-IDX > WS-CHECK-COUNT
                IF WS-CK-EMP-ID(WS-CK-IDX) = WS-PAYEE-ID
                    PERFORM CHECK-UNCLAIMED-IN-YEAR
                    IF WS-FOUND
                        PERFORM WRITE-UNCLAIMED-CHECK
                    END-IF
                END-IF
            END-PERFORM.
            SET WS-CK-IDX TO WS-CK-SAVE.
            MOVE WS-PAYEE-CHECKS TO UCY-CHECKS.
            MOVE WS-PAYEE-TOTAL  TO UCY-AMOUNT.
            WRITE UNCLAIMED-RECORD FROM WS-UC-PAYEE-TOTAL.
            MOVE SPACES TO UNCLAIMED-RECORD.
            WRITE UNCLAIMED-RECORD.
       WRITE-UNCLAIMED-CHECK.
            MOVE 'Y' TO WS-CK-LISTED(WS-CK-IDX).
            MOVE WS-CK-CHECK-NO(WS-CK-IDX)    TO UCC-CHECK-NO.
            MOVE WS-CK-DATE(WS-CK-IDX)        TO UCC-ISSUE-DATE.
            MOVE WS-CK-STATUS-DATE(WS-CK-IDX) TO UCC-STALE-DATE.
            MOVE WS-CK-AMOUNT(WS-CK-IDX)      TO UCC-AMOUNT.
            WRITE UNCLAIMED-RECORD FROM WS-UC-CHECK-LINE.
            ADD 1 TO WS-PAYEE-CHECKS.
            ADD WS-CK-AMOUNT(WS-CK-IDX) TO WS-PAYEE-TOTAL.
            ADD 1 TO WS-UNCLAIMED-COUNT.
            ADD WS-CK-AMOUNT(WS-CK-IDX) TO WS-UNCLAIMED-TOTAL.
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
       END PROGRAM CHECK-RECON.
