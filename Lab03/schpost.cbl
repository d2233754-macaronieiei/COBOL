      ******************************************************************
      * Author:
      * Date:
      * Purpose: Scholarship award posting, so approved scholarships
      *          stop being applied to fees by hand. The term's
      *          pending awards from the eligibility run (schelig, on
      *          schaward.txt) are shown with their total and, once an
      *          approver confirms them, each is credited to the
      *          student's receivables account (stuacct.txt): the
      *          award is applied to the term's open tuition items on
      *          aropen.txt (description "TUITION <term>") oldest due
      *          first, and a credit item of its own is written - terms
      *          CR, description "SCHOLARSHIP <code> <term>", the award
      *          as the original amount and whatever the tuition did
      *          not use as the open amount (status C), or paid (P)
      *          when all of it was used. The award is then marked
      *          (A)pproved with the account, the date and the
      *          approver. An award for a student with no account, or
      *          an account closed or written off on acctmast.txt,
      *          stays pending and is listed. The postings are
      *          registered on schpost.txt.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLARSHIP-POSTING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWARD-FILE ASSIGN TO "schaward.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AWARD-FILE-STATUS.
           SELECT STU-ACCT-FILE ASSIGN TO "stuacct.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STU-ACCT-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "acctmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCT-MASTER-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "aropen.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPEN-ITEM-STATUS.
           SELECT POSTING-REG-FILE ASSIGN TO "schpost.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTING-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AWARD-FILE.
       COPY SCHAWARD.
       FD STU-ACCT-FILE.
       COPY STUACCT.
       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           05 AM-ACCT-NO      PIC 9(6).
           05 AM-CUST-NAME    PIC X(20).
           05 AM-OPEN-BALANCE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 AM-STATUS       PIC X(1).
           05 AM-FC-EXEMPT    PIC X(1).
       FD OPEN-ITEM-FILE.
       COPY OPENITEM.
       FD POSTING-REG-FILE.
       01 POSTING-REG-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 AWARD-FILE-STATUS      PIC X(2).
       01 STU-ACCT-STATUS        PIC X(2).
       01 ACCT-MASTER-STATUS     PIC X(2).
       01 OPEN-ITEM-STATUS       PIC X(2).
       01 POSTING-REG-STATUS     PIC X(2).
       01 EOF-FLAG               PIC X(1) VALUE 'N'.
           88 END-OF-FILE                 VALUE 'Y'.
       01 POSTING-TERM           PIC X(6).
       01 APPROVER-ID            PIC X(8).
       01 CONFIRM-ANSWER         PIC X(1).
       01 AWARD-COUNT            PIC 9(4) VALUE ZERO.
       01 AWARD-TABLE.
           05 AWARD-ENTRY OCCURS 2000 TIMES INDEXED BY AWD-IDX.
               10 AT-STU-ID        PIC 9(10).
               10 AT-CODE          PIC X(6).
               10 AT-TERM          PIC X(6).
               10 AT-AMOUNT        PIC 9(5)V9(2).
               10 AT-STATUS        PIC X(1).
               10 AT-ACCT-NO       PIC 9(6).
               10 AT-POST-DATE     PIC X(8).
               10 AT-APPROVER      PIC X(8).
       01 LINK-COUNT             PIC 9(3) VALUE ZERO.
       01 LINK-TABLE.
           05 LINK-ENTRY OCCURS 300 TIMES INDEXED BY LNK-IDX.
               10 LINK-STU-ID      PIC 9(10).
               10 LINK-ACCT-NO     PIC 9(6).
       01 ACCT-COUNT             PIC 9(3) VALUE ZERO.
       01 ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 300 TIMES INDEXED BY ACCT-IDX.
               10 AC-ACCT-NO       PIC 9(6).
               10 AC-STATUS        PIC X(1).
       01 ITEM-COUNT             PIC 9(4) VALUE ZERO.
       01 ITEM-TABLE.
           05 ITEM-ENTRY OCCURS 2000 TIMES INDEXED BY ITEM-IDX.
               10 IT-INV-NUM       PIC 9(4).
               10 IT-ACCT-NO       PIC 9(6).
               10 IT-INV-DATE      PIC 9(8).
               10 IT-DUE-DATE      PIC 9(8).
               10 IT-TERMS         PIC X(3).
               10 IT-DESCRIPTION   PIC X(30).
               10 IT-ORIG-AMOUNT   PIC 9(7)V99.
               10 IT-OPEN-AMOUNT   PIC 9(7)V99.
               10 IT-STATUS        PIC X(1).
               10 IT-LAST-ACTIVITY PIC 9(8).
       01 WORK-FIELDS.
           05 TUITION-PREFIX     PIC X(15).
           05 PENDING-COUNT      PIC 9(4) VALUE ZERO.
           05 PENDING-TOTAL      PIC 9(7)V9(2) VALUE ZERO.
           05 POSTED-COUNT       PIC 9(4) VALUE ZERO.
           05 POSTED-TOTAL       PIC 9(7)V9(2) VALUE ZERO.
           05 APPLIED-TOTAL      PIC 9(7)V9(2) VALUE ZERO.
           05 HELD-COUNT         PIC 9(4) VALUE ZERO.
           05 HELD-TOTAL         PIC 9(7)V9(2) VALUE ZERO.
           05 POST-ACCT-NO       PIC 9(6).
           05 HOLD-REASON        PIC X(30).
           05 REMAINING          PIC 9(7)V9(2).
           05 APPLY-AMOUNT       PIC 9(7)V9(2).
           05 FIRST-INVOICE      PIC 9(4).
           05 BEST-SLOT          PIC 9(4).
           05 BEST-DUE           PIC 9(8).
           05 FOUND-FLAG         PIC X(1).
               88 FOUND                   VALUE 'Y'.
           05 DISP-AMOUNT        PIC $Z,ZZZ,ZZ9.99.
       01 TODAY-X                PIC X(8).
       01 TODAY-N REDEFINES TODAY-X PIC 9(8).
       01 RUN-DATE-RAW.
           05 RUN-YY PIC 99.
           05 RUN-MM PIC 99.
           05 RUN-DD PIC 99.
       01 REGISTER-LINES.
           05 SPR-RULE.
               10 FILLER PIC X(92) VALUE ALL "=".
           05 SPR-TITLE.
               10 FILLER       PIC X(32) VALUE
                   "SCHOLARSHIP AWARD POSTING - TERM".
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 SPR-TERM     PIC X(6).
               10 FILLER       PIC X(6)  VALUE "  run ".
               10 SPR-RUN-DATE PIC X(8).
               10 FILLER       PIC X(14) VALUE "  approved by ".
               10 SPR-APPROVER PIC X(8).
           05 SPR-COLUMNS.
               10 FILLER PIC X(12) VALUE "STUDENT ID".
               10 FILLER PIC X(8)  VALUE "AWARD".
               10 FILLER PIC X(8)  VALUE "ACCOUNT".
               10 FILLER PIC X(14) VALUE "AMOUNT".
               10 FILLER PIC X(14) VALUE "TO TUITION".
               10 FILLER PIC X(8)  VALUE "RESULT".
               10 FILLER PIC X(28) VALUE SPACES.
           05 SPR-DETAIL.
               10 SPR-STU-ID   PIC 9(10).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 SPR-CODE     PIC X(6).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 SPR-ACCT     PIC X(6).
               10 FILLER       PIC X(2)  VALUE SPACE.
               10 SPR-AMOUNT   PIC $ZZ,ZZ9.99.
               10 FILLER       PIC X(4)  VALUE SPACE.
               10 SPR-APPLIED  PIC $ZZ,ZZ9.99.
               10 FILLER       PIC X(4)  VALUE SPACE.
               10 SPR-RESULT   PIC X(36).
           05 SPR-TOTAL-LINE.
               10 SPR-TOTAL-TEXT  PIC X(30).
               10 SPR-TOTAL-COUNT PIC ZZZ9.
               10 FILLER          PIC X(2)  VALUE SPACE.
               10 SPR-TOTAL-AMT   PIC $Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT RUN-DATE-RAW FROM DATE.
            MOVE "20"   TO TODAY-X(1:2).
            MOVE RUN-YY TO TODAY-X(3:2).
            MOVE RUN-MM TO TODAY-X(5:2).
            MOVE RUN-DD TO TODAY-X(7:2).
            DISPLAY "Term to post scholarship awards for "
                "(e.g. 2026-1): ".
            ACCEPT POSTING-TERM.
            IF POSTING-TERM = SPACES
                DISPLAY "No term entered - posting abandoned."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO TUITION-PREFIX.
            STRING "TUITION " POSTING-TERM DELIMITED BY SIZE
                INTO TUITION-PREFIX
            END-STRING.
            PERFORM LOAD-AWARDS.
            IF PENDING-COUNT = ZERO
                DISPLAY "No pending scholarship award for term "
                    POSTING-TERM " - run the eligibility run "
                    "(schelig) first."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM LOAD-STUDENT-LINKS.
            PERFORM LOAD-ACCOUNTS.
            PERFORM LOAD-OPEN-ITEMS.
            MOVE PENDING-TOTAL TO DISP-AMOUNT.
            DISPLAY PENDING-COUNT " pending award(s) for term "
                POSTING-TERM " totalling " DISP-AMOUNT ".".
            DISPLAY "Approve and post? (Y/N): ".
            ACCEPT CONFIRM-ANSWER.
            IF CONFIRM-ANSWER NOT = 'Y' AND CONFIRM-ANSWER NOT = 'y'
                DISPLAY "Awards not approved - nothing posted."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "Approver ID: ".
            ACCEPT APPROVER-ID.
            IF APPROVER-ID = SPACES
                DISPLAY "An approver ID is required - every posted "
                    "award records who approved it. Nothing posted."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT POSTING-REG-FILE.
            IF POSTING-REG-STATUS NOT = "00"
                DISPLAY "Unable to open schpost.txt - status "
                    POSTING-REG-STATUS " - nothing posted."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            WRITE POSTING-REG-RECORD FROM SPR-RULE.
            MOVE POSTING-TERM TO SPR-TERM.
            MOVE TODAY-X      TO SPR-RUN-DATE.
            MOVE APPROVER-ID  TO SPR-APPROVER.
            WRITE POSTING-REG-RECORD FROM SPR-TITLE.
            WRITE POSTING-REG-RECORD FROM SPR-RULE.
            WRITE POSTING-REG-RECORD FROM SPR-COLUMNS.
            PERFORM VARYING AWD-IDX FROM 1 BY 1
                    UNTIL AWD-IDX > AWARD-COUNT
                IF AT-STATUS(AWD-IDX) = 'P'
                        AND AT-TERM(AWD-IDX) = POSTING-TERM
                    PERFORM POST-ONE-AWARD
                END-IF
            END-PERFORM.
            WRITE POSTING-REG-RECORD FROM SPR-RULE.
            MOVE "Awards posted" TO SPR-TOTAL-TEXT.
            MOVE POSTED-COUNT    TO SPR-TOTAL-COUNT.
            MOVE POSTED-TOTAL    TO SPR-TOTAL-AMT.
            WRITE POSTING-REG-RECORD FROM SPR-TOTAL-LINE.
            MOVE "  applied to term tuition" TO SPR-TOTAL-TEXT.
            MOVE ZERO            TO SPR-TOTAL-COUNT.
            MOVE APPLIED-TOTAL   TO SPR-TOTAL-AMT.
            WRITE POSTING-REG-RECORD FROM SPR-TOTAL-LINE.
            MOVE "Awards left pending" TO SPR-TOTAL-TEXT.
            MOVE HELD-COUNT      TO SPR-TOTAL-COUNT.
            MOVE HELD-TOTAL      TO SPR-TOTAL-AMT.
            WRITE POSTING-REG-RECORD FROM SPR-TOTAL-LINE.
            CLOSE POSTING-REG-FILE.
            IF POSTED-COUNT > ZERO
                PERFORM SAVE-OPEN-ITEMS
                PERFORM SAVE-AWARDS
            END-IF.
            DISPLAY "Scholarship posting - term " POSTING-TERM ": "
                POSTED-COUNT " posted, " HELD-COUNT
                " left pending - see schpost.txt.".
            IF HELD-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF.
            STOP RUN.
       LOAD-AWARDS.
            OPEN INPUT AWARD-FILE.
            IF AWARD-FILE-STATUS NOT = "00"
                DISPLAY "schaward.txt not found - run the "
                    "eligibility run (schelig) first."
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ AWARD-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF AWARD-COUNT < 2000
                            ADD 1 TO AWARD-COUNT
                            SET AWD-IDX TO AWARD-COUNT
                            MOVE SCHOLARSHIP-AWARD-RECORD
                                TO AWARD-ENTRY(AWD-IDX)
                            IF AW-PENDING
                                    AND AW-TERM = POSTING-TERM
                                ADD 1 TO PENDING-COUNT
                                ADD AW-AMOUNT TO PENDING-TOTAL
                            END-IF
                        ELSE
                            DISPLAY "More than 2000 awards on "
                                "schaward.txt - table full; "
                                "nothing posted."
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE AWARD-FILE.
            MOVE 'N' TO EOF-FLAG.
       LOAD-STUDENT-LINKS.
            OPEN INPUT STU-ACCT-FILE.
            IF STU-ACCT-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ STU-ACCT-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF LINK-COUNT < 300
                                ADD 1 TO LINK-COUNT
                                SET LNK-IDX TO LINK-COUNT
                                MOVE SA-STU-ID  TO LINK-STU-ID(LNK-IDX)
                                MOVE SA-ACCT-NO TO LINK-ACCT-NO(LNK-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STU-ACCT-FILE
                MOVE 'N' TO EOF-FLAG
            ELSE
                DISPLAY "stuacct.txt not found - no student has a "
                    "receivables account yet."
            END-IF.
       LOAD-ACCOUNTS.
            OPEN INPUT ACCOUNT-MASTER-FILE.
            IF ACCT-MASTER-STATUS NOT = "00"
                DISPLAY "acctmast.txt not found - status "
                    ACCT-MASTER-STATUS " - nothing posted."
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL END-OF-FILE
                READ ACCOUNT-MASTER-FILE
                    AT END
                        SET END-OF-FILE TO TRUE
                    NOT AT END
                        IF ACCT-COUNT < 300
                            ADD 1 TO ACCT-COUNT
                            SET ACCT-IDX TO ACCT-COUNT
                            MOVE AM-ACCT-NO TO AC-ACCT-NO(ACCT-IDX)
                            MOVE AM-STATUS  TO AC-STATUS(ACCT-IDX)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ACCOUNT-MASTER-FILE.
            MOVE 'N' TO EOF-FLAG.
       LOAD-OPEN-ITEMS.
            OPEN INPUT OPEN-ITEM-FILE.
            IF OPEN-ITEM-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ OPEN-ITEM-FILE
                        AT END
                            SET END-OF-FILE TO TRUE
                        NOT AT END
                            IF ITEM-COUNT < 2000
                                ADD 1 TO ITEM-COUNT
                                SET ITEM-IDX TO ITEM-COUNT
                                MOVE OPEN-ITEM-RECORD
                                    TO ITEM-ENTRY(ITEM-IDX)
                            ELSE
                                DISPLAY "More than 2000 items on "
                                    "aropen.txt - table full; "
                                    "nothing posted."
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPEN-ITEM-FILE
                MOVE 'N' TO EOF-FLAG
            END-IF.
       POST-ONE-AWARD.
            MOVE AT-STU-ID(AWD-IDX)  TO SPR-STU-ID.
            MOVE AT-CODE(AWD-IDX)    TO SPR-CODE.
            MOVE AT-AMOUNT(AWD-IDX)  TO SPR-AMOUNT.
            MOVE SPACES TO SPR-ACCT.
            MOVE ZERO   TO SPR-APPLIED.
            MOVE SPACES TO HOLD-REASON.
            MOVE 'N' TO FOUND-FLAG.
            PERFORM VARYING LNK-IDX FROM 1 BY 1
                    UNTIL LNK-IDX > LINK-COUNT OR FOUND
                IF LINK-STU-ID(LNK-IDX) = AT-STU-ID(AWD-IDX)
                    SET FOUND TO TRUE
                    MOVE LINK-ACCT-NO(LNK-IDX) TO POST-ACCT-NO
                END-IF
            END-PERFORM.
            IF NOT FOUND
                MOVE "No receivables account" TO HOLD-REASON
            ELSE
                MOVE POST-ACCT-NO TO SPR-ACCT
                MOVE 'N' TO FOUND-FLAG
                PERFORM VARYING ACCT-IDX FROM 1 BY 1
                        UNTIL ACCT-IDX > ACCT-COUNT OR FOUND
                    IF AC-ACCT-NO(ACCT-IDX) = POST-ACCT-NO
                        SET FOUND TO TRUE
                        EVALUATE AC-STATUS(ACCT-IDX)
                            WHEN 'C'
                                MOVE "Account closed" TO HOLD-REASON
                            WHEN 'W'
                                MOVE "Account written off"
                                    TO HOLD-REASON
                        END-EVALUATE
                    END-IF
                END-PERFORM
                IF NOT FOUND
                    MOVE "Account not on acctmast.txt"
                        TO HOLD-REASON
                END-IF
            END-IF.
            IF HOLD-REASON = SPACES AND ITEM-COUNT NOT < 2000
                MOVE "aropen.txt table full" TO HOLD-REASON
            END-IF.
            IF HOLD-REASON NOT = SPACES
                ADD 1 TO HELD-COUNT
                ADD AT-AMOUNT(AWD-IDX) TO HELD-TOTAL
                MOVE SPACES TO SPR-RESULT
                STRING "PENDING - " HOLD-REASON
                    DELIMITED BY SIZE INTO SPR-RESULT
                END-STRING
                WRITE POSTING-REG-RECORD FROM SPR-DETAIL
            ELSE
                PERFORM APPLY-TO-TUITION
                PERFORM WRITE-CREDIT-ITEM
                MOVE 'A'          TO AT-STATUS(AWD-IDX)
                MOVE POST-ACCT-NO TO AT-ACCT-NO(AWD-IDX)
                MOVE TODAY-X      TO AT-POST-DATE(AWD-IDX)
                MOVE APPROVER-ID  TO AT-APPROVER(AWD-IDX)
                ADD 1 TO POSTED-COUNT
                ADD AT-AMOUNT(AWD-IDX) TO POSTED-TOTAL
                COMPUTE APPLY-AMOUNT = AT-AMOUNT(AWD-IDX) - REMAINING
                ADD APPLY-AMOUNT TO APPLIED-TOTAL
                MOVE APPLY-AMOUNT TO SPR-APPLIED
                MOVE "POSTED" TO SPR-RESULT
                WRITE POSTING-REG-RECORD FROM SPR-DETAIL
            END-IF.
       APPLY-TO-TUITION.
      * the award pays the term's tuition items oldest due first;
      * whatever is left stays on the account as a credit.
            MOVE AT-AMOUNT(AWD-IDX) TO REMAINING.
            MOVE ZERO TO FIRST-INVOICE.
            MOVE 1 TO BEST-SLOT.
            PERFORM UNTIL REMAINING = ZERO OR BEST-SLOT = ZERO
                PERFORM FIND-OLDEST-TUITION-ITEM
                IF BEST-SLOT NOT = ZERO
                    SET ITEM-IDX TO BEST-SLOT
                    IF FIRST-INVOICE = ZERO
                        MOVE IT-INV-NUM(ITEM-IDX) TO FIRST-INVOICE
                    END-IF
                    IF IT-OPEN-AMOUNT(ITEM-IDX) > REMAINING
                        MOVE REMAINING TO APPLY-AMOUNT
                    ELSE
                        MOVE IT-OPEN-AMOUNT(ITEM-IDX) TO APPLY-AMOUNT
                    END-IF
                    SUBTRACT APPLY-AMOUNT FROM IT-OPEN-AMOUNT(ITEM-IDX)
                    SUBTRACT APPLY-AMOUNT FROM REMAINING
                    IF IT-OPEN-AMOUNT(ITEM-IDX) = ZERO
                        MOVE 'P' TO IT-STATUS(ITEM-IDX)
                    END-IF
                    MOVE TODAY-N TO IT-LAST-ACTIVITY(ITEM-IDX)
                END-IF
            END-PERFORM.
       FIND-OLDEST-TUITION-ITEM.
            MOVE ZERO TO BEST-SLOT.
            MOVE 99999999 TO BEST-DUE.
            PERFORM VARYING ITEM-IDX FROM 1 BY 1
                    UNTIL ITEM-IDX > ITEM-COUNT
                IF IT-ACCT-NO(ITEM-IDX) = POST-ACCT-NO
                        AND IT-STATUS(ITEM-IDX) = 'O'
                        AND IT-OPEN-AMOUNT(ITEM-IDX) > ZERO
                        AND IT-DESCRIPTION(ITEM-IDX)(1:15)
                            = TUITION-PREFIX
                        AND IT-DUE-DATE(ITEM-IDX) < BEST-DUE
                    MOVE IT-DUE-DATE(ITEM-IDX) TO BEST-DUE
                    SET BEST-SLOT TO ITEM-IDX
                END-IF
            END-PERFORM.
       WRITE-CREDIT-ITEM.
            ADD 1 TO ITEM-COUNT.
            SET ITEM-IDX TO ITEM-COUNT.
            MOVE FIRST-INVOICE      TO IT-INV-NUM(ITEM-IDX).
            MOVE POST-ACCT-NO       TO IT-ACCT-NO(ITEM-IDX).
            MOVE TODAY-N            TO IT-INV-DATE(ITEM-IDX).
            MOVE TODAY-N            TO IT-DUE-DATE(ITEM-IDX).
            MOVE "CR "              TO IT-TERMS(ITEM-IDX).
            MOVE SPACES             TO IT-DESCRIPTION(ITEM-IDX).
            STRING "SCHOLARSHIP " AT-CODE(AWD-IDX) " "
                AT-TERM(AWD-IDX) DELIMITED BY SIZE
                INTO IT-DESCRIPTION(ITEM-IDX)
            END-STRING.
            MOVE AT-AMOUNT(AWD-IDX) TO IT-ORIG-AMOUNT(ITEM-IDX).
            MOVE REMAINING          TO IT-OPEN-AMOUNT(ITEM-IDX).
            IF REMAINING = ZERO
                MOVE 'P' TO IT-STATUS(ITEM-IDX)
            ELSE
                MOVE 'C' TO IT-STATUS(ITEM-IDX)
            END-IF.
            MOVE TODAY-N            TO IT-LAST-ACTIVITY(ITEM-IDX).
       SAVE-OPEN-ITEMS.
            OPEN OUTPUT OPEN-ITEM-FILE.
            IF OPEN-ITEM-STATUS NOT = "00"
                DISPLAY "*** Unable to rewrite aropen.txt - status "
                    OPEN-ITEM-STATUS " - nothing posted; awards "
                    "left pending ***"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM VARYING ITEM-IDX FROM 1 BY 1
                    UNTIL ITEM-IDX > ITEM-COUNT
                MOVE ITEM-ENTRY(ITEM-IDX) TO OPEN-ITEM-RECORD
                WRITE OPEN-ITEM-RECORD
            END-PERFORM.
            CLOSE OPEN-ITEM-FILE.
       SAVE-AWARDS.
            OPEN OUTPUT AWARD-FILE.
            IF AWARD-FILE-STATUS NOT = "00"
                DISPLAY "*** Unable to rewrite schaward.txt - status "
                    AWARD-FILE-STATUS " - credits are on aropen.txt "
                    "but the awards still show pending ***"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM VARYING AWD-IDX FROM 1 BY 1
                    UNTIL AWD-IDX > AWARD-COUNT
                MOVE AWARD-ENTRY(AWD-IDX)
                    TO SCHOLARSHIP-AWARD-RECORD
                WRITE SCHOLARSHIP-AWARD-RECORD
            END-PERFORM.
            CLOSE AWARD-FILE.
       END PROGRAM SCHOLARSHIP-POSTING.
