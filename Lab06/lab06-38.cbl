           05 CL-DATE           PIC X(8).
           05 CL-ACTION         PIC X(1).
           05 CL-EMP-ID         PIC X(6).
           05 CL-BEFORE-IMAGE   PIC X(96).
           05 CL-AFTER-IMAGE    PIC X(96).
       FD PAY-HISTORY-FILE.
       COPY PAYHIST.
       FD DED-HISTORY-FILE.
           05 DH-DED-CODE      PIC X(4).
           05 DH-DED-AMOUNT    PIC 9(7)V99.
       FD ARCHIVE-OUT-FILE.
       01 ARCHIVE-OUT-RECORD PIC X(210).
       FD WORK-FILE.
       01 WORK-RECORD        PIC X(210).
       FD CLOSE-CONTROL-FILE.
       01 CLOSE-CONTROL-RECORD.
           05 YC-YEAR             PIC X(4).
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        WRITE CHANGE-LOG-RECORD
                            FROM WORK-RECORD(1:207)
                END-READ
            END-PERFORM.
            CLOSE WORK-FILE.
