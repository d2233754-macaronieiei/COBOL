           05 CL-DATE           PIC X(8).
           05 CL-ACTION         PIC X(1).
           05 CL-EMP-ID         PIC X(6).
           05 CL-BEFORE-IMAGE   PIC X(96).
           05 CL-AFTER-IMAGE    PIC X(96).
       FD EMPLOYEE-FILE.
       COPY EMPREC.
       FD TURNOVER-REPORT-FILE.
                             ==EMP-PAY-MONTHLY== BY ==IMG-PAY-MON==
                             ==EMP-PAY-ANNUAL==  BY ==IMG-PAY-ANN==
                             ==EMP-COMPANY==     BY ==IMG-COMPANY==
                             ==EMP-GRADE==       BY ==IMG-GRADE==
                             ==EMP-FTE-PCT==     BY ==IMG-FTE-PCT==
                             ==EMP-POSITION==    BY ==IMG-POSITION==.
       01 WS-AFTER-STATUS         PIC X(1).
       01 WS-DEPT-COUNT           PIC 9(3)  VALUE ZERO.
       01 WS-DEPT-TABLE.
