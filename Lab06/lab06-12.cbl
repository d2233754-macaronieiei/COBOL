           05 CL-DATE           PIC X(8).
           05 CL-ACTION         PIC X(1).
           05 CL-EMP-ID         PIC X(6).
           05 CL-BEFORE-IMAGE   PIC X(96).
           05 CL-AFTER-IMAGE    PIC X(96).
       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-FILE-STATUS PIC X(2).
       01 WS-RAISE-RATE-STATUS    PIC X(2).
           05 WS-RAISED-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-TOTAL-OLD        PIC 9(9)V99  VALUE ZERO.
           05 WS-TOTAL-NEW        PIC 9(9)V99  VALUE ZERO.
       01 WS-BEFORE-IMAGE         PIC X(96).
       01 WS-CHGLOG-RUN-DATE.
           05 WS-CHGLOG-YY PIC 99.
           05 WS-CHGLOG-MM PIC 99.
