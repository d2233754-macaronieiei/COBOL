           05 CL-DATE           PIC X(8).
           05 CL-ACTION         PIC X(1).
           05 CL-EMP-ID         PIC X(6).
           05 CL-BEFORE-IMAGE   PIC X(96).
           05 CL-AFTER-IMAGE    PIC X(96).
       FD DEPT-MASTER-FILE.
       01 DEPT-MASTER-RECORD.
           05 DM-DEP            PIC X(10).
           05 WS-MOVED-COUNT     PIC 9(5)  VALUE ZERO.
           05 WS-WAITING-COUNT   PIC 9(5)  VALUE ZERO.
           05 WS-WARN-COUNT      PIC 9(5)  VALUE ZERO.
           05 WS-BEFORE-IMAGE    PIC X(96).
           05 WS-ONE-MOVED-FLAG  PIC A(1).
               88 WS-ONE-MOVED             VALUE 'Y'.
       01 WS-TODAY-YMD            PIC 9(8).
