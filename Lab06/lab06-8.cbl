           05 CL-DATE           PIC X(8).
           05 CL-ACTION         PIC X(1).
           05 CL-EMP-ID         PIC X(6).
           05 CL-BEFORE-IMAGE   PIC X(96).
           05 CL-AFTER-IMAGE    PIC X(96).
       FD REPORT-FILE.
       01 REPORT-RECORD    PIC X(100).
       WORKING-STORAGE SECTION.
                             ==EMP-COMPANY==     BY
                                 ==IMG-COMPANY==
                             ==EMP-GRADE==       BY
                                 ==IMG-GRADE==
                             ==EMP-FTE-PCT==     BY
                                 ==IMG-FTE-PCT==
                             ==EMP-POSITION==    BY
                                 ==IMG-POSITION==.
       01 WS-REPORT-LINES.
           05 WS-HEADER-1.
               10 FILLER PIC X(70) VALUE ALL "=".
