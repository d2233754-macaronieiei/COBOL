           05 CL-DATE           PIC X(8).
           05 CL-ACTION         PIC X(1).
           05 CL-EMP-ID         PIC X(6).
           05 CL-BEFORE-IMAGE   PIC X(96).
           05 CL-AFTER-IMAGE    PIC X(96).
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 ARC-EMP-IMAGE     PIC X(96).
           05 ARC-TERM-DATE     PIC X(8).
       FD ARCHIVE-WORK-FILE.
       01 ARCHIVE-WORK-RECORD.
           05 AWK-EMP-IMAGE     PIC X(96).
           05 AWK-TERM-DATE     PIC X(8).
       FD RETENTION-FILE.
       01 RETENTION-RECORD.
