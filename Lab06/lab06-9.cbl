           05 YTD-EMP-NAME        PIC X(39).
           05 YTD-SALARY-TOTAL    PIC 9(9)V99.
       FD EMP-BACKUP-FILE.
       01 EMP-BACKUP-RECORD      PIC X(96).
       FD YTD-BACKUP-FILE.
       01 YTD-BACKUP-RECORD      PIC X(56).
       WORKING-STORAGE SECTION.
