      * Date:
      * Purpose: Report spool for the suite. Nearly every report -
      *          payregister.txt, budgetrpt.txt, output.txt,
      *          compstats.txt, ytdrecon.txt, runconfig.txt,
      *          gltrial.txt - is overwritten by the next run, so
      *          comparing this week to last week meant
      *          remembering to copy files by hand. (C)apture copies
      *          each report present into a numbered spool member
      *          (spoolNNN.txt, next number kept in spoolctl.txt)
      *          capture and index are what this provides.
      * Tectonics: cobc
      * Modifications:
      *   - Added the run-configuration snapshot report
      *     (runconfig.txt) to the reports captured, so each run's
      *     parameter settings are kept alongside its output.
      *   - Added the GL trial balance (gltrial.txt) to the reports
      *     captured.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-SPOOL.
           05 FILLER PIC X(15) VALUE "output.txt".
           05 FILLER PIC X(15) VALUE "compstats.txt".
           05 FILLER PIC X(15) VALUE "ytdrecon.txt".
           05 FILLER PIC X(15) VALUE "runconfig.txt".
           05 FILLER PIC X(15) VALUE "gltrial.txt".
       01 WS-REPORT-NAME-TABLE REDEFINES WS-REPORT-NAMES.
           05 WS-REPORT-NAME OCCURS 7 TIMES PIC X(15).
       01 WS-RUN-DATE-X         PIC X(8).
       01 WS-RUN-DATE-RAW.
           05 WS-RUN-YY PIC 99.

            PERFORM CAPTURE-ONE-REPORT
                VARYING WS-REPORT-SLOT FROM 1 BY 1
                UNTIL WS-REPORT-SLOT > 7.

            PERFORM SAVE-SPOOL-CONTROL.
            DISPLAY "Spool capture complete - "
