      ******************************************************************
      * Copybook: ADDRREQ
      * Purpose:  Request area for the ADDRSRV mailing block
      *           subprogram: CALL "ADDRSRV" USING AR-REQUEST with
      *           AR-EMP-ID and the structured 39-byte name in
      *           AR-NAME. AR-MAIL-LINE(1) to (4) come back as the
      *           envelope block - the name, the street lines and
      *           the city, region and postal code, closed up with no
      *           blank line in the middle. AR-STATUS 'Y' an address
      *           is on addrmast.txt, 'N' there is none (only the
      *           name line is filled), 'F' addrmast.txt cannot be
      *           opened.
      * Modifications:
      ******************************************************************
       01 AR-REQUEST.
           05 AR-EMP-ID          PIC X(6).
           05 AR-NAME.
               10 AR-TITLE       PIC X(4).
               10 AR-FIRST-NAME  PIC X(15).
               10 AR-LAST-NAME   PIC X(20).
           05 AR-MAIL-BLOCK.
               10 AR-MAIL-LINE OCCURS 4 TIMES PIC X(40).
           05 AR-PHONE           PIC X(15).
           05 AR-STATUS          PIC X(1).
               88 AR-ADDRESS-FOUND          VALUE 'Y'.
               88 AR-NO-ADDRESS             VALUE 'N'.
               88 AR-FILE-UNAVAILABLE       VALUE 'F'.
