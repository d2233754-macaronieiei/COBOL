      ******************************************************************
      * Copybook: CREDENT
      * Purpose:  Shared CREDENTIAL-RECORD layout for the employee
      *           credential file (credent.txt): one record per
      *           employee and credential type - a licence, a work
      *           permit or a completed mandatory training course -
      *           with the date it was issued or completed, the date
      *           it lapses (zero for a credential that never does)
      *           and the reference of the document that proves it.
      *           A renewal replaces the record on file. The types
      *           and the departments that require them are on the
      *           credential type master (credtype.txt). Maintained
      *           and reported by lab06-62.
      * Modifications:
      ******************************************************************
       01 CREDENTIAL-RECORD.
           05 CD-EMP-ID          PIC X(6).
           05 CD-TYPE            PIC X(4).
           05 CD-ISSUE-DATE      PIC 9(8).
           05 CD-EXPIRY-DATE     PIC 9(8).
           05 CD-DOC-REF         PIC X(20).
           05 CD-ENTERED-BY      PIC X(8).
           05 CD-ENTERED-DATE    PIC X(8).
