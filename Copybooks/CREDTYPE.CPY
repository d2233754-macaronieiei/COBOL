      ******************************************************************
      * Copybook: CREDTYPE
      * Purpose:  Shared CREDENTIAL-TYPE-RECORD layout for the
      *           credential type master (credtype.txt), kept by hand
      *           like the position master: one record per licence,
      *           permit or training course the company tracks, with
      *           its description and up to eight departments whose
      *           staff must hold a current one. *ALL in the first
      *           department slot means every department; a type
      *           with no departments is tracked for expiry only.
      * Modifications:
      ******************************************************************
       01 CREDENTIAL-TYPE-RECORD.
           05 CT-TYPE            PIC X(4).
           05 CT-DESCRIPTION     PIC X(25).
           05 CT-REQUIRED-DEP OCCURS 8 TIMES PIC X(10).
