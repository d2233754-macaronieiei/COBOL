      ******************************************************************
      * Copybook: ADDRESS
      * Purpose:  Shared ADDRESS-RECORD layout for the employee
      *           address and contact master (addrmast.txt, indexed
      *           by EMP-ID like the tax declaration master): the
      *           mailing address printed on the checks, pay stubs,
      *           tax certificates and verification letters, the
      *           employee's phone and an emergency contact.
      *           ADR-LINE-2 may be blank; ADR-REGION is the state or
      *           province code. Maintained by lab06-61, which logs
      *           every add, change and removal before and after to
      *           addrchglog.txt; the documents read it through the
      *           ADDRSRV subprogram.
      * Modifications:
      ******************************************************************
       01 ADDRESS-RECORD.
           05 ADR-EMP-ID         PIC X(6).
           05 ADR-LINE-1         PIC X(30).
           05 ADR-LINE-2         PIC X(30).
           05 ADR-CITY           PIC X(20).
           05 ADR-REGION         PIC X(4).
           05 ADR-POSTAL-CODE    PIC X(10).
           05 ADR-PHONE          PIC X(15).
           05 ADR-EMERG-NAME     PIC X(25).
           05 ADR-EMERG-RELATION PIC X(10).
           05 ADR-EMERG-PHONE    PIC X(15).
