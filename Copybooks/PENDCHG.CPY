      ******************************************************************
      * Copybook: PENDCHG
      * Purpose:  Shared PENDING-CHANGE-RECORD layout for the pending
      *           employee changes file (pendchg.txt): emptrans.txt
      *           transactions whose effective date falls after the
      *           current pay period, held by lab06-4 until the pay
      *           period they take effect in is opened, and listed or
      *           cancelled through lab06-54. PND-TRAN-IMAGE is the
      *           whole emptrans.txt detail record as it arrived;
      *           PND-TRAN carries the fields the listing needs.
      *           Only changes still waiting are kept - an applied,
      *           rejected or cancelled change drops off the file
      *           the next time it is rewritten (the change log,
      *           emptrans.rej and auditlog.txt carry what happened).
      * Modifications:
      *   - The held transaction image now carries the position
      *     number (PND-EMP-POSITION) at the end of the record.
      ******************************************************************
       01 PENDING-CHANGE-RECORD.
           05 PND-SEQ            PIC 9(6).
           05 PND-EFF-DATE       PIC 9(8).
           05 PND-QUEUED-DATE    PIC X(8).
           05 PND-BATCH-ID       PIC X(8).
           05 PND-TRAN-IMAGE     PIC X(105).
           05 PND-TRAN REDEFINES PND-TRAN-IMAGE.
               10 PND-CODE           PIC X(1).
               10 PND-EMP-ID         PIC X(6).
               10 PND-EMP-NAME       PIC X(39).
               10 PND-EMP-DEP        PIC X(10).
               10 PND-EMP-SALARY     PIC 9(8)V99.
               10 PND-EMP-STATUS     PIC X(1).
               10 PND-EMP-OT-HOURS   PIC 9(3)V99.
               10 PND-EMP-HIRE-DATE  PIC 9(8).
               10 PND-EMP-PAY-FREQ   PIC X(1).
               10 PND-EMP-COMPANY    PIC X(3).
               10 PND-EMP-GRADE      PIC X(2).
               10 PND-EMP-FTE        PIC X(5).
               10 PND-TRAN-EFF-DATE  PIC 9(8).
               10 PND-EMP-POSITION   PIC X(6).
