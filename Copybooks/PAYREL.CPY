      ******************************************************************
      * Copybook: PAYREL
      * Purpose:  Shared PAY-RELEASE-RECORD layout for the payment file
      *           release log (payrelease.txt). lab06-2 and lab06-3
      *           append a PENDING row when they write bankpay.txt or
      *           bankbonus.txt - with the trailer count and hash and
      *           the operator who ran the job - and empty the
      *           transmission copy (banksend.txt / bonussend.txt).
      *           The driver's release option appends a RELEASED or
      *           REJECTED row when a second, release-role operator
      *           has reviewed the totals; only a release copies the
      *           payment file to its transmission copy. The last row
      *           for a file is its current state.
      * Modifications:
      ******************************************************************
       01 PAY-RELEASE-RECORD.
           05 PRQ-FILE-NAME      PIC X(14).
           05 PRQ-STATE          PIC X(1).
               88 PRQ-PENDING              VALUE 'P'.
               88 PRQ-RELEASED             VALUE 'A'.
               88 PRQ-REJECTED             VALUE 'R'.
           05 PRQ-RUN-DATE       PIC X(8).
           05 PRQ-RUN-OPERATOR   PIC X(8).
           05 PRQ-PERIOD         PIC X(6).
           05 PRQ-COUNT          PIC 9(7).
           05 PRQ-HASH           PIC 9(11)V99.
           05 PRQ-REL-DATE       PIC X(8).
           05 PRQ-REL-OPERATOR   PIC X(8).
