      *     the quarterly pack's four division lines stop being
      *     added on a calculator. A department with no division
      *     rolls up under (NONE).
      *   - Withholding now honors the employee's tax declaration
      *     (taxdecl.txt, keyed by EMP-ID, maintained by the tax
      *     declaration program): each allowance claimed takes the
      *     per-period allowance value for the filing status
      *     (allowparm.txt, default 0.00 each) off the pay the bands
      *     are applied to, the flat additional amount is withheld
      *     on top, and an exempt-until date on or after the period
      *     start withholds nothing. An employee with no
      *     declaration is taxed on the plain bands as before.
      *   - payadjust.txt rows with reason TXU (the year-end
      *     withholding true-up) adjust the employee's withholding
      *     instead of the gross: a positive amount is given back
      *     out of the period's tax, a negative one is withheld on
      *     top. A refund larger than the period's tax, or an extra
      *     collection the pay cannot cover, stays on file for
      *     review; a TXU row never posts direct as an orphan.
      *   - Earnings beyond salary and overtime now have their own
      *     lines: an earnings code master (earncode.txt - code,
      *     description, taxable flag, counts-toward-employer-
      *     contributions flag, GL expense account) and a per-period
      *     earnings input (earnings.txt - EMP-ID, code, amount,
      *     period) replace the habit of lumping shift premiums,
      *     allowances and commissions into payadjust.txt. Each
      *     line is added to the employee's pay, printed under the
      *     employee on the register, and appended to the earnings
      *     detail history (payearnhist.txt) beside paydedhist.txt.
      *     A non-taxable code stays out of the withholding base, a
      *     code flagged N stays out of the percent employer
      *     contributions, and a code with its own account is
      *     debited to that account in the GL journal instead of
      *     the department salary expense. Lines for an unknown
      *     code or an employee not paid are listed and left alone.
      *   - A new starter whose EMP-HIRE-DATE falls after the start
      *     of the pay period is paid for the business days from the
      *     hire date to the period end (DATESRV BDIF/BDAY, so
      *     weekends and holidays.txt dates are skipped) over the
      *     business days in the whole period, instead of a full
      *     period's salary; one hired after the period end is paid
      *     nothing for it. The register prints the days paid and
      *     the days in the period under each prorated employee.
      *   - Net pay can be split across accounts: bankacct.txt
      *     carries a priority, a type (F fixed, P percentage, R
      *     remainder) and a value per line, and the bank export
      *     pays the fixed and percentage lines in priority order
      *     (never more than the net left) and the rest to the
      *     remainder line, one bankpay.txt detail per line. The
      *     trailer count and hash are per detail as before.
      *   - Part-timers: EMP-SALARY is now the full-time figure and
      *     the period salary is paid times EMP-FTE-PCT (blank or
      *     zero is 100%); the monthly leave accrual scales by the
      *     same FTE, the FTE paid is kept on the pay history
      *     record, and the budget report prints a headcount and FTE
      *     line under each department and under the total.
      *   - Advancing the pay period now leaves the release marker
      *     (pendrelease.txt) so employee maintenance applies the
      *     future-dated employee changes that fall due in the new
      *     period before it is paid.
      *   - bankpay.txt is now held for a second operator: the run
      *     appends a pending row (trailer count, hash, running
      *     operator) to payrelease.txt and empties the transmission
      *     copy banksend.txt, which only the driver's release option
      *     fills.
      *   - Benefit plan elections (benelect.txt, priced from
      *     benplans.txt) now drive the premiums: each election
      *     covering the period is taken as an amount deduction of
      *     the tier's employee premium under the plan code, the
      *     employer premium is added to the employer cost and
      *     credited to the plan's GL account, and a premium still
      *     keyed by hand in dedmast.txt for the same plan is
      *     ignored. The deduction table is widened to 300 rows to
      *     hold them.
      *   - Each employer contribution and employer benefit premium
      *     is now also written per employee to payercontrib.txt
      *     (period, employee, code, amount), so the pension
      *     remittance can report the employer amount by member.
      *   - Approved expense claims (expclaims.txt, entered and
      *     approved in lab06-58) are now paid as non-taxable, non-
      *     contributory reimbursement lines: each expense category
      *     on expcat.txt is loaded beside the earnings codes with
      *     its own GL expense account, every approved claim not yet
      *     paid becomes an earnings line for the employee - printed
      *     on the register, written to payearnhist.txt for the stub,
      *     kept out of the withholding and out of percentage
      *     deductions, and debited to the category's account - and a
      *     posting run marks the claims it paid with the period.
      *   - A TXU true-up is taken only in the period it is queued
      *     for (the year's final period). A refund larger than that
      *     period's tax gives back the whole tax, marks the row
      *     applied and reports the remainder to be refunded outside
      *     payroll, so it no longer rolls into the next tax year.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "payperiod.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.
           SELECT PEND-RELEASE-FILE ASSIGN TO "pendrelease.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-RELEASE-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "payhist.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           SELECT DEDUCTION-MASTER-FILE ASSIGN TO "dedmast.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DED-MASTER-STATUS.
           SELECT BENEFIT-PLAN-FILE ASSIGN TO "benplans.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BEN-PLAN-STATUS.
           SELECT BENEFIT-ELECT-FILE ASSIGN TO "benelect.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BEN-ELECT-STATUS.
           SELECT DED-HISTORY-FILE ASSIGN TO "paydedhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEDHIST-STATUS.
           SELECT BANK-PAYMENT-FILE ASSIGN TO "bankpay.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-PAY-STATUS.
           SELECT PAY-RELEASE-FILE ASSIGN TO "payrelease.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-RELEASE-STATUS.
           SELECT BANK-SEND-FILE ASSIGN TO "banksend.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-SEND-STATUS.
           SELECT RUN-CALENDAR-FILE ASSIGN TO "runcal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCAL-STATUS.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-EMP-ID
           FILE STATUS IS WS-LOAN-MASTER-STATUS.
           SELECT TAX-DECL-FILE ASSIGN TO "taxdecl.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-EMP-ID
           FILE STATUS IS WS-TAX-DECL-STATUS.
           SELECT ALLOW-PARM-FILE ASSIGN TO "allowparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOW-PARM-STATUS.
           SELECT EARN-CODE-FILE ASSIGN TO "earncode.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EARN-CODE-STATUS.
           SELECT EXPENSE-CATEGORY-FILE ASSIGN TO "expcat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPCAT-STATUS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "expclaims.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPCLAIM-STATUS.
           SELECT EARNINGS-FILE ASSIGN TO "earnings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EARNINGS-STATUS.
           SELECT EMPLR-HISTORY-FILE ASSIGN TO "payercontrib.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERHIST-STATUS.
           SELECT EARN-HISTORY-FILE ASSIGN TO "payearnhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EARNHIST-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "timesheet.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIMESHEET-STATUS.
                             ==EMP-COMPANY==     BY
                                 ==SORT-COMPANY==
                             ==EMP-GRADE==       BY
                                 ==SORT-GRADE==
                             ==EMP-FTE-PCT==     BY
                                 ==SORT-FTE-PCT==
                             ==EMP-POSITION==    BY
                                 ==SORT-POSITION==.
       FD SORTED-EMPLOYEE-FILE.
       COPY EMPREC REPLACING ==EMPLOYEE-RECORD== BY
                                 ==SORTED-EMPLOYEE-RECORD==
                             ==EMP-COMPANY==     BY
                                 ==SEMP-COMPANY==
                             ==EMP-GRADE==       BY
                                 ==SEMP-GRADE==
                             ==EMP-FTE-PCT==     BY
                                 ==SEMP-FTE-PCT==
                             ==EMP-POSITION==    BY
                                 ==SEMP-POSITION==.
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           05 EXC-EMP-ID       PIC X(6).
           05 PP-PERIOD-ID     PIC X(6).
           05 PP-START-DATE    PIC 9(8).
           05 PP-END-DATE      PIC 9(8).
       FD PEND-RELEASE-FILE.
       01 PEND-RELEASE-RECORD.
           05 PRL-PERIOD-ID    PIC X(6).
       FD PAY-HISTORY-FILE.
       COPY PAYHIST.
       FD DEDUCTION-MASTER-FILE.
           05 DED-ANNUAL-CAP   PIC X(9).
           05 DED-ANNUAL-CAP-N REDEFINES DED-ANNUAL-CAP
                               PIC 9(7)V99.
       FD BENEFIT-PLAN-FILE.
       COPY BENPLAN.
       FD BENEFIT-ELECT-FILE.
       COPY BENELECT.
       FD DED-HISTORY-FILE.
       01 DED-HISTORY-RECORD.
           05 DH-PERIOD-ID     PIC X(6).
           05 BA-EMP-ID        PIC X(6).
           05 BA-BANK-CODE     PIC X(3).
           05 BA-ACCOUNT-NO    PIC X(10).
           05 BA-PRIORITY      PIC 9(2).
           05 BA-DIST-TYPE     PIC X(1).
           05 BA-DIST-VALUE    PIC 9(7)V99.
       FD BANK-PAYMENT-FILE.
       01 BANK-PAYMENT-RECORD PIC X(46).
       FD PAY-RELEASE-FILE.
       COPY PAYREL.
       FD BANK-SEND-FILE.
       01 BANK-SEND-RECORD    PIC X(46).
       FD RUN-CALENDAR-FILE.
       01 RUN-CALENDAR-RECORD.
           05 RC-PERIOD-ID     PIC X(6).
           05 LN-PRINCIPAL    PIC 9(9)V99.
           05 LN-INSTALLMENT  PIC 9(7)V99.
           05 LN-BALANCE      PIC 9(9)V99.
       FD TAX-DECL-FILE.
       01 TAX-DECL-RECORD.
           05 TD-EMP-ID         PIC X(6).
           05 TD-FILING-STATUS  PIC X(1).
           05 TD-ALLOWANCES     PIC 9(2).
           05 TD-ADDL-AMOUNT    PIC 9(5)V99.
           05 TD-EXEMPT-UNTIL   PIC 9(8).
       FD ALLOW-PARM-FILE.
       01 ALLOW-PARM-RECORD.
           05 AP-SINGLE-VALUE   PIC 9(7)V99.
           05 AP-MARRIED-VALUE  PIC 9(7)V99.
           05 AP-HEAD-VALUE     PIC 9(7)V99.
       FD EARN-CODE-FILE.
       01 EARN-CODE-RECORD.
           05 ER-CODE           PIC X(4).
           05 ER-DESC           PIC X(20).
           05 ER-TAXABLE        PIC X(1).
           05 ER-CONTRIB        PIC X(1).
           05 ER-ACCOUNT        PIC X(8).
       FD EXPENSE-CATEGORY-FILE.
       COPY EXPCAT.
       FD EXPENSE-CLAIM-FILE.
       COPY EXPCLAIM.
       FD EARNINGS-FILE.
       01 EARNINGS-RECORD.
           05 EI-EMP-ID         PIC X(6).
           05 EI-CODE           PIC X(4).
           05 EI-AMOUNT         PIC 9(7)V99.
           05 EI-PERIOD         PIC X(6).
       FD EMPLR-HISTORY-FILE.
       01 EMPLR-HISTORY-RECORD.
           05 ERH-PERIOD-ID     PIC X(6).
           05 ERH-EMP-ID        PIC X(6).
           05 ERH-CODE          PIC X(4).
           05 ERH-AMOUNT        PIC 9(7)V99.
       FD EARN-HISTORY-FILE.
       01 EARN-HISTORY-RECORD.
           05 EH-PERIOD-ID      PIC X(6).
           05 EH-EMP-ID         PIC X(6).
           05 EH-CODE           PIC X(4).
           05 EH-AMOUNT         PIC 9(7)V99.
       FD PAY-COMPANY-FILE.
       01 PAY-COMPANY-RECORD.
           05 PC-COMPANY      PIC X(3).
           05 WS-LOCK-MM PIC 99.
           05 WS-LOCK-DD PIC 99.
       01 WS-PERIOD-STATUS       PIC X(2).
       01 WS-PEND-RELEASE-STATUS PIC X(2).
       01 WS-PERIOD-FIELDS.
           05 WS-PERIOD-ID        PIC X(6)  VALUE "000000".
           05 WS-PERIOD-START     PIC 9(8)  VALUE ZERO.
           88 WS-UNATTENDED                VALUE 'Y'.
       01 WS-BANK-ACCT-STATUS    PIC X(2).
       01 WS-BANK-PAY-STATUS     PIC X(2).
       01 WS-PAY-RELEASE-STATUS  PIC X(2).
       01 WS-BANK-SEND-STATUS    PIC X(2).
       01 WS-BANK-ANSWER         PIC X(1)  VALUE 'N'.
           88 WS-BANK-EXPORT               VALUE 'Y' 'y'.
       01 WS-BANK-EOF-FLAG       PIC A(1)  VALUE 'N'.
           88 WS-BANK-END-OF-FILE          VALUE 'Y'.
       01 WS-BANK-ACCT-COUNT     PIC 9(3)  VALUE ZERO.
       01 WS-BANK-ACCT-TABLE.
           05 WS-BANK-ACCT-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-BANK-IDX.
               10 WS-BA-EMP-ID     PIC X(6).
               10 WS-BA-BANK-CODE  PIC X(3).
               10 WS-BA-ACCOUNT-NO PIC X(10).
               10 WS-BA-PRIORITY   PIC 9(2).
               10 WS-BA-DIST-TYPE  PIC X(1).
               10 WS-BA-DIST-VALUE PIC 9(7)V99.
               10 WS-BA-PAID       PIC X(1).
       01 WS-BANK-WORK-FIELDS.
           05 WS-BANK-FOUND       PIC A(1).
               88 WS-BANK-ACCT-KNOWN       VALUE 'Y'.
           05 WS-BANK-DETAIL-COUNT PIC 9(7)  VALUE ZERO.
           05 WS-BANK-HASH-TOTAL  PIC 9(11)V99 VALUE ZERO.
           05 WS-BANK-MISSING-COUNT PIC 9(5) VALUE ZERO.
           05 WS-BANK-NET-LEFT    PIC 9(9)V99.
           05 WS-BANK-LINE-AMOUNT PIC 9(9)V99.
           05 WS-BANK-LINES-PAID  PIC 9(3).
           05 WS-BANK-FIRST-SLOT  PIC 9(3).
           05 WS-BANK-REM-SLOT    PIC 9(3).
           05 WS-BANK-NEXT-SLOT   PIC 9(3).
           05 WS-BANK-NEXT-PRIORITY PIC 9(2).
       01 WS-BANK-RUN-DATE.
           05 WS-BANK-YY PIC 99.
           05 WS-BANK-MM PIC 99.
           88 WS-DED-END-OF-FILE           VALUE 'Y'.
       01 WS-DED-COUNT           PIC 9(3)  VALUE ZERO.
       01 WS-DED-TABLE.
           05 WS-DED-ENTRY OCCURS 300 TIMES INDEXED BY WS-DED-IDX.
               10 WS-DED-T-EMP-ID   PIC X(6).
               10 WS-DED-T-CODE     PIC X(4).
               10 WS-DED-T-TYPE     PIC X(1).
               10 WS-DED-T-EFF      PIC 9(8).
               10 WS-DED-T-EXP      PIC 9(8).
               10 WS-DED-T-CAP      PIC 9(7)V99.
       01 WS-BEN-PLAN-STATUS     PIC X(2).
       01 WS-BEN-ELECT-STATUS    PIC X(2).
       01 WS-BEN-EOF-FLAG        PIC A(1)  VALUE 'N'.
           88 WS-BEN-END-OF-FILE           VALUE 'Y'.
       01 WS-BEN-DED-PRIORITY    PIC 9(2)  VALUE 10.
       01 WS-BEN-PLAN-COUNT      PIC 9(2)  VALUE ZERO.
       01 WS-BEN-PLAN-TABLE.
           05 WS-BEN-PLAN-ENTRY OCCURS 30 TIMES
                   INDEXED BY WS-BP-IDX.
               10 WS-BP-CODE     PIC X(4).
               10 WS-BP-ACCOUNT  PIC X(8).
               10 WS-BP-TIER OCCURS 3 TIMES.
                   15 WS-BP-TIER-CODE PIC X(1).
                   15 WS-BP-EE        PIC 9(5)V99.
                   15 WS-BP-ER        PIC 9(5)V99.
               10 WS-BP-TAKEN    PIC 9(11)V99.
       01 WS-BEN-COVER-COUNT     PIC 9(3)  VALUE ZERO.
       01 WS-BEN-COVER-TABLE.
           05 WS-BEN-COVER-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-BC-IDX.
               10 WS-BC-EMP-ID   PIC X(6).
               10 WS-BC-PLAN-SLOT PIC 9(2).
               10 WS-BC-ER       PIC 9(5)V99.
       01 WS-BEN-WORK-FIELDS.
           05 WS-BEN-PLAN-SLOT   PIC 9(2).
           05 WS-BEN-TIER-SLOT   PIC 9(1).
           05 WS-BEN-DEDMAST-COUNT PIC 9(3).
           05 WS-BEN-FOUND-FLAG  PIC X(1).
               88 WS-BEN-PLAN-FOUND        VALUE 'Y'.
       01 WS-DEDYTD-COUNT        PIC 9(3)  VALUE ZERO.
       01 WS-DEDYTD-TABLE.
           05 WS-DEDYTD-ENTRY OCCURS 300 TIMES
           05 WS-BUDGET-PCT-USED  PIC 9(4)V99.
           05 WS-BUD-TOTAL-ACTUAL PIC 9(9)V99  VALUE ZERO.
           05 WS-BUD-TOTAL-BUDGET PIC 9(9)V99  VALUE ZERO.
           05 WS-THIS-HEADCOUNT   PIC 9(5).
           05 WS-THIS-FTE         PIC 9(5)V99.
           05 WS-BUD-TOTAL-HEADCOUNT PIC 9(5) VALUE ZERO.
           05 WS-BUD-TOTAL-FTE    PIC 9(5)V99  VALUE ZERO.
       01 WS-BUDGET-REPORT-LINES.
           05 WS-BUDGET-HEADER-1.
               10 FILLER PIC X(70) VALUE ALL "=".
               10 BFL-BUDGET       PIC ZZZ,ZZZ,ZZ9.99.
               10 FILLER           PIC X(1)  VALUE SPACE.
               10 BFL-VARIANCE     PIC +ZZZ,ZZZ,ZZ9.99.
           05 WS-BUDGET-STAFF-LINE.
               10 FILLER           PIC X(12) VALUE SPACE.
               10 FILLER           PIC X(10) VALUE "HEADCOUNT ".
               10 BSL-HEADCOUNT    PIC ZZ,ZZ9.
               10 FILLER           PIC X(3)  VALUE SPACE.
               10 FILLER           PIC X(4)  VALUE "FTE ".
               10 BSL-FTE          PIC ZZ,ZZ9.99.
       01 WS-REGISTER-STATUS     PIC X(2).
       01 WS-EXCEPTION-STATUS    PIC X(2).
       01 WS-OFFCYCLE-STATUS     PIC X(2).
               10 WS-ADJ-REASON  PIC X(3).
               10 WS-ADJ-PERIOD  PIC X(6).
               10 WS-ADJ-STATE   PIC X(1).
               10 WS-ADJ-UNAPPLIED PIC S9(7)V99.
       01 WS-ADJUST-WORK-FIELDS.
           05 WS-ADJ-NET-CHANGE  PIC S9(8)V99.
           05 DISP-ADJ-AMOUNT    PIC +Z,ZZZ,ZZ9.99.
               10 RGD-DEDUCT   PIC ZZZ,ZZ9.99.
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 RGD-NET      PIC ZZ,ZZZ,ZZ9.99.
           05 WS-REG-EARN-LINE.
               10 FILLER       PIC X(9)  VALUE SPACE.
               10 RGE-CODE     PIC X(4).
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 RGE-DESC     PIC X(18).
               10 RGE-AMOUNT   PIC ZZ,ZZZ,ZZ9.99.
           05 WS-REG-PRORATE-LINE.
               10 FILLER       PIC X(9)  VALUE SPACE.
               10 FILLER       PIC X(29) VALUE
                   "Prorated new hire - days paid".
               10 FILLER       PIC X(1)  VALUE SPACE.
               10 RGP-DAYS-PAID PIC ZZ9.
               10 FILLER       PIC X(4)  VALUE " of ".
               10 RGP-DAYS-PERIOD PIC ZZ9.
           05 WS-REG-SUBTOTAL.
               10 FILLER       PIC X(14) VALUE "  Subtotal for".
               10 FILLER       PIC X(1)  VALUE SPACE.
           05 WS-GARN-TAKEN-RUN  PIC 9(9)V99  VALUE ZERO.
           05 DISP-GARNISH       PIC Z,ZZZ,ZZ9.99.
       01 WS-LOAN-MASTER-STATUS  PIC X(2)  VALUE "99".
       01 WS-TAX-DECL-STATUS     PIC X(2)  VALUE "99".
       01 WS-ALLOW-PARM-STATUS   PIC X(2).
       01 WS-ALLOWANCE-VALUES.
           05 WS-ALLOW-SINGLE    PIC 9(7)V99  VALUE ZERO.
           05 WS-ALLOW-MARRIED   PIC 9(7)V99  VALUE ZERO.
           05 WS-ALLOW-HEAD      PIC 9(7)V99  VALUE ZERO.
       01 WS-DECL-FIELDS.
           05 WS-DECL-FOUND-FLAG PIC A(1)  VALUE 'N'.
               88 WS-DECL-FOUND            VALUE 'Y'.
           05 WS-DECL-EXEMPT-FLAG PIC A(1) VALUE 'N'.
               88 WS-DECL-EXEMPT           VALUE 'Y'.
           05 WS-TAX-BASE        PIC 9(9)V99.
           05 WS-ALLOW-AMOUNT    PIC 9(9)V99.
       01 WS-EARN-CODE-STATUS    PIC X(2).
       01 WS-EARNINGS-STATUS     PIC X(2).
       01 WS-EARNHIST-STATUS     PIC X(2).
       01 WS-ERHIST-STATUS       PIC X(2).
       01 WS-EXPCAT-STATUS       PIC X(2).
       01 WS-EXPCLAIM-STATUS     PIC X(2).
       01 WS-EARN-EOF-FLAG       PIC A(1)  VALUE 'N'.
           88 WS-EARN-END-OF-FILE          VALUE 'Y'.
       01 WS-EARN-CODE-COUNT     PIC 9(2)  VALUE ZERO.
       01 WS-EARN-CODE-TABLE.
           05 WS-EARN-CODE-ENTRY OCCURS 30 TIMES
                   INDEXED BY WS-ERC-IDX.
               10 WS-ER-CODE     PIC X(4).
               10 WS-ER-DESC     PIC X(20).
               10 WS-ER-TAXABLE  PIC X(1).
               10 WS-ER-CONTRIB  PIC X(1).
               10 WS-ER-ACCOUNT  PIC X(8).
               10 WS-ER-TAKEN    PIC 9(11)V99.
       01 WS-EARN-LINE-COUNT     PIC 9(3)  VALUE ZERO.
       01 WS-EARN-LINE-TABLE.
           05 WS-EARN-LINE-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-ERN-IDX.
               10 WS-EL-EMP-ID   PIC X(6).
               10 WS-EL-CODE     PIC X(4).
               10 WS-EL-AMOUNT   PIC 9(7)V99.
               10 WS-EL-STATE    PIC X(1).
               10 WS-EL-CODE-SLOT PIC 9(2).
               10 WS-EL-CLAIM-NO PIC 9(6).
       01 WS-EARN-WORK-FIELDS.
           05 WS-ERC-FOUND       PIC A(1).
               88 WS-ERC-KNOWN             VALUE 'Y'.
           05 WS-EMP-EARNINGS    PIC 9(9)V99.
           05 WS-EMP-NONTAX-EARN PIC 9(9)V99.
           05 WS-EMP-NOCONTRIB-EARN PIC 9(9)V99.
           05 WS-EMP-OWNACCT-EARN PIC 9(9)V99.
           05 WS-EMP-REIMBURSED  PIC 9(9)V99.
           05 WS-EARN-OTHER-PERIOD PIC 9(5)  VALUE ZERO.
           05 WS-EARN-UNAPPLIED  PIC 9(5)  VALUE ZERO.
           05 WS-CONTRIB-BASE    PIC 9(9)V99.
           05 DISP-EARNING       PIC Z,ZZZ,ZZ9.99.
       01 WS-CLAIM-FIELDS.
           05 WS-CLAIM-LINE-COUNT PIC 9(3)  VALUE ZERO.
           05 WS-CLAIMS-PAID     PIC 9(5)  VALUE ZERO.
           05 WS-CLAIM-FILE-COUNT PIC 9(4)  VALUE ZERO.
           05 WS-CLAIM-OVERFLOW-FLAG PIC A(1) VALUE 'N'.
               88 WS-CLAIM-OVERFLOWED      VALUE 'Y'.
       01 WS-CLAIM-TABLE.
           05 WS-CLAIM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CLM-IDX.
               10 WS-CLM-RECORD  PIC X(132).
       01 WS-PRORATE-FIELDS.
           05 WS-PRORATE-FLAG    PIC A(1)  VALUE 'N'.
               88 WS-PAY-PRORATED          VALUE 'Y'.
           05 WS-DAYS-IN-PERIOD  PIC 9(3)  VALUE ZERO.
           05 WS-DAYS-PAID       PIC 9(3)  VALUE ZERO.
           05 WS-BUS-DAY-COUNT   PIC S9(5).
           05 WS-COUNT-FROM      PIC 9(8).
       01 WS-FTE-FIELDS.
           05 WS-EMP-FTE         PIC 9(3)V99 VALUE 100.
           05 DISP-FTE           PIC ZZ9.99.
       01 WS-TIMESHEET-STATUS    PIC X(2).
       01 WS-TIMESHEET-EOF-FLAG  PIC A(1)  VALUE 'N'.
           88 WS-TIMESHEET-END-OF-FILE     VALUE 'Y'.
                   INDEXED BY WS-ADEPT-IDX.
               10 WS-AD-DEP      PIC X(10).
               10 WS-AD-AMOUNT   PIC 9(11)V99.
               10 WS-AD-GL-AMOUNT PIC 9(11)V99.
               10 WS-AD-HEADCOUNT PIC 9(5).
               10 WS-AD-FTE      PIC 9(5)V99.
       01 WS-ALLOC-WORK-FIELDS.
           05 WS-ALLOC-ROWS      PIC 9(3).
           05 WS-ALLOC-SEEN      PIC 9(3).
           05 WS-ALLOC-PCT-SUM   PIC 9(4)V99.
           05 WS-ALLOC-REMAINING PIC S9(9)V99.
           05 WS-ALLOC-PIECE     PIC 9(9)V99.
           05 WS-ALLOC-BASE      PIC 9(9)V99.
           05 WS-ADEPT-WHICH     PIC X(1).
           05 WS-ADEPT-DEP-IN    PIC X(10).
           05 WS-ADEPT-AMT-IN    PIC 9(9)V99.
           05 WS-ADEPT-FOUND     PIC A(1).

            PERFORM LOAD-DEDUCTION-MASTER.

            PERFORM LOAD-BENEFIT-ELECTIONS
                THRU LOAD-BENEFIT-ELECTIONS-EXIT.

            PERFORM LOAD-GARNISH-ORDERS.

            PERFORM OPEN-LOAN-MASTER.

            PERFORM OPEN-TAX-DECLARATIONS.

            PERFORM LOAD-TIMESHEETS.

            PERFORM LOAD-EARNING-CODES.

            PERFORM LOAD-EXPENSE-CATEGORIES.

            PERFORM LOAD-EARNINGS-LINES.

            PERFORM LOAD-EXPENSE-CLAIMS.

            PERFORM LOAD-DEDUCTION-YTD
                THRU LOAD-DEDUCTION-YTD-EXIT.

            IF WS-DEDHIST-STATUS = "00"
                CLOSE DED-HISTORY-FILE
            END-IF.
            IF WS-EARNHIST-STATUS = "00"
                CLOSE EARN-HISTORY-FILE
            END-IF.
            IF WS-ERHIST-STATUS = "00"
                CLOSE EMPLR-HISTORY-FILE
            END-IF.
            IF WS-BANK-PAY-STATUS = "00"
                PERFORM FINISH-BANK-FILE
            END-IF.
            IF WS-LOAN-MASTER-STATUS = "00"
                CLOSE LOAN-MASTER-FILE
            END-IF.
            IF WS-TAX-DECL-STATUS = "00"
                CLOSE TAX-DECL-FILE
            END-IF.

            IF NOT WS-TRIAL-MODE AND NOT WS-OFFCYCLE-MODE
                PERFORM CLEAR-CHECKPOINT
                    PERFORM CONSUME-APPLIED-ADJUSTMENTS
                        THRU CONSUME-ADJUSTMENTS-EXIT
                END-IF
                IF WS-CLAIM-LINE-COUNT > ZERO
                    PERFORM MARK-CLAIMS-PAID
                        THRU MARK-CLAIMS-PAID-EXIT
                END-IF
                IF WS-OFFCYCLE-MODE
                    PERFORM CONSUME-OFF-CYCLE-REQUEST
                END-IF
                        CLOSE PERIOD-CONTROL-FILE
                        DISPLAY "Pay period advanced to "
                            WS-NEXT-PERIOD-ID " from the calendar."
                        PERFORM REQUEST-PENDING-RELEASE
                    ELSE
                        DISPLAY "Unable to rewrite payperiod.txt "
                            "- status " WS-PERIOD-STATUS
                    END-IF
                END-IF
            END-IF.
       REQUEST-PENDING-RELEASE.
      * employee changes held in pendchg.txt for a later period are
      * applied by employee maintenance (lab06-4) on its next run,
      * which the driver starts straight after a payroll run.
            OPEN OUTPUT PEND-RELEASE-FILE.
            IF WS-PEND-RELEASE-STATUS = "00"
                MOVE WS-NEXT-PERIOD-ID TO PRL-PERIOD-ID
                WRITE PEND-RELEASE-RECORD
                CLOSE PEND-RELEASE-FILE
            ELSE
                DISPLAY "Unable to write pendrelease.txt - status "
                    WS-PEND-RELEASE-STATUS " - the pending "
                    "employee changes due are not released."
            END-IF.
       LOG-PERIOD-OVERRIDE.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                    WS-DEDHIST-STATUS
                    " - deduction detail will not be written."
            END-IF.
            OPEN EXTEND EARN-HISTORY-FILE.
            IF WS-EARNHIST-STATUS = "05" OR WS-EARNHIST-STATUS = "35"
                OPEN OUTPUT EARN-HISTORY-FILE
            END-IF.
            IF WS-EARNHIST-STATUS NOT = "00"
                DISPLAY "Unable to open payearnhist.txt - status "
                    WS-EARNHIST-STATUS
                    " - earnings detail will not be written."
            END-IF.
            OPEN EXTEND EMPLR-HISTORY-FILE.
            IF WS-ERHIST-STATUS = "05" OR WS-ERHIST-STATUS = "35"
                OPEN OUTPUT EMPLR-HISTORY-FILE
            END-IF.
            IF WS-ERHIST-STATUS NOT = "00"
                DISPLAY "Unable to open payercontrib.txt - status "
                    WS-ERHIST-STATUS
                    " - employer contribution detail will not be "
                    "written."
            END-IF.
       LOAD-DEDUCTION-MASTER.
            OPEN INPUT DEDUCTION-MASTER-FILE.
            IF WS-DED-MASTER-STATUS = "00"
                DISPLAY "dedmast.txt not found - "
                    "no deductions will be applied."
            END-IF.
       LOAD-BENEFIT-ELECTIONS.
      * each plan election covering the period becomes an amount
      * deduction of the employee premium under the plan code, and
      * the employer premium is kept for the employer cost - a
      * premium still keyed by hand in dedmast.txt for the same
      * plan is set aside so it is not taken twice.
            OPEN INPUT BENEFIT-PLAN-FILE.
            IF WS-BEN-PLAN-STATUS NOT = "00"
                GO TO LOAD-BENEFIT-ELECTIONS-EXIT
            END-IF.
            PERFORM UNTIL WS-BEN-END-OF-FILE
                READ BENEFIT-PLAN-FILE
                    AT END
                        SET WS-BEN-END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM LOAD-ONE-BENEFIT-PLAN
                END-READ
            END-PERFORM.
            CLOSE BENEFIT-PLAN-FILE.
            MOVE WS-DED-COUNT TO WS-BEN-DEDMAST-COUNT.
            MOVE 'N' TO WS-BEN-EOF-FLAG.
            OPEN INPUT BENEFIT-ELECT-FILE.
            IF WS-BEN-ELECT-STATUS NOT = "00"
                GO TO LOAD-BENEFIT-ELECTIONS-EXIT
            END-IF.
            PERFORM UNTIL WS-BEN-END-OF-FILE
                READ BENEFIT-ELECT-FILE
                    AT END
                        SET WS-BEN-END-OF-FILE TO TRUE
                    NOT AT END
                        PERFORM LOAD-ONE-BENEFIT-ELECTION
                            THRU LOAD-ONE-BENEFIT-ELECTION-EXIT
                END-READ
            END-PERFORM.
            CLOSE BENEFIT-ELECT-FILE.
            IF WS-BEN-COVER-COUNT > ZERO
                DISPLAY "Benefit elections covering the period: "
                    WS-BEN-COVER-COUNT
            END-IF.
       LOAD-BENEFIT-ELECTIONS-EXIT.
            EXIT.
       LOAD-ONE-BENEFIT-PLAN.
            IF WS-BEN-PLAN-COUNT < 30
                ADD 1 TO WS-BEN-PLAN-COUNT
                SET WS-BP-IDX TO WS-BEN-PLAN-COUNT
                MOVE BP-PLAN-CODE TO WS-BP-CODE(WS-BP-IDX)
                MOVE BP-ACCOUNT   TO WS-BP-ACCOUNT(WS-BP-IDX)
                MOVE ZERO         TO WS-BP-TAKEN(WS-BP-IDX)
                PERFORM VARYING WS-BEN-TIER-SLOT FROM 1 BY 1
                        UNTIL WS-BEN-TIER-SLOT > 3
                    MOVE BP-TIER-CODE(WS-BEN-TIER-SLOT) TO
                        WS-BP-TIER-CODE(WS-BP-IDX WS-BEN-TIER-SLOT)
                    IF BP-EE-PREMIUM(WS-BEN-TIER-SLOT) IS NUMERIC
                        MOVE BP-EE-PREMIUM(WS-BEN-TIER-SLOT) TO
                            WS-BP-EE(WS-BP-IDX WS-BEN-TIER-SLOT)
                    ELSE
                        MOVE ZERO TO
                            WS-BP-EE(WS-BP-IDX WS-BEN-TIER-SLOT)
                    END-IF
                    IF BP-ER-PREMIUM(WS-BEN-TIER-SLOT) IS NUMERIC
                        MOVE BP-ER-PREMIUM(WS-BEN-TIER-SLOT) TO
                            WS-BP-ER(WS-BP-IDX WS-BEN-TIER-SLOT)
                    ELSE
                        MOVE ZERO TO
                            WS-BP-ER(WS-BP-IDX WS-BEN-TIER-SLOT)
                    END-IF
                END-PERFORM
            ELSE
                DISPLAY "benplans.txt has more than 30 plans - "
                    "plan " BP-PLAN-CODE " ignored"
            END-IF.
       LOAD-ONE-BENEFIT-ELECTION.
            IF WS-PERIOD-END > ZERO
                    AND BE-EFF-DATE > WS-PERIOD-END
                GO TO LOAD-ONE-BENEFIT-ELECTION-EXIT
            END-IF.
            IF BE-END-DATE > ZERO
                    AND (BE-END-DATE < WS-PERIOD-START
                        OR BE-END-DATE < BE-EFF-DATE)
                GO TO LOAD-ONE-BENEFIT-ELECTION-EXIT
            END-IF.
            MOVE 'N' TO WS-BEN-FOUND-FLAG.
            PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                    UNTIL WS-BP-IDX > WS-BEN-PLAN-COUNT
                        OR WS-BEN-PLAN-FOUND
                IF WS-BP-CODE(WS-BP-IDX) = BE-PLAN-CODE
                    SET WS-BEN-PLAN-FOUND TO TRUE
                    SET WS-BEN-PLAN-SLOT TO WS-BP-IDX
                END-IF
            END-PERFORM.
            EVALUATE TRUE
                WHEN BE-TIER-EMPLOYEE MOVE 1 TO WS-BEN-TIER-SLOT
                WHEN BE-TIER-SPOUSE   MOVE 2 TO WS-BEN-TIER-SLOT
                WHEN BE-TIER-FAMILY   MOVE 3 TO WS-BEN-TIER-SLOT
                WHEN OTHER            MOVE 0 TO WS-BEN-TIER-SLOT
            END-EVALUATE.
            IF NOT WS-BEN-PLAN-FOUND OR WS-BEN-TIER-SLOT = ZERO
                DISPLAY "Benefit election for " BE-EMP-ID " under "
                    BE-PLAN-CODE " tier " BE-TIER " has no plan "
                    "or tier on benplans.txt - not deducted"
                GO TO LOAD-ONE-BENEFIT-ELECTION-EXIT
            END-IF.
            IF WS-DED-COUNT >= 300 OR WS-BEN-COVER-COUNT >= 300
                DISPLAY "Too many deductions to hold - benefit "
                    "election for " BE-EMP-ID " under "
                    BE-PLAN-CODE " not deducted"
                GO TO LOAD-ONE-BENEFIT-ELECTION-EXIT
            END-IF.
            PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                    UNTIL WS-DED-IDX > WS-BEN-DEDMAST-COUNT
                IF WS-DED-T-EMP-ID(WS-DED-IDX) = BE-EMP-ID
                        AND WS-DED-T-CODE(WS-DED-IDX) = BE-PLAN-CODE
                        AND WS-DED-T-EXP(WS-DED-IDX) NOT = 1
                    DISPLAY "  " BE-PLAN-CODE " premium for "
                        BE-EMP-ID " also keyed in dedmast.txt - "
                        "keyed row ignored, election taken"
                    MOVE 1 TO WS-DED-T-EXP(WS-DED-IDX)
                END-IF
            END-PERFORM.
            ADD 1 TO WS-DED-COUNT.
            SET WS-DED-IDX TO WS-DED-COUNT.
            MOVE BE-EMP-ID    TO WS-DED-T-EMP-ID(WS-DED-IDX).
            MOVE BE-PLAN-CODE TO WS-DED-T-CODE(WS-DED-IDX).
            MOVE 'A'          TO WS-DED-T-TYPE(WS-DED-IDX).
            MOVE WS-BP-EE(WS-BEN-PLAN-SLOT WS-BEN-TIER-SLOT)
                TO WS-DED-T-VALUE(WS-DED-IDX).
            MOVE WS-BEN-DED-PRIORITY
                TO WS-DED-T-PRIORITY(WS-DED-IDX).
            MOVE BE-EFF-DATE  TO WS-DED-T-EFF(WS-DED-IDX).
            MOVE BE-END-DATE  TO WS-DED-T-EXP(WS-DED-IDX).
            MOVE ZERO         TO WS-DED-T-CAP(WS-DED-IDX).
            ADD 1 TO WS-BEN-COVER-COUNT.
            SET WS-BC-IDX TO WS-BEN-COVER-COUNT.
            MOVE BE-EMP-ID        TO WS-BC-EMP-ID(WS-BC-IDX).
            MOVE WS-BEN-PLAN-SLOT TO WS-BC-PLAN-SLOT(WS-BC-IDX).
            MOVE WS-BP-ER(WS-BEN-PLAN-SLOT WS-BEN-TIER-SLOT)
                TO WS-BC-ER(WS-BC-IDX).
       LOAD-ONE-BENEFIT-ELECTION-EXIT.
            EXIT.
       LOAD-GARNISH-ORDERS.
            OPEN INPUT GARNISH-MASTER-FILE.
            IF WS-GARNISH-STATUS = "00"
                    WS-LOAN-MASTER-STATUS
                    " - no loan recovery this run."
            END-IF.
       OPEN-TAX-DECLARATIONS.
      * the declarations are only read here; a missing file just
      * means nobody has filed one.
            OPEN INPUT TAX-DECL-FILE.
            IF WS-TAX-DECL-STATUS NOT = "00"
                    AND WS-TAX-DECL-STATUS NOT = "35"
                DISPLAY "taxdecl.txt not available - status "
                    WS-TAX-DECL-STATUS
                    " - everyone withheld on the plain bands."
            END-IF.
            OPEN INPUT ALLOW-PARM-FILE.
            IF WS-ALLOW-PARM-STATUS = "00"
                READ ALLOW-PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE AP-SINGLE-VALUE  TO WS-ALLOW-SINGLE
                        MOVE AP-MARRIED-VALUE TO WS-ALLOW-MARRIED
                        MOVE AP-HEAD-VALUE    TO WS-ALLOW-HEAD
                END-READ
                CLOSE ALLOW-PARM-FILE
            ELSE
                IF WS-TAX-DECL-STATUS = "00"
                    DISPLAY "allowparm.txt not found - allowances "
                        "are worth 0.00 this run."
                END-IF
            END-IF.
       RECOVER-LOAN-INSTALLMENT.
            MOVE SEMP-ID TO LN-EMP-ID.
            READ LOAN-MASTER-FILE
            END-IF.
       COMPUTE-TAX-WITHHOLDING.
            MOVE ZERO TO WS-EMP-TAX.
            COMPUTE WS-TAX-BASE =
                WS-YTD-PAY-THIS-RUN - WS-EMP-NONTAX-EARN.
            PERFORM APPLY-TAX-DECLARATION.
            IF WS-DECL-EXEMPT
                DISPLAY "  " SEMP-NAME " exempt from withholding "
                    "until " TD-EXEMPT-UNTIL
            END-IF.
            IF WS-TAXBAND-COUNT > ZERO AND NOT WS-DECL-EXEMPT
                PERFORM VARYING WS-TAXBAND-IDX FROM 1 BY 1
                        UNTIL WS-TAXBAND-IDX > WS-TAXBAND-COUNT
                    IF WS-TAX-BASE >
                            WS-TB-FLOOR(WS-TAXBAND-IDX)
                        IF WS-TAX-BASE <
                                WS-TB-CEILING(WS-TAXBAND-IDX)
                            COMPUTE WS-TAXABLE-SLICE =
                                WS-TAX-BASE
                                    - WS-TB-FLOOR(WS-TAXBAND-IDX)
                        ELSE
                            COMPUTE WS-TAXABLE-SLICE =
                    END-IF
                END-PERFORM
            END-IF.
      * the flat extra the employee asked for comes on top of the
      * bands, but withholding never takes more than the pay.
            IF WS-DECL-FOUND AND NOT WS-DECL-EXEMPT
                ADD TD-ADDL-AMOUNT TO WS-EMP-TAX
                IF WS-EMP-TAX > WS-YTD-PAY-THIS-RUN
                    MOVE WS-YTD-PAY-THIS-RUN TO WS-EMP-TAX
                END-IF
            END-IF.
            PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                    UNTIL WS-ADJ-IDX > WS-ADJUST-COUNT
                IF WS-ADJ-EMP-ID(WS-ADJ-IDX) = SEMP-ID
                        AND WS-ADJ-STATE(WS-ADJ-IDX) = 'N'
                        AND WS-ADJ-REASON(WS-ADJ-IDX) = "TXU"
                        AND WS-ADJ-PERIOD(WS-ADJ-IDX) = WS-PERIOD-ID
                    PERFORM APPLY-TAX-TRUE-UP
                END-IF
            END-PERFORM.
            IF WS-EMP-TAX > ZERO
                MOVE WS-EMP-TAX TO DISP-TAX
                DISPLAY "  Tax withheld for " SEMP-NAME ": "
                    WS-CURRENCY-SYMBOL DISP-TAX
            END-IF.
            ADD WS-EMP-TAX TO WS-TOTAL-TAX.
       APPLY-TAX-TRUE-UP.
      * a refund comes out of this period's tax and an extra
      * collection goes on top of it. A refund bigger than the tax
      * gives back all of it and the rest is reported for a manual
      * refund - the row is the final period's, so it cannot wait;
      * a collection the pay cannot cover stays on file for review.
            COMPUTE WS-ADJ-NET-CHANGE =
                WS-EMP-TAX - WS-ADJ-AMOUNT(WS-ADJ-IDX).
            EVALUATE TRUE
                WHEN WS-ADJ-NET-CHANGE < ZERO
                    COMPUTE WS-ADJ-UNAPPLIED(WS-ADJ-IDX) =
                        ZERO - WS-ADJ-NET-CHANGE
                    MOVE ZERO TO WS-EMP-TAX
                    MOVE 'T' TO WS-ADJ-STATE(WS-ADJ-IDX)
                    MOVE WS-ADJ-UNAPPLIED(WS-ADJ-IDX)
                        TO DISP-ADJ-AMOUNT
                    DISPLAY "  Tax true-up for " SEMP-NAME
                        ": refund capped at this period's tax - "
                        "unapplied remainder " DISP-ADJ-AMOUNT
                        " to refund outside payroll"
                WHEN WS-ADJ-NET-CHANGE > WS-YTD-PAY-THIS-RUN
                    DISPLAY "  Tax true-up for " SEMP-ID
                        " does not fit this period's pay - "
                        "not applied"
                WHEN OTHER
                    MOVE WS-ADJ-NET-CHANGE TO WS-EMP-TAX
                    MOVE 'T' TO WS-ADJ-STATE(WS-ADJ-IDX)
                    MOVE WS-ADJ-AMOUNT(WS-ADJ-IDX) TO DISP-ADJ-AMOUNT
                    DISPLAY "  Tax true-up for " SEMP-NAME ": "
                        DISP-ADJ-AMOUNT " ("
                        WS-ADJ-PERIOD(WS-ADJ-IDX) ")"
            END-EVALUATE.
       APPLY-TAX-DECLARATION.
      * each allowance comes off the pay the bands see at the value
      * set for the filing status; no declaration leaves the base
      * at the full pay.
            MOVE 'N' TO WS-DECL-FOUND-FLAG.
            MOVE 'N' TO WS-DECL-EXEMPT-FLAG.
            IF WS-TAX-DECL-STATUS = "00"
                MOVE SEMP-ID TO TD-EMP-ID
                READ TAX-DECL-FILE
                    KEY IS TD-EMP-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-DECL-FOUND TO TRUE
                END-READ
            END-IF.
            IF WS-DECL-FOUND
                IF TD-EXEMPT-UNTIL > ZERO
                        AND TD-EXEMPT-UNTIL >= WS-PERIOD-START
                    SET WS-DECL-EXEMPT TO TRUE
                END-IF
                EVALUATE TD-FILING-STATUS
                    WHEN 'M'
                        COMPUTE WS-ALLOW-AMOUNT =
                            TD-ALLOWANCES * WS-ALLOW-MARRIED
                    WHEN 'H'
                        COMPUTE WS-ALLOW-AMOUNT =
                            TD-ALLOWANCES * WS-ALLOW-HEAD
                    WHEN OTHER
                        COMPUTE WS-ALLOW-AMOUNT =
                            TD-ALLOWANCES * WS-ALLOW-SINGLE
                END-EVALUATE
                IF WS-ALLOW-AMOUNT >= WS-TAX-BASE
                    MOVE ZERO TO WS-TAX-BASE
                ELSE
                    SUBTRACT WS-ALLOW-AMOUNT FROM WS-TAX-BASE
                END-IF
            END-IF.
       OPEN-REGISTER.
      * an off-cycle run appends, marked, so the posted run's
      * register - the document the auditors ask for first -
                MOVE WS-EMP-DEDUCTIONS TO RGD-DEDUCT
                MOVE WS-EMP-NET    TO RGD-NET
                WRITE REGISTER-RECORD FROM WS-REG-DETAIL
                IF WS-PAY-PRORATED
                    MOVE WS-DAYS-PAID      TO RGP-DAYS-PAID
                    MOVE WS-DAYS-IN-PERIOD TO RGP-DAYS-PERIOD
                    WRITE REGISTER-RECORD FROM WS-REG-PRORATE-LINE
                END-IF
                PERFORM VARYING WS-ERN-IDX FROM 1 BY 1
                        UNTIL WS-ERN-IDX > WS-EARN-LINE-COUNT
                    IF WS-EL-EMP-ID(WS-ERN-IDX) = SEMP-ID
                            AND WS-EL-STATE(WS-ERN-IDX) = 'A'
                        SET WS-ERC-IDX TO WS-EL-CODE-SLOT(WS-ERN-IDX)
                        MOVE WS-EL-CODE(WS-ERN-IDX) TO RGE-CODE
                        MOVE WS-ER-DESC(WS-ERC-IDX) TO RGE-DESC
                        MOVE WS-EL-AMOUNT(WS-ERN-IDX) TO RGE-AMOUNT
                        WRITE REGISTER-RECORD FROM WS-REG-EARN-LINE
                    END-IF
                END-PERFORM
            END-IF.
       FINISH-REGISTER.
      * the division table is not carried in the checkpoint, so on
                        AT END
                            SET WS-BANK-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-BANK-ACCT-COUNT < 400
                                ADD 1 TO WS-BANK-ACCT-COUNT
                                SET WS-BANK-IDX
                                    TO WS-BANK-ACCT-COUNT
                                    WS-BA-BANK-CODE(WS-BANK-IDX)
                                MOVE BA-ACCOUNT-NO TO
                                    WS-BA-ACCOUNT-NO(WS-BANK-IDX)
                                PERFORM LOAD-BANK-DISTRIBUTION
                            ELSE
                                DISPLAY "bankacct.txt has more "
                                    "than 400 lines - extra "
                                    "line ignored"
                            END-IF
                    END-READ
                END-PERFORM
                DISPLAY "bankacct.txt not found - bank file will "
                    "carry no payments."
            END-IF.
       LOAD-BANK-DISTRIBUTION.
      * a row with no distribution type is the employee's one
      * account from before split pay - it takes the remainder.
            IF BA-PRIORITY IS NUMERIC
                MOVE BA-PRIORITY TO WS-BA-PRIORITY(WS-BANK-IDX)
            ELSE
                MOVE 1 TO WS-BA-PRIORITY(WS-BANK-IDX)
            END-IF.
            IF BA-DIST-TYPE = SPACE
                MOVE 'R' TO WS-BA-DIST-TYPE(WS-BANK-IDX)
            ELSE
                MOVE BA-DIST-TYPE TO WS-BA-DIST-TYPE(WS-BANK-IDX)
            END-IF.
            IF BA-DIST-VALUE IS NUMERIC
                MOVE BA-DIST-VALUE TO WS-BA-DIST-VALUE(WS-BANK-IDX)
            ELSE
                MOVE ZERO TO WS-BA-DIST-VALUE(WS-BANK-IDX)
            END-IF.
       OPEN-BANK-FILE.
            IF WS-RESTART-SKIP-COUNT > ZERO
                OPEN EXTEND BANK-PAYMENT-FILE
                END-IF
            END-IF.
       WRITE-BANK-DETAIL.
      * fixed and percentage lines are paid lowest priority first,
      * each capped at the net still unpaid; the remainder line
      * takes what is left.
            MOVE 'N'  TO WS-BANK-FOUND.
            MOVE ZERO TO WS-BANK-FIRST-SLOT.
            MOVE ZERO TO WS-BANK-REM-SLOT.
            MOVE ZERO TO WS-BANK-LINES-PAID.
            MOVE WS-EMP-NET TO WS-BANK-NET-LEFT.
            PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
                    UNTIL WS-BANK-IDX > WS-BANK-ACCT-COUNT
                IF WS-BA-EMP-ID(WS-BANK-IDX) = SEMP-ID
                    SET WS-BANK-ACCT-KNOWN TO TRUE
                    MOVE 'N' TO WS-BA-PAID(WS-BANK-IDX)
                    IF WS-BANK-FIRST-SLOT = ZERO
                        SET WS-BANK-FIRST-SLOT TO WS-BANK-IDX
                    END-IF
                    IF WS-BA-DIST-TYPE(WS-BANK-IDX) = 'R'
                            AND WS-BANK-REM-SLOT = ZERO
                        SET WS-BANK-REM-SLOT TO WS-BANK-IDX
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-BANK-ACCT-KNOWN
                PERFORM PICK-NEXT-BANK-LINE
                PERFORM UNTIL WS-BANK-NEXT-SLOT = ZERO
                    SET WS-BANK-IDX TO WS-BANK-NEXT-SLOT
                    MOVE 'Y' TO WS-BA-PAID(WS-BANK-IDX)
                    IF WS-BA-DIST-TYPE(WS-BANK-IDX) = 'P'
                        COMPUTE WS-BANK-LINE-AMOUNT ROUNDED =
                            WS-EMP-NET * WS-BA-DIST-VALUE(WS-BANK-IDX)
                                / 100
                    ELSE
                        MOVE WS-BA-DIST-VALUE(WS-BANK-IDX)
                            TO WS-BANK-LINE-AMOUNT
                    END-IF
                    IF WS-BANK-LINE-AMOUNT > WS-BANK-NET-LEFT
                        MOVE WS-BANK-NET-LEFT TO WS-BANK-LINE-AMOUNT
                    END-IF
                    IF WS-BANK-LINE-AMOUNT > ZERO
                        PERFORM WRITE-BANK-LINE
                    END-IF
                    PERFORM PICK-NEXT-BANK-LINE
                END-PERFORM
                IF WS-BANK-REM-SLOT = ZERO
                        AND WS-BANK-NET-LEFT > ZERO
                    DISPLAY "  No remainder bank line for " SEMP-ID
                        " - rest of net paid to the first line"
                    MOVE 'W' TO WS-ALERT-SEVERITY
                    MOVE "No remainder bank line - first line paid"
                        TO WS-ALERT-MESSAGE
                    MOVE SEMP-ID TO WS-ALERT-KEY
                    PERFORM WRITE-ALERT
                    MOVE WS-BANK-FIRST-SLOT TO WS-BANK-REM-SLOT
                END-IF
                IF WS-BANK-REM-SLOT > ZERO
                    IF WS-BANK-NET-LEFT > ZERO
                            OR WS-BANK-LINES-PAID = ZERO
                        SET WS-BANK-IDX TO WS-BANK-REM-SLOT
                        MOVE WS-BANK-NET-LEFT TO WS-BANK-LINE-AMOUNT
                        PERFORM WRITE-BANK-LINE
                    END-IF
                END-IF
            ELSE
                ADD 1 TO WS-BANK-MISSING-COUNT
                DISPLAY "  No bank account on file for " SEMP-ID
                MOVE SEMP-ID TO WS-ALERT-KEY
                PERFORM WRITE-ALERT
            END-IF.
       PICK-NEXT-BANK-LINE.
            MOVE ZERO TO WS-BANK-NEXT-SLOT.
            MOVE 99   TO WS-BANK-NEXT-PRIORITY.
            PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
                    UNTIL WS-BANK-IDX > WS-BANK-ACCT-COUNT
                IF WS-BA-EMP-ID(WS-BANK-IDX) = SEMP-ID
                        AND WS-BA-PAID(WS-BANK-IDX) = 'N'
                        AND WS-BA-DIST-TYPE(WS-BANK-IDX) NOT = 'R'
                    IF WS-BANK-NEXT-SLOT = ZERO
                            OR WS-BA-PRIORITY(WS-BANK-IDX)
                                < WS-BANK-NEXT-PRIORITY
                        SET WS-BANK-NEXT-SLOT TO WS-BANK-IDX
                        MOVE WS-BA-PRIORITY(WS-BANK-IDX)
                            TO WS-BANK-NEXT-PRIORITY
                    END-IF
                END-IF
            END-PERFORM.
       WRITE-BANK-LINE.
            MOVE SEMP-ID TO BD-EMP-ID.
            MOVE SEMP-NAME TO BD-NAME.
            MOVE WS-BA-BANK-CODE(WS-BANK-IDX)  TO BD-BANK-CODE.
            MOVE WS-BA-ACCOUNT-NO(WS-BANK-IDX) TO BD-ACCOUNT-NO.
            MOVE WS-BANK-LINE-AMOUNT TO BD-AMOUNT.
            WRITE BANK-PAYMENT-RECORD FROM WS-BANK-DETAIL.
            ADD 1 TO WS-BANK-DETAIL-COUNT.
            ADD WS-BANK-LINE-AMOUNT TO WS-BANK-HASH-TOTAL.
            ADD 1 TO WS-BANK-LINES-PAID.
            SUBTRACT WS-BANK-LINE-AMOUNT FROM WS-BANK-NET-LEFT.
       FINISH-BANK-FILE.
            MOVE WS-BANK-DETAIL-COUNT TO BT-COUNT.
            MOVE WS-BANK-HASH-TOTAL   TO BT-HASH.
            MOVE WS-BANK-DETAIL-COUNT TO WS-REG-COUNT.
            MOVE WS-BANK-HASH-TOTAL   TO WS-REG-HASH.
            PERFORM REGISTER-OUTBOUND-FILE.
            PERFORM HOLD-BANK-FILE.
            IF WS-BANK-MISSING-COUNT > ZERO
                DISPLAY "Employees with no bank account on file: "
                    WS-BANK-MISSING-COUNT
            END-IF.
       HOLD-BANK-FILE.
      * the payment file is not for sending until a second,
      * release-role operator approves it from the driver menu;
      * until then the transmission copy is left empty.
            OPEN OUTPUT BANK-SEND-FILE.
            IF WS-BANK-SEND-STATUS = "00"
                CLOSE BANK-SEND-FILE
            END-IF.
            OPEN EXTEND PAY-RELEASE-FILE.
            IF WS-PAY-RELEASE-STATUS = "05"
                    OR WS-PAY-RELEASE-STATUS = "35"
                OPEN OUTPUT PAY-RELEASE-FILE
            END-IF.
            IF WS-PAY-RELEASE-STATUS = "00"
                MOVE SPACES TO PAY-RELEASE-RECORD
                MOVE "bankpay.txt" TO PRQ-FILE-NAME
                SET PRQ-PENDING TO TRUE
                ACCEPT WS-BANK-RUN-DATE FROM DATE
                MOVE "20"       TO PRQ-RUN-DATE(1:2)
                MOVE WS-BANK-YY TO PRQ-RUN-DATE(3:2)
                MOVE WS-BANK-MM TO PRQ-RUN-DATE(5:2)
                MOVE WS-BANK-DD TO PRQ-RUN-DATE(7:2)
                MOVE WS-SESSION-OPERATOR  TO PRQ-RUN-OPERATOR
                MOVE WS-PERIOD-ID         TO PRQ-PERIOD
                MOVE WS-BANK-DETAIL-COUNT TO PRQ-COUNT
                MOVE WS-BANK-HASH-TOTAL   TO PRQ-HASH
                WRITE PAY-RELEASE-RECORD
                CLOSE PAY-RELEASE-FILE
                DISPLAY "bankpay.txt held for release by a second "
                    "operator."
            ELSE
                DISPLAY "Unable to open payrelease.txt - status "
                    WS-PAY-RELEASE-STATUS " - bankpay.txt cannot "
                    "be released until the payroll is re-run."
            END-IF.
       OPEN-LEAVE-MASTER.
            OPEN I-O LEAVE-MASTER-FILE.
            IF WS-LEAVE-MASTER-STATUS NOT = "00"
                END-PERFORM
                CLOSE LEAVE-TRANS-FILE
            END-IF.
       PRORATE-NEW-HIRE.
      * a hire date after the period start pays the business days
      * from the hire date to the period end, both ends counted,
      * over the business days in the whole period.
            MOVE 'N' TO WS-PRORATE-FLAG.
            IF WS-PERIOD-START > ZERO AND WS-PERIOD-END > ZERO
                    AND SEMP-HIRE-DATE IS NUMERIC
                    AND SEMP-HIRE-DATE > WS-PERIOD-START
                MOVE WS-PERIOD-START TO WS-COUNT-FROM
                PERFORM COUNT-BUSINESS-DAYS
                MOVE WS-BUS-DAY-COUNT TO WS-DAYS-IN-PERIOD
                IF SEMP-HIRE-DATE > WS-PERIOD-END
                    MOVE ZERO TO WS-DAYS-PAID
                ELSE
                    MOVE SEMP-HIRE-DATE TO WS-COUNT-FROM
                    PERFORM COUNT-BUSINESS-DAYS
                    MOVE WS-BUS-DAY-COUNT TO WS-DAYS-PAID
                END-IF
                IF WS-DAYS-IN-PERIOD > ZERO
                    SET WS-PAY-PRORATED TO TRUE
                    COMPUTE WS-PERIOD-PAY ROUNDED =
                        WS-PERIOD-PAY * WS-DAYS-PAID
                            / WS-DAYS-IN-PERIOD
                    DISPLAY "  New hire " SEMP-ID " hired "
                        SEMP-HIRE-DATE " - paid " WS-DAYS-PAID
                        " of " WS-DAYS-IN-PERIOD " business days"
                END-IF
            END-IF.
       COUNT-BUSINESS-DAYS.
      * BDIF counts the business days after the first date; BDAY
      * adds the first date back in when it is one.
            MOVE ZERO TO WS-BUS-DAY-COUNT.
            MOVE "BDIF" TO DS-FUNCTION.
            MOVE WS-PERIOD-END TO DS-DATE-1.
            MOVE WS-COUNT-FROM TO DS-DATE-2.
            CALL "DATESRV" USING DS-REQUEST.
            IF DS-STATUS = 'Y'
                MOVE DS-RESULT TO WS-BUS-DAY-COUNT
                MOVE "BDAY" TO DS-FUNCTION
                MOVE WS-COUNT-FROM TO DS-DATE-1
                CALL "DATESRV" USING DS-REQUEST
                IF DS-STATUS = 'Y'
                    ADD DS-RESULT TO WS-BUS-DAY-COUNT
                END-IF
            END-IF.
            IF WS-BUS-DAY-COUNT < ZERO
                MOVE ZERO TO WS-BUS-DAY-COUNT
            END-IF.
       APPLY-UNPAID-LEAVE.
            MOVE ZERO TO WS-UNPAID-DAYS.
            MOVE ZERO TO WS-PAID-LEAVE-DAYS.
                    WS-CURRENCY-SYMBOL DISP-UNPAID-CUT
                    " withheld"
            END-IF.
       APPLY-FTE-PERCENT.
      * EMP-SALARY is the full-time figure - a part-timer is paid
      * that times the FTE. A blank or zero FTE (records written
      * before the field existed) is full time. The hourly rate
      * used for overtime stays the full-time rate.
            MOVE 100 TO WS-EMP-FTE.
            IF SEMP-FTE-PCT IS NUMERIC
                IF SEMP-FTE-PCT > ZERO AND SEMP-FTE-PCT < 100
                    MOVE SEMP-FTE-PCT TO WS-EMP-FTE
                END-IF
            END-IF.
            IF WS-EMP-FTE < 100
                COMPUTE WS-PERIOD-PAY ROUNDED =
                    WS-PERIOD-PAY * WS-EMP-FTE / 100
                MOVE WS-EMP-FTE TO DISP-FTE
                DISPLAY "  Part time " SEMP-ID " at " DISP-FTE
                    "% FTE"
            END-IF.
       POST-LEAVE-ACCRUAL.
            MOVE SEMP-ID TO LV-EMP-ID.
            READ LEAVE-MASTER-FILE
                    CONTINUE
                NOT INVALID KEY
                    COMPUTE WS-LEAVE-ACCRUAL ROUNDED =
                        LV-ENTITLEMENT / 12 * WS-EMP-FTE / 100
                    ADD WS-LEAVE-ACCRUAL TO LV-BALANCE
                    IF WS-PAID-LEAVE-DAYS > ZERO
                        SUBTRACT WS-PAID-LEAVE-DAYS
                                    WS-ADJ-PERIOD(WS-ADJ-IDX)
                                MOVE 'N' TO
                                    WS-ADJ-STATE(WS-ADJ-IDX)
                                MOVE ZERO TO
                                    WS-ADJ-UNAPPLIED(WS-ADJ-IDX)
                            ELSE
                                SET WS-ADJUST-OVERFLOWED TO TRUE
                            END-IF
                    UNTIL WS-ADJ-IDX > WS-ADJUST-COUNT
                IF WS-ADJ-EMP-ID(WS-ADJ-IDX) = SEMP-ID
                        AND WS-ADJ-STATE(WS-ADJ-IDX) = 'N'
                        AND WS-ADJ-REASON(WS-ADJ-IDX) NOT = "TXU"
                    COMPUTE WS-ADJ-NET-CHANGE =
                        WS-YTD-PAY-THIS-RUN
                            + WS-ADJ-AMOUNT(WS-ADJ-IDX)
                    UNTIL WS-ADJ-IDX > WS-ADJUST-COUNT
                IF WS-ADJ-STATE(WS-ADJ-IDX) = 'N'
                        AND WS-ADJ-AMOUNT(WS-ADJ-IDX) > ZERO
                        AND WS-ADJ-REASON(WS-ADJ-IDX) NOT = "TXU"
                    PERFORM POST-ONE-ORPHAN
                END-IF
            END-PERFORM.
                                " for "
                                WS-ADJ-PERIOD(WS-ADJ-IDX)
                                " - posted direct"
                        WHEN 'T'
                            DISPLAY "  "
                                WS-ADJ-EMP-ID(WS-ADJ-IDX) " "
                                DISP-ADJ-AMOUNT " "
                                WS-ADJ-REASON(WS-ADJ-IDX)
                                " for "
                                WS-ADJ-PERIOD(WS-ADJ-IDX)
                                " - applied to withholding"
                            IF WS-ADJ-UNAPPLIED(WS-ADJ-IDX) > ZERO
                                MOVE WS-ADJ-UNAPPLIED(WS-ADJ-IDX)
                                    TO DISP-ADJ-AMOUNT
                                DISPLAY "    unapplied remainder "
                                    DISP-ADJ-AMOUNT
                                    " - refund outside payroll"
                            END-IF
                        WHEN 'N'
                            IF WS-ADJ-REASON(WS-ADJ-IDX) = "TXU"
                                    AND WS-ADJ-PERIOD(WS-ADJ-IDX)
                                        NOT = WS-PERIOD-ID
                                DISPLAY "  "
                                    WS-ADJ-EMP-ID(WS-ADJ-IDX) " "
                                    DISP-ADJ-AMOUNT " "
                                    WS-ADJ-REASON(WS-ADJ-IDX)
                                    " for "
                                    WS-ADJ-PERIOD(WS-ADJ-IDX)
                                    " - held for its period"
                            ELSE
                                DISPLAY "  "
                                    WS-ADJ-EMP-ID(WS-ADJ-IDX) " "
                                    DISP-ADJ-AMOUNT " "
                                    WS-ADJ-REASON(WS-ADJ-IDX)
                                    " for "
                                    WS-ADJ-PERIOD(WS-ADJ-IDX)
                                    " - NOT APPLIED - review"
                            END-IF
                        WHEN OTHER
                            DISPLAY "  "
                                WS-ADJ-EMP-ID(WS-ADJ-IDX) " "
            END-IF.
            IF WS-DED-T-IS-PERCENT(WS-DED-IDX)
                COMPUTE WS-ONE-DEDUCTION ROUNDED =
                    (WS-YTD-PAY-THIS-RUN - WS-EMP-REIMBURSED)
                        * WS-DED-T-VALUE(WS-DED-IDX) / 100
            ELSE
                MOVE WS-DED-T-VALUE(WS-DED-IDX) TO WS-ONE-DEDUCTION
                MOVE WS-EMP-TAX            TO PH-TAX-WITHHELD
                MOVE WS-EMP-NET            TO PH-NET-PAY
                MOVE WS-EMP-EMPLR-COST     TO PH-EMPLOYER-COST
                MOVE WS-EMP-FTE            TO PH-FTE-PCT
                WRITE PAY-HISTORY-RECORD
                    INVALID KEY
                        PERFORM MERGE-PAY-HISTORY
                        COMPUTE WS-HOURLY-RATE ROUNDED =
                            SEMP-SALARY * 12 / WS-STANDARD-HOURS
                    END-IF
                    PERFORM APPLY-FTE-PERCENT
                    PERFORM PRORATE-NEW-HIRE
                    PERFORM APPLY-UNPAID-LEAVE
                    IF WS-FX-CONVERTING
                        COMPUTE WS-FX-OUT ROUNDED =
                        ADD WS-OT-PAY TO WS-DEPT-SUBTOTAL
                        ADD WS-OT-PAY TO WS-YTD-PAY-THIS-RUN
                    END-IF
                    PERFORM APPLY-EARNINGS-LINES
                    PERFORM APPLY-PAY-ADJUSTMENTS
                    PERFORM TALLY-EMPLOYEE-DEPT
                    PERFORM COMPUTE-TAX-WITHHOLDING
                    PERFORM WRITE-CHECKPOINT
                END-IF
            END-IF.
       LOAD-EARNING-CODES.
            OPEN INPUT EARN-CODE-FILE.
            IF WS-EARN-CODE-STATUS = "00"
                PERFORM UNTIL WS-EARN-END-OF-FILE
                    READ EARN-CODE-FILE
                        AT END
                            SET WS-EARN-END-OF-FILE TO TRUE
                        NOT AT END
                            IF WS-EARN-CODE-COUNT < 30
                                ADD 1 TO WS-EARN-CODE-COUNT
                                SET WS-ERC-IDX TO WS-EARN-CODE-COUNT
                                MOVE ER-CODE TO
                                    WS-ER-CODE(WS-ERC-IDX)
                                MOVE ER-DESC TO
                                    WS-ER-DESC(WS-ERC-IDX)
                                MOVE ER-TAXABLE TO
                                    WS-ER-TAXABLE(WS-ERC-IDX)
                                MOVE ER-CONTRIB TO
                                    WS-ER-CONTRIB(WS-ERC-IDX)
                                MOVE ER-ACCOUNT TO
                                    WS-ER-ACCOUNT(WS-ERC-IDX)
                                MOVE ZERO TO
                                    WS-ER-TAKEN(WS-ERC-IDX)
                            ELSE
                                DISPLAY "earncode.txt has more "
                                    "than 30 codes - extra code "
                                    "ignored"
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EARN-CODE-FILE
                MOVE 'N' TO WS-EARN-EOF-FLAG
            ELSE
                DISPLAY "earncode.txt not found - earnings lines "
                    "cannot be paid."
            END-IF.
       LOAD-EARNINGS-LINES.
      * only lines stamped with the period being paid are loaded; a
      * line for any other period is counted and left on the file.
            OPEN INPUT EARNINGS-FILE.
            IF WS-EARNINGS-STATUS = "00"
                PERFORM UNTIL WS-EARN-END-OF-FILE
                    READ EARNINGS-FILE
                        AT END
                            SET WS-EARN-END-OF-FILE TO TRUE
                        NOT AT END
                            IF EI-PERIOD NOT = WS-PERIOD-ID
                                ADD 1 TO WS-EARN-OTHER-PERIOD
                            ELSE
                                IF WS-EARN-LINE-COUNT < 300
                                    PERFORM ADD-EARNINGS-LINE
                                ELSE
                                    DISPLAY "earnings.txt has "
                                        "more than 300 lines for "
                                        "the period - extra line "
                                        "ignored"
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EARNINGS-FILE
                MOVE 'N' TO WS-EARN-EOF-FLAG
                DISPLAY "Earnings lines loaded for period "
                    WS-PERIOD-ID ": " WS-EARN-LINE-COUNT
                IF WS-EARN-OTHER-PERIOD > ZERO
                    DISPLAY "Earnings lines for other periods "
                        "ignored: " WS-EARN-OTHER-PERIOD
                END-IF
            END-IF.
       ADD-EARNINGS-LINE.
            ADD 1 TO WS-EARN-LINE-COUNT.
            SET WS-ERN-IDX TO WS-EARN-LINE-COUNT.
            MOVE EI-EMP-ID TO WS-EL-EMP-ID(WS-ERN-IDX).
            MOVE EI-CODE   TO WS-EL-CODE(WS-ERN-IDX).
            MOVE EI-AMOUNT TO WS-EL-AMOUNT(WS-ERN-IDX).
            MOVE 'N'       TO WS-EL-STATE(WS-ERN-IDX).
            MOVE ZERO      TO WS-EL-CODE-SLOT(WS-ERN-IDX).
            MOVE ZERO      TO WS-EL-CLAIM-NO(WS-ERN-IDX).
            MOVE 'N' TO WS-ERC-FOUND.
            PERFORM VARYING WS-ERC-IDX FROM 1 BY 1
                    UNTIL WS-ERC-IDX > WS-EARN-CODE-COUNT
                        OR WS-ERC-KNOWN
                IF WS-ER-CODE(WS-ERC-IDX) = EI-CODE
                    SET WS-ERC-KNOWN TO TRUE
                    SET WS-EL-CODE-SLOT(WS-ERN-IDX) TO WS-ERC-IDX
                END-IF
            END-PERFORM.
            IF NOT WS-ERC-KNOWN
                MOVE 'U' TO WS-EL-STATE(WS-ERN-IDX)
            END-IF.
       APPLY-EARNINGS-LINES.
      * every earnings line feeds the gross the same way overtime
      * does; the non-taxable, non-contributory and own-account
      * slices are kept aside for the withholding, employer
      * contribution and GL splits further down.
            MOVE ZERO TO WS-EMP-EARNINGS.
            MOVE ZERO TO WS-EMP-NONTAX-EARN.
            MOVE ZERO TO WS-EMP-NOCONTRIB-EARN.
            MOVE ZERO TO WS-EMP-OWNACCT-EARN.
            MOVE ZERO TO WS-EMP-REIMBURSED.
            PERFORM VARYING WS-ERN-IDX FROM 1 BY 1
                    UNTIL WS-ERN-IDX > WS-EARN-LINE-COUNT
                IF WS-EL-EMP-ID(WS-ERN-IDX) = SEMP-ID
                        AND WS-EL-STATE(WS-ERN-IDX) = 'N'
                    PERFORM APPLY-ONE-EARNING
                END-IF
            END-PERFORM.
       APPLY-ONE-EARNING.
            SET WS-ERC-IDX TO WS-EL-CODE-SLOT(WS-ERN-IDX).
            MOVE 'A' TO WS-EL-STATE(WS-ERN-IDX).
            ADD WS-EL-AMOUNT(WS-ERN-IDX) TO WS-EMP-EARNINGS.
            ADD WS-EL-AMOUNT(WS-ERN-IDX) TO WS-TOTAL-SALARY.
            ADD WS-EL-AMOUNT(WS-ERN-IDX) TO WS-DEPT-SUBTOTAL.
            ADD WS-EL-AMOUNT(WS-ERN-IDX) TO WS-YTD-PAY-THIS-RUN.
            ADD WS-EL-AMOUNT(WS-ERN-IDX) TO WS-ER-TAKEN(WS-ERC-IDX).
            IF WS-ER-TAXABLE(WS-ERC-IDX) = 'N'
                ADD WS-EL-AMOUNT(WS-ERN-IDX) TO WS-EMP-NONTAX-EARN
            END-IF.
            IF WS-ER-CONTRIB(WS-ERC-IDX) = 'N'
                ADD WS-EL-AMOUNT(WS-ERN-IDX)
                    TO WS-EMP-NOCONTRIB-EARN
            END-IF.
            IF WS-ER-ACCOUNT(WS-ERC-IDX) NOT = SPACES
                ADD WS-EL-AMOUNT(WS-ERN-IDX) TO WS-EMP-OWNACCT-EARN
            END-IF.
            IF WS-EL-CLAIM-NO(WS-ERN-IDX) > ZERO
                ADD WS-EL-AMOUNT(WS-ERN-IDX) TO WS-EMP-REIMBURSED
            END-IF.
            MOVE WS-EL-AMOUNT(WS-ERN-IDX) TO DISP-EARNING.
            DISPLAY "  " WS-ER-DESC(WS-ERC-IDX) " for " SEMP-NAME
                ": " WS-CURRENCY-SYMBOL DISP-EARNING.
            IF WS-EARNHIST-STATUS = "00"
                MOVE WS-PERIOD-ID TO EH-PERIOD-ID
                MOVE SEMP-ID      TO EH-EMP-ID
                MOVE WS-EL-CODE(WS-ERN-IDX)   TO EH-CODE
                MOVE WS-EL-AMOUNT(WS-ERN-IDX) TO EH-AMOUNT
                WRITE EARN-HISTORY-RECORD
            END-IF.
       LOAD-EXPENSE-CATEGORIES.
      * each expense claim category pays like an earnings code that
      * is neither taxable nor contributory, debited to the
      * category's own expense account.
            MOVE 'N' TO WS-EARN-EOF-FLAG.
            OPEN INPUT EXPENSE-CATEGORY-FILE.
            IF WS-EXPCAT-STATUS = "00"
                PERFORM UNTIL WS-EARN-END-OF-FILE
                    READ EXPENSE-CATEGORY-FILE
                        AT END
                            SET WS-EARN-END-OF-FILE TO TRUE
                        NOT AT END
                            PERFORM ADD-EXPENSE-CATEGORY
                    END-READ
                END-PERFORM
                CLOSE EXPENSE-CATEGORY-FILE
                MOVE 'N' TO WS-EARN-EOF-FLAG
            END-IF.
       ADD-EXPENSE-CATEGORY.
            MOVE 'N' TO WS-ERC-FOUND.
            PERFORM VARYING WS-ERC-IDX FROM 1 BY 1
                    UNTIL WS-ERC-IDX > WS-EARN-CODE-COUNT
                        OR WS-ERC-KNOWN
                IF WS-ER-CODE(WS-ERC-IDX) = XK-CATEGORY
                    SET WS-ERC-KNOWN TO TRUE
                END-IF
            END-PERFORM.
            IF WS-ERC-KNOWN
                DISPLAY "Expense category " XK-CATEGORY " is also "
                    "an earnings code - its claims cannot be paid."
            ELSE
                IF WS-EARN-CODE-COUNT < 30
                    ADD 1 TO WS-EARN-CODE-COUNT
                    SET WS-ERC-IDX TO WS-EARN-CODE-COUNT
                    MOVE XK-CATEGORY    TO WS-ER-CODE(WS-ERC-IDX)
                    MOVE XK-DESCRIPTION TO WS-ER-DESC(WS-ERC-IDX)
                    MOVE 'N'            TO WS-ER-TAXABLE(WS-ERC-IDX)
                    MOVE 'N'            TO WS-ER-CONTRIB(WS-ERC-IDX)
                    MOVE XK-ACCOUNT     TO WS-ER-ACCOUNT(WS-ERC-IDX)
                    MOVE ZERO           TO WS-ER-TAKEN(WS-ERC-IDX)
                ELSE
                    DISPLAY "earncode.txt and expcat.txt have more "
                        "than 30 codes - category " XK-CATEGORY
                        " ignored"
                END-IF
            END-IF.
       LOAD-EXPENSE-CLAIMS.
      * approved claims not yet paid ride as earnings lines carrying
      * their claim number, so the ones paid can be marked after
      * the run.
            MOVE 'N' TO WS-EARN-EOF-FLAG.
            OPEN INPUT EXPENSE-CLAIM-FILE.
            IF WS-EXPCLAIM-STATUS = "00"
                PERFORM UNTIL WS-EARN-END-OF-FILE
                    READ EXPENSE-CLAIM-FILE
                        AT END
                            SET WS-EARN-END-OF-FILE TO TRUE
                        NOT AT END
                            IF XC-APPROVED
                                PERFORM ADD-CLAIM-LINE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EXPENSE-CLAIM-FILE
                MOVE 'N' TO WS-EARN-EOF-FLAG
                IF WS-CLAIM-LINE-COUNT > ZERO
                    DISPLAY "Approved expense claims loaded: "
                        WS-CLAIM-LINE-COUNT
                END-IF
            END-IF.
       ADD-CLAIM-LINE.
            IF WS-EARN-LINE-COUNT < 300
                MOVE XC-EMP-ID   TO EI-EMP-ID
                MOVE XC-CATEGORY TO EI-CODE
                MOVE XC-AMOUNT   TO EI-AMOUNT
                PERFORM ADD-EARNINGS-LINE
                MOVE XC-CLAIM-NO TO WS-EL-CLAIM-NO(WS-ERN-IDX)
                ADD 1 TO WS-CLAIM-LINE-COUNT
            ELSE
                DISPLAY "More than 300 earnings lines - expense "
                    "claim " XC-CLAIM-NO " left for the next run"
            END-IF.
       MARK-CLAIMS-PAID.
      * claims paid this run are stamped with the period; the file
      * is only rewritten when all of it fits in the table.
            MOVE ZERO TO WS-CLAIM-FILE-COUNT.
            MOVE ZERO TO WS-CLAIMS-PAID.
            MOVE 'N' TO WS-EARN-EOF-FLAG.
            OPEN INPUT EXPENSE-CLAIM-FILE.
            IF WS-EXPCLAIM-STATUS NOT = "00"
                GO TO MARK-CLAIMS-PAID-EXIT
            END-IF.
            PERFORM UNTIL WS-EARN-END-OF-FILE
                READ EXPENSE-CLAIM-FILE
                    AT END
                        SET WS-EARN-END-OF-FILE TO TRUE
                    NOT AT END
                        IF WS-CLAIM-FILE-COUNT < 2000
                            ADD 1 TO WS-CLAIM-FILE-COUNT
                            SET WS-CLM-IDX TO WS-CLAIM-FILE-COUNT
                            PERFORM MARK-ONE-CLAIM
                            MOVE EXPENSE-CLAIM-RECORD
                                TO WS-CLM-RECORD(WS-CLM-IDX)
                        ELSE
                            SET WS-CLAIM-OVERFLOWED TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE EXPENSE-CLAIM-FILE.
            MOVE 'N' TO WS-EARN-EOF-FLAG.
            IF WS-CLAIM-OVERFLOWED
                DISPLAY "expclaims.txt has more than 2000 claims - "
                    "file NOT rewritten; mark the claims paid in "
                    WS-PERIOD-ID " by hand before the next run."
                GO TO MARK-CLAIMS-PAID-EXIT
            END-IF.
            IF WS-CLAIMS-PAID = ZERO
                GO TO MARK-CLAIMS-PAID-EXIT
            END-IF.
            OPEN OUTPUT EXPENSE-CLAIM-FILE.
            IF WS-EXPCLAIM-STATUS NOT = "00"
                DISPLAY "Unable to rewrite expclaims.txt - status "
                    WS-EXPCLAIM-STATUS
                    " - MARK THE CLAIMS PAID IN " WS-PERIOD-ID
                    " BY HAND before the next run or they will pay "
                    "again."
            ELSE
                PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                        UNTIL WS-CLM-IDX > WS-CLAIM-FILE-COUNT
                    WRITE EXPENSE-CLAIM-RECORD
                        FROM WS-CLM-RECORD(WS-CLM-IDX)
                END-PERFORM
                CLOSE EXPENSE-CLAIM-FILE
                DISPLAY "Expense claims marked paid in "
                    WS-PERIOD-ID ": " WS-CLAIMS-PAID
            END-IF.
       MARK-CLAIMS-PAID-EXIT.
            EXIT.
       MARK-ONE-CLAIM.
            IF XC-APPROVED
                PERFORM VARYING WS-ERN-IDX FROM 1 BY 1
                        UNTIL WS-ERN-IDX > WS-EARN-LINE-COUNT
                    IF WS-EL-CLAIM-NO(WS-ERN-IDX) = XC-CLAIM-NO
                            AND WS-EL-STATE(WS-ERN-IDX) = 'A'
                            AND XC-APPROVED
                        SET XC-PAID TO TRUE
                        MOVE WS-PERIOD-ID TO XC-PAID-PERIOD
                        ADD 1 TO WS-CLAIMS-PAID
                    END-IF
                END-PERFORM
            END-IF.
       LIST-UNAPPLIED-EARNINGS.
            MOVE ZERO TO WS-EARN-UNAPPLIED.
            PERFORM VARYING WS-ERN-IDX FROM 1 BY 1
                    UNTIL WS-ERN-IDX > WS-EARN-LINE-COUNT
                IF WS-EL-STATE(WS-ERN-IDX) NOT = 'A'
                    ADD 1 TO WS-EARN-UNAPPLIED
                    MOVE WS-EL-AMOUNT(WS-ERN-IDX) TO DISP-EARNING
                    IF WS-EL-STATE(WS-ERN-IDX) = 'U'
                        DISPLAY "  Earnings " WS-EL-EMP-ID(WS-ERN-IDX)
                            " " WS-EL-CODE(WS-ERN-IDX) " "
                            DISP-EARNING " - code not on earncode.txt"
                    ELSE
                        DISPLAY "  Earnings " WS-EL-EMP-ID(WS-ERN-IDX)
                            " " WS-EL-CODE(WS-ERN-IDX) " "
                            DISP-EARNING " - employee not paid"
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-EARN-UNAPPLIED > ZERO
                DISPLAY "Earnings lines not paid this run: "
                    WS-EARN-UNAPPLIED
            END-IF.
       ADD-EARNINGS-JOURNAL-DEBITS.
      * earnings codes carrying their own expense account are
      * debited by code; the department debits have already left
      * these amounts out.
            PERFORM VARYING WS-ERC-IDX FROM 1 BY 1
                    UNTIL WS-ERC-IDX > WS-EARN-CODE-COUNT
                IF WS-ER-ACCOUNT(WS-ERC-IDX) NOT = SPACES
                        AND WS-ER-TAKEN(WS-ERC-IDX) > ZERO
                        AND WS-JOURNAL-COUNT < 40
                    ADD 1 TO WS-JOURNAL-COUNT
                    SET WS-JRN-IDX TO WS-JOURNAL-COUNT
                    MOVE "DR" TO WS-JRN-DRCR(WS-JRN-IDX)
                    MOVE WS-ER-ACCOUNT(WS-ERC-IDX)
                        TO WS-JRN-ACCOUNT(WS-JRN-IDX)
                    MOVE WS-ER-TAKEN(WS-ERC-IDX)
                        TO WS-JRN-AMOUNT(WS-JRN-IDX)
                    ADD WS-ER-TAKEN(WS-ERC-IDX) TO WS-GL-DR-TOTAL
                END-IF
            END-PERFORM.
       LOAD-TIMESHEETS.
      * when the timesheet file is present, approved sheets for the
      * current period are the ONLY source of overtime; the master
            END-IF.
       COMPUTE-EMPLOYER-CONTRIBS.
            MOVE ZERO TO WS-EMP-EMPLR-COST.
            COMPUTE WS-CONTRIB-BASE =
                WS-YTD-PAY-THIS-RUN - WS-EMP-NOCONTRIB-EARN.
            PERFORM VARYING WS-EMPLR-IDX FROM 1 BY 1
                    UNTIL WS-EMPLR-IDX > WS-EMPLR-COUNT
                IF WS-EC-IS-PERCENT(WS-EMPLR-IDX)
                    COMPUTE WS-ONE-CONTRIB ROUNDED =
                        WS-CONTRIB-BASE
                            * WS-EC-VALUE(WS-EMPLR-IDX) / 100
                ELSE
                    MOVE WS-EC-VALUE(WS-EMPLR-IDX)
                END-IF
                ADD WS-ONE-CONTRIB TO WS-EMP-EMPLR-COST
                ADD WS-ONE-CONTRIB TO WS-EC-TAKEN(WS-EMPLR-IDX)
                IF WS-ONE-CONTRIB > ZERO
                    MOVE WS-EC-CODE(WS-EMPLR-IDX) TO ERH-CODE
                    PERFORM WRITE-EMPLR-HISTORY
                END-IF
            END-PERFORM.
      * the employer share of each plan the employee is enrolled in.
            PERFORM VARYING WS-BC-IDX FROM 1 BY 1
                    UNTIL WS-BC-IDX > WS-BEN-COVER-COUNT
                IF WS-BC-EMP-ID(WS-BC-IDX) = SEMP-ID
                    MOVE WS-BC-PLAN-SLOT(WS-BC-IDX)
                        TO WS-BEN-PLAN-SLOT
                    ADD WS-BC-ER(WS-BC-IDX) TO WS-EMP-EMPLR-COST
                    ADD WS-BC-ER(WS-BC-IDX)
                        TO WS-BP-TAKEN(WS-BEN-PLAN-SLOT)
                    IF WS-BC-ER(WS-BC-IDX) > ZERO
                        MOVE WS-BC-ER(WS-BC-IDX) TO WS-ONE-CONTRIB
                        MOVE WS-BP-CODE(WS-BEN-PLAN-SLOT) TO ERH-CODE
                        PERFORM WRITE-EMPLR-HISTORY
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-EMP-EMPLR-COST > ZERO
                ADD WS-EMP-EMPLR-COST TO WS-TOTAL-EMPLR-COST
                    ": " WS-CURRENCY-SYMBOL DISP-EMPLR-COST
            END-IF.
            PERFORM TALLY-DEPT-BURDEN.
       WRITE-EMPLR-HISTORY.
      * the employer side per employee and code, kept the way the
      * deductions are, for the pension remittance and statements.
            IF WS-ERHIST-STATUS = "00"
                MOVE WS-PERIOD-ID   TO ERH-PERIOD-ID
                MOVE SEMP-ID        TO ERH-EMP-ID
                MOVE WS-ONE-CONTRIB TO ERH-AMOUNT
                WRITE EMPLR-HISTORY-RECORD
            END-IF.
       TALLY-DEPT-BURDEN.
            MOVE 'N' TO WS-BURD-FOUND.
            PERFORM VARYING WS-BURD-IDX FROM 1 BY 1
                        TO WS-GL-CR-TOTAL
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                    UNTIL WS-BP-IDX > WS-BEN-PLAN-COUNT
                IF WS-BP-TAKEN(WS-BP-IDX) > ZERO
                        AND WS-JOURNAL-COUNT < 40
                    ADD 1 TO WS-JOURNAL-COUNT
                    SET WS-JRN-IDX TO WS-JOURNAL-COUNT
                    MOVE "CR" TO WS-JRN-DRCR(WS-JRN-IDX)
                    MOVE WS-BP-ACCOUNT(WS-BP-IDX)
                        TO WS-JRN-ACCOUNT(WS-JRN-IDX)
                    MOVE WS-BP-TAKEN(WS-BP-IDX)
                        TO WS-JRN-AMOUNT(WS-JRN-IDX)
                    ADD WS-BP-TAKEN(WS-BP-IDX)
                        TO WS-GL-CR-TOTAL
                END-IF
            END-PERFORM.
       WRITE-EMPLOYER-COST-REPORT.
      * the burden table is not carried in the checkpoint, so a
      * restarted run's report would mix whole-run gross with
      * post-restart burden - it is not produced.
            IF WS-RESTART-SKIP-COUNT > ZERO
                IF WS-EMPLR-COUNT > ZERO OR WS-BEN-COVER-COUNT > ZERO
                    DISPLAY "Restarted run - employer cost "
                        "report not produced; derive the burden "
                        "from the pay history."
                END-IF
            ELSE
            IF (WS-EMPLR-COUNT > ZERO OR WS-BEN-COVER-COUNT > ZERO)
                    AND WS-BURDEN-COUNT > ZERO
                OPEN OUTPUT EMPLR-COST-FILE
                IF WS-EMPLR-COST-STATUS NOT = "00"
                END-IF
            END-IF.
       TALLY-EMPLOYEE-DEPT.
      * the budget side takes the whole gross; the GL side leaves
      * out earnings that debit an account of their own, which are
      * journaled by earnings code instead.
            MOVE 'B' TO WS-ADEPT-WHICH.
            MOVE WS-YTD-PAY-THIS-RUN TO WS-ALLOC-BASE.
            PERFORM SPLIT-EMPLOYEE-PAY.
            MOVE 'G' TO WS-ADEPT-WHICH.
            COMPUTE WS-ALLOC-BASE =
                WS-YTD-PAY-THIS-RUN - WS-EMP-OWNACCT-EARN.
            PERFORM SPLIT-EMPLOYEE-PAY.
      * headcount and FTE stay with the home department whatever
      * the cost allocation says.
            MOVE 'H' TO WS-ADEPT-WHICH.
            MOVE SEMP-DEP TO WS-ADEPT-DEP-IN.
            MOVE ZERO TO WS-ADEPT-AMT-IN.
            PERFORM ADD-TO-ALLOC-DEPT.
       SPLIT-EMPLOYEE-PAY.
      * the whole of this employee's gross (base, overtime and any
      * adjustment applied with pay) charges one or more cost
      * centers; the last allocation row takes the rounding
            END-PERFORM.
            IF WS-ALLOC-ROWS = ZERO
                MOVE SEMP-DEP            TO WS-ADEPT-DEP-IN
                MOVE WS-ALLOC-BASE TO WS-ADEPT-AMT-IN
                PERFORM ADD-TO-ALLOC-DEPT
            ELSE
                IF WS-ALLOC-PCT-SUM NOT = 100.00
                    IF WS-ADEPT-WHICH = 'B'
                        DISPLAY "  Allocations for " SEMP-ID
                            " sum to " WS-ALLOC-PCT-SUM
                            " not 100 - home department charged"
                    END-IF
                    MOVE SEMP-DEP            TO WS-ADEPT-DEP-IN
                    MOVE WS-ALLOC-BASE TO WS-ADEPT-AMT-IN
                    PERFORM ADD-TO-ALLOC-DEPT
                ELSE
                    MOVE WS-ALLOC-BASE
                        TO WS-ALLOC-REMAINING
                    MOVE ZERO TO WS-ALLOC-SEEN
                    PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
                            ADD 1 TO WS-ALLOC-SEEN
                            IF WS-ALLOC-SEEN < WS-ALLOC-ROWS
                                COMPUTE WS-ALLOC-PIECE ROUNDED =
                                    WS-ALLOC-BASE
                                        * WS-EA-PCT(WS-ALLOC-IDX)
                                        / 100
                            ELSE
                    MOVE WS-ADEPT-DEP-IN
                        TO WS-AD-DEP(WS-ADEPT-IDX)
                    MOVE ZERO TO WS-AD-AMOUNT(WS-ADEPT-IDX)
                    MOVE ZERO TO WS-AD-GL-AMOUNT(WS-ADEPT-IDX)
                    MOVE ZERO TO WS-AD-HEADCOUNT(WS-ADEPT-IDX)
                    MOVE ZERO TO WS-AD-FTE(WS-ADEPT-IDX)
                    SET WS-ADEPT-SLOT-KNOWN TO TRUE
                END-IF
            END-IF.
            IF WS-ADEPT-SLOT-KNOWN
                EVALUATE WS-ADEPT-WHICH
                    WHEN 'G'
                        ADD WS-ADEPT-AMT-IN
                            TO WS-AD-GL-AMOUNT(WS-ADEPT-IDX)
                    WHEN 'H'
                        ADD 1 TO WS-AD-HEADCOUNT(WS-ADEPT-IDX)
                        COMPUTE WS-AD-FTE(WS-ADEPT-IDX) =
                            WS-AD-FTE(WS-ADEPT-IDX)
                                + WS-EMP-FTE / 100
                    WHEN OTHER
                        ADD WS-ADEPT-AMT-IN
                            TO WS-AD-AMOUNT(WS-ADEPT-IDX)
                END-EVALUATE
            END-IF.
       WRITE-DEPT-ROLLUPS.
      * the budget report lines and the GL expense debits both come
                    MOVE WS-AD-DEP(WS-ADEPT-IDX) TO WS-PREV-DEP
                    MOVE WS-AD-AMOUNT(WS-ADEPT-IDX)
                        TO WS-DEPT-SUBTOTAL
                    MOVE WS-AD-HEADCOUNT(WS-ADEPT-IDX)
                        TO WS-THIS-HEADCOUNT
                    MOVE WS-AD-FTE(WS-ADEPT-IDX) TO WS-THIS-FTE
                    PERFORM WRITE-BUDGET-LINE
                    IF WS-GL-ACCT-COUNT > ZERO
                        MOVE WS-AD-GL-AMOUNT(WS-ADEPT-IDX)
                            TO WS-DEPT-SUBTOTAL
                        PERFORM ADD-DEPT-JOURNAL-DEBIT
                    END-IF
                END-PERFORM
                IF WS-GL-ACCT-COUNT > ZERO
                    PERFORM ADD-EARNINGS-JOURNAL-DEBITS
                END-IF
            END-IF.
       OPEN-BUDGET-REPORT.
            IF WS-RESTART-SKIP-COUNT > ZERO
                END-IF
                WRITE BUDGET-REPORT-RECORD
                    FROM WS-BUDGET-DETAIL-LINE
                MOVE WS-THIS-HEADCOUNT TO BSL-HEADCOUNT
                MOVE WS-THIS-FTE       TO BSL-FTE
                WRITE BUDGET-REPORT-RECORD
                    FROM WS-BUDGET-STAFF-LINE
                ADD WS-DEPT-SUBTOTAL TO WS-BUD-TOTAL-ACTUAL
                ADD WS-THIS-BUDGET   TO WS-BUD-TOTAL-BUDGET
                ADD WS-THIS-HEADCOUNT TO WS-BUD-TOTAL-HEADCOUNT
                ADD WS-THIS-FTE      TO WS-BUD-TOTAL-FTE
                MOVE WS-PREV-DEP TO WS-DV-THIS-DIV
                PERFORM SET-DEPT-DIVISION
                MOVE WS-DEPT-SUBTOTAL TO WS-DV-AMT-IN
                MOVE WS-BUDGET-VARIANCE TO BFL-VARIANCE
                WRITE BUDGET-REPORT-RECORD
                    FROM WS-BUDGET-FOOTER-LINE
                MOVE WS-BUD-TOTAL-HEADCOUNT TO BSL-HEADCOUNT
                MOVE WS-BUD-TOTAL-FTE       TO BSL-FTE
                WRITE BUDGET-REPORT-RECORD
                    FROM WS-BUDGET-STAFF-LINE
                CLOSE BUDGET-REPORT-FILE
            END-IF
            END-IF.
                    DISP-PAYROLL-VARIANCE
            END-IF.
            PERFORM LIST-ADJUSTMENTS-SECTION.
            PERFORM LIST-UNAPPLIED-EARNINGS.
            PERFORM WRITE-DEPT-ROLLUPS.
            PERFORM WRITE-BUDGET-FOOTER.
            PERFORM WRITE-EMPLOYER-COST-REPORT.
