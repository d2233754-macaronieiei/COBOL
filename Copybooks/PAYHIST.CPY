      *     computed alongside the employee withholding; records
      *     written before the field existed read back as spaces
      *     and mean zero.
      *   - Added PH-FTE-PCT, the FTE percentage the period was paid
      *     at, so a later recomputation (leave accrual restore)
      *     scales the same way; spaces on older records mean 100.
      ******************************************************************
       01 PAY-HISTORY-RECORD.
           05 PH-KEY.
           05 PH-TAX-WITHHELD  PIC 9(7)V99.
           05 PH-NET-PAY       PIC 9(9)V99.
           05 PH-EMPLOYER-COST PIC 9(7)V99.
           05 PH-FTE-PCT       PIC 9(3)V99.
