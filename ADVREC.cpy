      *> Shared layout for Advance.dat -- the staff cash-advance ledger.
      *> The register writes an A record when a manager pays an advance
      *> out of the drawer (the Drawer.dat paid-out carries the same
      *> employee in DR-AdvEmpID), and PAYEXT writes an R record for what
      *> each pay period deducts. The A records less the R records are
      *> what the employee still owes; ADVRPT lists it.
       01 AdvanceData.
           02 ADV-RecType PIC X(1). *> A = advance paid from the drawer, R = recovered through payroll
           02 ADV-EmpID PIC X(10). *> the employee, as on Cashier.dat
           02 ADV-Date PIC 9(8).
           02 ADV-Time PIC 9(6).
           02 ADV-Amount PIC 9(6)V99.
           02 ADV-ApprovedBy PIC X(10). *> A: the manager who paid it out; R: PAYEXT
           02 ADV-TermID PIC X(4). *> A: the register whose drawer it came out of, spaces on R
           02 ADV-PeriodTo PIC 9(8). *> R: the pay period end it was deducted in, zero on A records
