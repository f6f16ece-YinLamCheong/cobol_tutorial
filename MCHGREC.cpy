      *> Shared layout for MasterChg.dat -- the master-change journal. One
      *> line per field touched by an add, change or delete in the master
      *> maintenance programs, written through MCHGLOG. CustomerAudit.dat
      *> still keeps the customer before-images; this is the common trail
      *> for everything else, read by MCHGRPT and MCHGAFT.
       01 MasterChangeData.
           02 MC-Date PIC 9(8). *> CCYYMMDD the change was saved
           02 MC-Time PIC 9(6). *> HHMMSS
           02 MC-Program PIC X(10). *> the maintenance program, eg TAXMNT
           02 MC-File PIC X(14). *> the master it changed, eg TaxRate.dat
           02 MC-UserID PIC X(10). *> who was logged in to the program
           02 MC-UserRole PIC X(1). *> their role at the time, M = manager
           02 MC-Action PIC X(1). *> A = added, C = changed, D = deleted
           02 MC-Key PIC X(20). *> the record key, eg the tax class and jurisdiction
           02 MC-Field PIC X(16).
           02 MC-OldValue PIC X(30). *> spaces on an add
           02 MC-NewValue PIC X(30). *> spaces on a delete
