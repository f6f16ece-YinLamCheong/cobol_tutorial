      *> Shared layout for KitchenTime.dat: one record per order per prep
      *> station, written by the register when the station's ticket prints
      *> and bumped ready by the line in KITBUMP -- SOSRPT times the gap.
       01 KitchenTimeData.
           02 KS-Status PIC X(1). *> F = fired to the station and waiting, B = bumped ready
           02 KS-TransNo PIC 9(6).
           02 KS-Station PIC X(8).
           02 KS-UserID PIC X(10). *> the cashier who rang the order
           02 KS-FireDate PIC 9(8).
           02 KS-FireTime PIC 9(6).
           02 KS-ReadyDate PIC 9(8). *> zero until bumped
           02 KS-ReadyTime PIC 9(6).
           02 KS-BumpedBy PIC X(10).
