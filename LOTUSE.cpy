      *> Shared layout for LotUse.dat -- one record per draw LOTDRAW takes
      *> off a lot, so a supplier recall can be traced to the days (and the
      *> transactions) the lot went out in.
       01 LotUseData.
           02 LU-Date PIC 9(8). *> CCYYMMDD of the sales or waste drawn
           02 LU-LotRef PIC X(12).
           02 LU-MenuID PIC X(4).
           02 LU-Source PIC X(1). *> S = sold, W = wasted (WASTELOG)
           02 LU-TransNo PIC 9(6). *> the sale's transaction number, zero on waste
           02 LU-Qty PIC 9(5).
