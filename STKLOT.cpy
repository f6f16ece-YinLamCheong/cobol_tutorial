      *> Shared layout for StockLot.dat -- one record per delivery line
      *> received in PORDER, with its lot reference, use-by date and storage
      *> area. LOTDRAW takes each day's sales and waste off the lot with the
      *> earliest use-by date first, and journals every draw to LotUse.dat.
       01 StockLotData.
           02 LT-LotRef PIC X(12).
           02 LT-MenuID PIC X(4).
           02 LT-PONo PIC 9(5).
           02 LT-SupplierID PIC X(4). *> who supplied it, for a recall
           02 LT-RecvDate PIC 9(8). *> CCYYMMDD received
           02 LT-UseBy PIC 9(8). *> CCYYMMDD use-by date, zero = does not go off
           02 LT-Area PIC X(8). *> storage area -- WALKIN / FREEZER / DRY / BAR
           02 LT-QtyRecv PIC 9(5).
           02 LT-QtyLeft PIC 9(5). *> still on the shelf, zero once the lot is used up
