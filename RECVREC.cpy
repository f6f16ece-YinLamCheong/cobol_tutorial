      *> Shared layout for Receiving.dat, the append-only receiving journal
      *> written by PORDER's receiving screen and matched against supplier
      *> invoices by INVMATCH. Records from before lot tracking carry spaces
      *> in the lot fields.
       01 RecvData.
           02 RV-Date PIC 9(8).
           02 RV-Time PIC 9(6).
           02 RV-PONo PIC 9(5).
           02 RV-MenuID PIC X(4).
           02 RV-Qty PIC 9(5).
           02 RV-LotRef PIC X(12). *> the lot this delivery line became on StockLot.dat
           02 RV-UseBy PIC 9(8). *> CCYYMMDD use-by date on the delivery, zero = does not go off
           02 RV-Area PIC X(8). *> storage area it was put away in -- WALKIN / FREEZER / DRY / BAR
