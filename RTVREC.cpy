      *> Shared layout for VendRet.dat -- one record per return-to-vendor,
      *> written by PORDER when goods go back with the driver. Each one is
      *> the credit note we expect from the supplier: INVMATCH nets it off
      *> the invoice for that PO and closes it (or PORDER closes it against
      *> the supplier's own credit note), RTVRPT chases the ones still open.
       01 VendRetData.
           02 RT-ReturnNo PIC 9(6).
           02 RT-Date PIC 9(8). *> CCYYMMDD the goods went back
           02 RT-Time PIC 9(6).
           02 RT-SupplierID PIC X(4).
           02 RT-PONo PIC 9(5).
           02 RT-MenuID PIC X(4).
           02 RT-LotRef PIC X(12). *> the lot the goods were taken off
           02 RT-Qty PIC 9(5).
           02 RT-Reason PIC X(1). *> D = damaged, S = short, Q = quality, X = out of date, W = wrong item
           02 RT-UnitPrice PIC 9(4)V99. *> the price the supplier agreed to credit per unit
           02 RT-Credit PIC 9(7)V99. *> credit expected, qty times unit price
           02 RT-Status PIC X(1). *> O = credit still expected, C = closed
           02 RT-InvoiceNo PIC X(10). *> the invoice it was settled against, or the supplier's credit note number; spaces while open
           02 RT-Netted PIC 9(7)V99. *> taken off that invoice, or the amount of the credit note -- zero when the supplier billed net of the return
           02 RT-ClosedDate PIC 9(8). *> zero while open
