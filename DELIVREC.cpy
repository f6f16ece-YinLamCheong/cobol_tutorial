      *> Shared layout for Deliv.dat -- one record per in-house delivery
      *> order. testPOS writes it as placed (P) when a delivery is rung,
      *> with the zone, fee and promise; DISPATCH takes it from there
      *> through assignment to settlement, and ZONERPT measures it.
      *> Records from before delivery zones carry no zone fields.
       01 DelivData.
           02 DV-TransNo PIC 9(6).
           02 DV-Date PIC 9(8).
           02 DV-CustID PIC 9(5).
           02 DV-Driver PIC X(10).
           02 DV-Status PIC X(1). *> P = placed at the register, A = assigned, O = out the door, D = delivered, S = cash settled
           02 DV-OutTime PIC 9(6).
           02 DV-DelivTime PIC 9(6).
           02 DV-Amount PIC 9(6)V99.
           02 DV-Tender PIC X(4). *> CASH rides with the driver and settles at shift end
           02 DV-ZoneID PIC X(4). *> the DelivZone.dat zone the address fell in
           02 DV-Fee PIC 9(3)V99. *> the zone's delivery fee, also its own DLV line on the journal
           02 DV-QuoteMins PIC 9(3). *> the delivery time quoted for the zone
           02 DV-PromiseTime PIC 9(6). *> HHMMSS the order was promised by -- rung time plus the quote
