      *> Shared layout for PriceBook.dat, the head-office price book kept
      *> by PBMNT. A row with a blank PB-StoreID is the base menu item;
      *> a row carrying a StoreID is that store's authorised price for the
      *> item, and only its PB-Price is used.
       01 PriceBookData.
           02 PB-StoreID PIC X(4). *> spaces = base price for every store
           02 PB-MenuID PIC X(4).
           02 PB-Name PIC X(20).
           02 PB-Price PIC 9(4)V99.
           02 PB-Category PIC X(8).
           02 PB-TaxClass PIC X(1). *> as MenuTaxClass: P, G or A
           02 PB-ChangedDate PIC 9(8). *> CCYYMMDD the row was last changed at head office
