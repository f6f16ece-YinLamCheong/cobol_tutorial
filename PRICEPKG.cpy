      *> Shared layout for the PricePkg_<StoreID>.dat change package that
      *> PBDIST builds at head office and PBAPPLY loads at the store. One
      *> HDR line, an ITM line for every item the store is to sell, then a
      *> TRL line whose count and price total must foot before anything is
      *> applied.
       01 PricePkgRecord.
           02 PK-RecType PIC X(3). *> HDR, ITM or TRL
           02 PK-StoreID PIC X(4).
           02 PK-PkgNo PIC 9(6). *> one number per distribution run, the same for every store in it
           02 PK-PkgDate PIC 9(8). *> CCYYMMDD the package was built
           02 PK-MenuID PIC X(4). *> ITM only
           02 PK-Name PIC X(20).
           02 PK-Price PIC 9(4)V99. *> the store's authorised price: its override, else the base price
           02 PK-Category PIC X(8).
           02 PK-TaxClass PIC X(1).
           02 PK-Changed PIC X(1). *> Y = new or different since the store's previous package
           02 PK-ItemCount PIC 9(5). *> TRL only: ITM lines in the package
           02 PK-ChangedCount PIC 9(5). *> TRL only: of which changed
           02 PK-PriceTotal PIC 9(9)V99. *> TRL only: sum of the ITM prices
