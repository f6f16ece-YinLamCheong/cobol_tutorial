      *> Shared layout for Store.dat -- one record per site, maintained by
      *> STORMNT. Pulled out the same way MENUREC.cpy was once the
      *> franchise terms went on the record, so every program that reads
      *> the store master sees the full line.
       01 StoreData.
           02 ST-StoreID PIC X(4).
           02 ST-Name PIC X(25).
           02 ST-Franchised PIC X(1). *> Y = franchised site, billed by ROYALTY; N or space = company-owned
           02 ST-Franchisee PIC X(25). *> who the royalty invoice is addressed to
           02 ST-RoyaltyPct PIC 9(2)V99. *> percent of net sales, eg 0500 = 5.00%
           02 ST-MktFundPct PIC 9(2)V99. *> marketing-fund percent of net sales
           02 ST-MinFee PIC 9(5)V99. *> least royalty billed for a fiscal period, zero = no minimum
