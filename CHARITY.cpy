      *> Shared layout for Charity.dat -- round-up-for-charity campaigns,
      *> maintained by CHARMNT. The register offers the round-up for the
      *> first active campaign whose dates cover the sale; CHARRPT totals
      *> what each campaign is owed for the month.
       01 CharityData.
           05 CH-CampID PIC X(8). *> carried on the journal's 'D' record in SL-DiscountCode
           05 CH-Name PIC X(20). *> printed on the receipt, eg CITY FOOD BANK
           05 CH-FromDate PIC 9(8). *> CCYYMMDD, zero = no start limit
           05 CH-ToDate PIC 9(8). *> CCYYMMDD, zero = never ends
           05 CH-Active PIC X(1). *> N = switched off in CHARMNT
