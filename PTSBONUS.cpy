      *> Shared layout for PtsBonus.dat -- one record per order a points
      *> campaign paid out on, appended by testPOS as the points land on
      *> the customer's balance and totalled per campaign by CAMPRPT.
       01 PtsBonusData.
           05 PB-Date PIC 9(8). *> CCYYMMDD
           05 PB-Time PIC 9(6).
           05 PB-TransNo PIC 9(6).
           05 PB-CustID PIC 9(5).
           05 PB-CampID PIC X(8).
           05 PB-BasePts PIC 9(5). *> the flat-rate points the order earned anyway
           05 PB-BonusPts PIC 9(5). *> the extra the campaign added on top
           05 PB-StoreID PIC X(4).
