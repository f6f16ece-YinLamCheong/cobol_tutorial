      *> Shared layout for PointsHist.dat -- one line per loyalty earn or
      *> redemption at the register, appended by testPOS. A household
      *> redemption draws on the card holder first, then on the other
      *> members, with a line for each member whose balance it came off.
      *> CUSTSTMT prints a member's lines on their statement.
       01 PointsHistData.
           05 PH-Date PIC 9(8). *> CCYYMMDD
           05 PH-Time PIC 9(6).
           05 PH-TransNo PIC 9(6).
           05 PH-CustID PIC 9(5). *> whose balance moved
           05 PH-HouseID PIC 9(5). *> their household, zero when none
           05 PH-Type PIC X(1). *> E = earned, R = redeemed
           05 PH-Points PIC 9(7).
           05 PH-ByCustID PIC 9(5). *> the card presented -- another member when the pool was drawn on
           05 PH-StoreID PIC X(4).
