      *> Shared layout for Household.dat -- one line per customer ID that
      *> belongs to a household, written by the join/leave options in
      *> coboltut-13. Members keep their own LoyaltyPoints on Customer.dat
      *> (so each one's earnings stay theirs if they leave); testPOS pools
      *> the members' balances for redemption and for the loyalty tier.
       01 HouseholdData.
           02 HH-CustID PIC 9(5). *> the member's IDNum
           02 HH-HouseID PIC 9(5). *> household number, one up from the highest on file when it was started
           02 HH-JoinedDate PIC 9(8). *> CCYYMMDD
