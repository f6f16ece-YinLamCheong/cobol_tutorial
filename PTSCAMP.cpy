      *> Shared layout for PointsCamp.dat -- bonus-points campaign rules,
      *> maintained by CAMPMNT and applied by AWARD_LOYALTY_POINTS in
      *> testPOS. Only the single best rule matching an order pays out.
       01 PointsCampData.
           05 PC-CampID PIC X(8).
           05 PC-Desc PIC X(20). *> printed on the receipt beside the bonus
           05 PC-FromDate PIC 9(8). *> CCYYMMDD, zero = no start limit
           05 PC-ToDate PIC 9(8). *> CCYYMMDD, zero = never ends
           05 PC-DayOfWeek PIC 9(1). *> 1 = Monday .. 7 = Sunday, zero = every day
           05 PC-MenuID PIC X(4). *> only lines of this item count, spaces = any item
           05 PC-Category PIC X(8). *> only lines in this MenuCategory count, spaces = any category
           05 PC-Type PIC X(1). *> M = multiplier on the qualifying spend, B = fixed bonus per order
           05 PC-Multiplier PIC 9V9. *> M rules: 2.0 = double points, 3.0 = triple
           05 PC-BonusPts PIC 9(5). *> B rules: points added once when the order qualifies
           05 PC-Active PIC X(1). *> N = switched off in CAMPMNT
