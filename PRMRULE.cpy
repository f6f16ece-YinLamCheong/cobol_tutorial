      *> Shared layout for PromoRule.dat -- mix-and-match and quantity-break
      *> promotions, maintained by PROMOMNT and evaluated against the order
      *> lines in CONFIRM_ORDER (testPOS) after the fixed Combo.dat bundles.
      *> A rule's group is its listed MenuIDs, else every item in its
      *> category, else the whole menu.
       01 PromoRuleData.
           05 PR-PromoID PIC X(8). *> journalled in SL-DiscountCode on the M record
           05 PR-Name PIC X(20). *> printed on the receipt saving line
           05 PR-Type PIC X(1). *> X = buy BuyQty get GetQty free, G = any BuyQty for SetPrice, Q = PctOff on BuyQty or more of the same item
           05 PR-BuyQty PIC 9(2).
           05 PR-GetQty PIC 9(2). *> X rules only: how many of each set go free (the cheapest)
           05 PR-SetPrice PIC 9(4)V99. *> G rules only
           05 PR-PctOff PIC 9(2)V99. *> Q rules only
           05 PR-Category PIC X(8). *> group by MenuCategory when no items are listed
           05 PR-Item PIC X(4) OCCURS 6 TIMES. *> the group's MenuIDs, spaces when unused
           05 PR-FromDate PIC 9(8). *> CCYYMMDD, zero = no start limit
           05 PR-ToDate PIC 9(8). *> CCYYMMDD, zero = never ends
           05 PR-Active PIC X(1). *> N = switched off in PROMOMNT
