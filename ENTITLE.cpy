      *> Shared layout for the Entitlement.dat indexed file -- prepaid
      *> bundles of servings (punch cards, meal plans). A plan is sold at
      *> the register in testPOS, and each redemption zeroes a matching
      *> order line and counts its servings off EN-ServUsed.
       01 EntitlementData.
           02 EN-PlanNo PIC X(12).
           02 EN-CustID PIC 9(5). *> the customer the plan belongs to, zero = bearer plan
           02 EN-Desc PIC X(20).
           02 EN-MenuID PIC X(4). *> the one item it covers -- blank when it covers a category
           02 EN-Category PIC X(8). *> the menu category it covers when EN-MenuID is blank
           02 EN-ServBought PIC 9(4).
           02 EN-ServUsed PIC 9(4).
           02 EN-PricePaid PIC 9(6)V99. *> what the guest paid -- each serving is worth PricePaid / ServBought
           02 EN-IssueDate PIC 9(8). *> CCYYMMDD sold
           02 EN-ExpiryDate PIC 9(8). *> CCYYMMDD last day it can be redeemed, zero = no expiry
           02 EN-LastUsed PIC 9(8). *> CCYYMMDD of the last redemption, zero = never
           02 EN-Status PIC X(1). *> A = active, V = voided/used up
