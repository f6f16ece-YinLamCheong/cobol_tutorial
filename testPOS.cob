ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION. 
FILE-CONTROL.
        SELECT MenuFile ASSIGN TO WS-MenuFileName *> Menu.dat, maintained by MENUMNT -- or this register's LocalMenu.dat copy while the back office is unreachable
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MenuID
            LOCK MODE IS MANUAL *> a stock draw-down reads its item WITH LOCK, other reads leave it free
            FILE STATUS IS WS-MenuStatus.
        SELECT ReceiptFile ASSIGN TO "Receipt.txt" *> will gen automatically, new receipts are appended
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ReceiptFileStatus.
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT CashierFile ASSIGN TO "Cashier.dat" *> holds the login credentials, maintained off-line of this program
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT SalesLog ASSIGN TO WS-SalesLogName *> append-only transaction log SalesLog.dat, read by DAILYSALES -- LocalSales.dat in local mode, merged back by LOCALSYNC
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SalesLogStatus.
        SELECT DrawerFile ASSIGN TO "Drawer.dat" *> cash drawer sessions: opening float, paid-in/out, closing count with over/short
        SELECT LockoutFile ASSIGN TO "Lockout.dat" *> failed-login counts, survives a restart of this program
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT DiscountFile ASSIGN TO "Discount.dat" *> promo/discount codes, maintained off-line of this program
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS DC-Code
            LOCK MODE IS MANUAL *> the code's record is held for the moment a redemption is counted, so two registers never both bump from the same count
            FILE STATUS IS WS-DiscStatus.
        SELECT TransIdxFile ASSIGN TO "TransIdx.dat" *> transaction directory -- finds a past sale's journal file and record by its number, posted through TXPOST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS TX-TransNo
            ALTERNATE RECORD KEY IS TX-CustID WITH DUPLICATES
            FILE STATUS IS WS-TransIdxStatus.
        SELECT PointsCampFile ASSIGN TO "PointsCamp.dat" *> bonus-points campaign rules, maintained in CAMPMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CampStatus.
        SELECT PtsBonusFile ASSIGN TO "PtsBonus.dat" *> every campaign payout, for CAMPRPT's cost report
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PtsBonusStatus.
        SELECT CharityFile ASSIGN TO "Charity.dat" *> round-up-for-charity campaigns, maintained in CHARMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CharityStatus.
        SELECT CloseFlagFile ASSIGN TO "DayClose.dat" *> set by DAILYSALES while it is rolling up SalesLog, so orders and the Z-report never run against the log at the same time
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CloseFlagStatus.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES *> same keys coboltut-10/11 create the file with; the name search below rides this key
            LOCK MODE IS MANUAL *> balances are re-read WITH LOCK just before they are changed
            FILE STATUS IS CustomerFileStatus.
        SELECT DelivZoneFile ASSIGN TO "DelivZone.dat" *> delivery zones, fees and quoted times, maintained in ZONEMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ZoneStatus.
        SELECT DelivFile ASSIGN TO "Deliv.dat" *> a rung delivery waits here for DISPATCH to give it a driver
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DelivStatus.
        SELECT TimeOffFile ASSIGN TO "TimeOff.dat" *> time-off requests keyed here, approved or declined in LEAVEMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TimeOffStatus.
        SELECT HouseholdFile ASSIGN TO "Household.dat" *> household links, kept by coboltut-13 -- members' points pool at redemption
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HouseStatus.
        SELECT PointsHistFile ASSIGN TO "PointsHist.dat" *> every earn and redemption per member, for CUSTSTMT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PtsHistStatus.
        SELECT ErrorLogFile ASSIGN TO "ErrorLog.dat" *> common error trail, shared with coboltut-13.cob
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT SecLogFile ASSIGN TO "SecLog.dat" *> append-only security journal, shared with DAILYSALES and USERMNT
        SELECT ComboFile ASSIGN TO "Combo.dat" *> combo/meal-deal definitions (component MenuIDs + bundle price), maintained off-line of this program
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ComboStatus.
        SELECT PromoRuleFile ASSIGN TO "PromoRule.dat" *> mix-and-match and quantity-break promotions, maintained in PROMOMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PromoStatus.
        SELECT PriceSchedFile ASSIGN TO "PriceSched.dat" *> day-part (happy hour) price windows per MenuID, entered through MENUMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SchedStatus.
        SELECT TransCtlFile ASSIGN TO "TransCtl.dat" *> number control: the next sequential transaction number to issue
            ORGANIZATION IS LINE SEQUENTIAL
            LOCK MODE IS EXCLUSIVE *> one register at a time between reading the number and writing the next one back
            FILE STATUS IS WS-TransCtlStatus.
        SELECT TaxRateFile ASSIGN TO "TaxRate.dat" *> per-class tax rates, maintained by TAXMNT -- TaxRate in RATES.cpy is the fallback
            ORGANIZATION IS LINE SEQUENTIAL
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GC-CardNo
            LOCK MODE IS MANUAL *> a card is read WITH LOCK before its balance is drawn or loaded
            FILE STATUS IS WS-GiftStatus.
        SELECT EntitlementFile ASSIGN TO "Entitlement.dat" *> prepaid punch cards and meal plans, sold and redeemed at this register
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EN-PlanNo
            FILE STATUS IS WS-EntStatus.
        SELECT UsualLogFile ASSIGN TO WS-UsualFileName *> journal history (live log or a dated archive) scanned for a regular's last order
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-UsualStatus.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MOD-Code
            FILE STATUS IS WS-ModFileStatus.
        SELECT ReservationFile ASSIGN TO "Reservation.dat" *> the bookings book (RESVMNT) -- a booked party's tab opens from its booking
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ResvStatus.
        SELECT KitchenTimeFile ASSIGN TO "KitchenTime.dat" *> fire time per order per station, bumped ready by the line in KITBUMP
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-KitTimeStatus.
        SELECT ComplaintFile ASSIGN TO "Complaint.dat" *> guest complaint log, keyed to the receipt complained about -- comps rung here land on it
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CmplStatus.
        SELECT AdvanceFile ASSIGN TO "Advance.dat" *> staff cash advances paid from the drawer, recovered by PAYEXT through payroll
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AdvanceStatus.
        SELECT StaffMealFile ASSIGN TO "StaffMeal.dat" *> employee meals rung on the STAF tender, held against each person's monthly allowance
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-StaffMealStatus.
        SELECT LocalCtlFile ASSIGN TO "LocalCtl.dat" *> local mode: the next number in this terminal's offline block, kept on the register itself
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LocalCtlStatus.
        SELECT LocalGiftFile ASSIGN TO "LocalGift.dat" *> local mode: gift-card draws waiting for LOCALSYNC to post them to GiftCard.dat
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LocalGiftStatus.

DATA DIVISION.
FILE SECTION.
COPY SALESLOG.

FD DrawerFile.
COPY DRAWREC.

FD TimeClockFile.
01 TimeClockData.
        02 TC-UserID PIC X(10).
        02 TC-Date PIC 9(8).
        02 TC-Time PIC 9(6).
        02 TC-Type PIC X(1). *> I = clock-in, O = clock-out, B = unpaid break start, E = break end

FD HeldOrderFile.
01 HeldOrderData.
        02 HO-Qty PIC 9(2).
        02 HO-ModCode PIC X(4) OCCURS 3 TIMES.
        02 HO-DiscountCode PIC X(8). *> header records only
        02 HO-SizeCode PIC X(1). *> line records: the size variant already chosen, space = unsized or not yet asked
        02 HO-Channel PIC X(1). *> header records: K = parked by a guest at the self-order kiosk, space = at a register
        02 HO-Weight PIC 9(3)V999. *> line records: kilos already weighed on a sold-by-weight line
        02 HO-LabelPrice PIC 9(4)V99. *> line records: the scale-label pack price, zero when weighed at the register

FD TabFile.
01 TabData.
FD DiscountFile.
COPY DISCOUNT.

FD TransIdxFile.
COPY TRANSIDX.

FD PointsCampFile.
COPY PTSCAMP.

FD PtsBonusFile.
COPY PTSBONUS.

FD CharityFile.
COPY CHARITY.

FD CloseFlagFile.
01 CloseFlagData.
        02 CF-Flag PIC X(1). *> Y = end-of-day close in progress, N OR NO RECORD = open for business
FD CustomerFile.
COPY CUSTOMER.

FD DelivZoneFile.
COPY DLVZONE.

FD DelivFile.
COPY DELIVREC.

FD TimeOffFile.
COPY TIMEOFF.

FD HouseholdFile.
COPY HOUSEHLD.

FD PointsHistFile.
COPY PTSHIST.

FD ErrorLogFile.
COPY ERRORLOG.

FD GiftCardFile.
COPY GIFTCARD.

FD EntitlementFile.
COPY ENTITLE.

FD StoreProfFile.
COPY STOREPRO.

        02 TRM-AllowTraining PIC X(1). *> N = training mode cannot be toggled here
        02 TRM-AllowPaidOut PIC X(1). *> N = no drawer paid-in/paid-out here
        02 TRM-AllowGift PIC X(1). *> N = no gift card sales here
        02 TRM-OfflineFrom PIC 9(6). *> this register's reserved block of transaction numbers for local mode, kept clear of TransCtl.dat's run
        02 TRM-OfflineTo PIC 9(6). *> zero or spaces (older records) = no block, the register cannot trade locally
        02 TRM-Kiosk PIC X(1). *> K = customer self-order kiosk -- no cashier login, guests browse and order themselves

FD ComboFile.
01 ComboData.
        02 CB-Item2 PIC X(4).
        02 CB-Item3 PIC X(4).

FD PromoRuleFile.
COPY PRMRULE.

FD PriceSchedFile.
01 PriceSchedData.
        02 PS-MenuID PIC X(4).
        02 TCN-NextTransNo PIC 9(6).

FD UsualLogFile.
01 UsualLogLine PIC X(187). *> read INTO SalesLogRecord so the SL- fields apply

FD RcptQueueFile.
01 RcptQueueData.
        02 RQ-Status PIC X(1). *> P = pending send, S = sent (marked off by RCPTSEND), X = withdrawn when the customer was erased (CUSTPRIV)
        02 RQ-TransNo PIC 9(6). *> the receipt image is found in Receipt.txt by this number, as REPRINT_RECEIPT finds it
        02 RQ-Contact PIC X(25).
        02 RQ-Date PIC 9(8).
        02 RQ-Time PIC 9(6).
        02 RQ-CustID PIC 9(5). *> loyalty customer the receipt belongs to, zero when the address was keyed for a walk-in
        02 RQ-Offers PIC X(1). *> set by RCPTSEND as the batch goes: Y = went out with the offers footer, N = receipt only

FD MenuAvailFile.
01 MenuAvailData.
        02 TX-Rate PIC V999. *> eg 075 = 7.5 percent
        02 TX-Juris PIC X(4). *> jurisdiction code -- the class's lines combine at tax time

FD ReservationFile.
COPY RESVREC.

FD KitchenTimeFile.
COPY KITTIME.

FD ComplaintFile.
COPY CMPLREC.

FD StaffMealFile.
COPY STAFFMEAL.

FD AdvanceFile.
COPY ADVREC.

FD LocalCtlFile.
01 LocalCtlData.
        02 LCN-NextTransNo PIC 9(6).

FD LocalGiftFile.
COPY LOCGIFT.


WORKING-STORAGE SECTION.

            10 TblCashierActive PIC X(1).
            10 TblCashierPswdDate PIC 9(8).
            10 TblCashierForceChg PIC X(1).
            10 TblCashierMealAllow PIC 9(4)V99.
            10 TblCashierCerts.
                15 TblCashierCert OCCURS 3 TIMES.
                    20 TblCertType PIC X(1).
                    20 TblCertRef PIC X(12).
                    20 TblCertExpiry PIC 9(8).
01 CashierCount PIC 99 VALUE 0.
01 MatchedCashierIdx PIC 99 VALUE 0.

01 LockoutCount PIC 99 VALUE 0.
01 MatchedLockoutIdx PIC 99 VALUE 0.

*> The discount/promo code keyed at checkout, read from DiscountFile by its
*> code as the order is totalled -- MatchedDiscCode is SPACE when none applies
01 MatchedDisc.
        05 MatchedDiscCode PIC X(8) VALUE SPACE.
        05 MatchedDiscType PIC X(1).
        05 MatchedDiscValue PIC 9(3)V99.
01 WS-DiscStatus PIC XX.

*> drawer session variables -- the session runs from login (opening float) to the closing count
01 WS-SalesLogStatus PIC XX.
01 WS-DrawerOpenDate PIC 9(8) VALUE 0.
01 WS-DrawerOpenTime PIC 9(6) VALUE 0.
01 WS-DrawerAmtEdit PIC $9,999.99.
01 WS-DrawerAction PIC X. *> I = paid-in, O = paid-out, A = staff cash advance (a paid-out against an employee)
01 WS-DrawerReason PIC X(20).
01 WS-AdvanceStatus PIC XX.
01 WS-AdvEmpID PIC X(10).
01 WS-AdvEmpIdx PIC 99.
01 WS-AdvBalance PIC S9(7)V99. *> what the employee owes, advances less payroll recoveries
01 WS-ExpectedCash PIC 9(6)V99.
01 WS-CountedCash PIC 9(6)V99.
01 WS-OverShort PIC S9(5)V99.
01 WS-OverShortDisp PIC +9(5).99.
01 WS-DenomIdx PIC 99.
01 WS-DenomQtyIn PIC 9(4).
01 WS-DenomTotal PIC 9(6)V99.
01 WS-DenomEdit PIC ZZ9.99.
01 WS-DenomCounted.
        05 WS-DenomPieces PIC 9(4) OCCURS 10 TIMES. *> the count just keyed, DENOMS order

*> time-clock punch type, set before PERFORM WRITE_TIME_PUNCH
01 WS-PunchType PIC X.
01 WS-OnBreak PIC X VALUE 'N'. *> Y between the B and E punches of an unpaid break

*> refund variables -- the original sale is located the same way REPRINT_RECEIPT
*> finds a receipt, by the date/time stamped on it
01 WS-RefundMode PIC X.
01 WS-RefundTransNo PIC 9(6) VALUE 0. *> nonzero = the original was picked by its unique transaction number
01 WS-RefundPick PIC 99.
01 WS-RefundSkip PIC 9(7) VALUE 0. *> records before the original's header in its archive, from the transaction directory
01 WS-RefundPositioned PIC X VALUE 'N'. *> Y = reading the original straight from its archived position
01 WS-SavedLogName PIC X(30).
01 WS-RefundTotal PIC 9(6)V99.
01 WS-RefundTender PIC X. *> C = cash back, S = store credit onto a gift card
01 WS-RefundTenderType PIC X(4).
01 WS-RecalledDiscCode PIC X(8) VALUE SPACE. *> discount carried on a recalled order, applied without re-keying
01 HeldSub PIC 99.

*> self-order kiosk variables
01 WS-KioskPick PIC X(4). *> category number, item ID or a letter command, as keyed by the guest
01 WS-KioskCatNo PIC 99.
01 WS-KioskQty PIC 9(2).
01 WS-KioskSlot PIC 99.
01 WS-KioskLines PIC 99.
01 WS-KioskFound PIC X.
01 WS-KioskAnswer PIC X.
01 WS-KioskRemove PIC 99.

*> dine-in tab variables
01 WS-TabStatus PIC XX.
01 WS-SeatIn PIC 9(2). *> seat keyed for a round of tab items
01 WS-TabTotal PIC 9(6)V99.
01 TabSub PIC 99.

*> reservations -- seating a booked party opens its tab with the booked party size
01 WS-ResvStatus PIC XX.
01 WS-ResvNo PIC 9(5) VALUE 0. *> the booking being seated, zero = a walk-in
01 WS-ResvPick PIC 9(5).
01 WS-ResvBestTime PIC 9(4).
01 WS-ResvAnswer PIC X.
01 WS-ResvToday PIC 9(8).

*> day-close switch, checked before every new order is accepted
01 DayIsClosed PIC X VALUE 'N'.
01 WS-CloseFlagStatus PIC X(2).
01 WS-LoyaltyAwarded PIC X VALUE 'N'.
        88 LoyaltyAwarded VALUE 'Y'.

*> bonus-points campaigns, loaded from PointsCampFile at startup -- the best
*> single rule matching the order adds its bonus on top of the flat-rate points
01 WS-CampStatus PIC XX.
01 WS-PtsBonusStatus PIC XX.
01 CampTable.
        05 CampEntry OCCURS 30 TIMES.
            10 TblCampID PIC X(8).
            10 TblCampDesc PIC X(20).
            10 TblCampFrom PIC 9(8).
            10 TblCampTo PIC 9(8).
            10 TblCampDay PIC 9(1).
            10 TblCampMenuID PIC X(4).
            10 TblCampCategory PIC X(8).
            10 TblCampType PIC X(1).
            10 TblCampMult PIC 9V9.
            10 TblCampBonus PIC 9(5).
            10 TblCampActive PIC X(1).
01 CampCount PIC 99 VALUE 0.
01 CampSub PIC 99.
01 BestCampIdx PIC 99 VALUE 0.
01 WS-BasePoints PIC 9(5) VALUE 0.
01 WS-BonusPoints PIC 9(5) VALUE 0.
01 WS-CampBonus PIC 9(5).
01 WS-CampQualSpend PIC 9(6)V99.
01 WS-CampQualDollars PIC 9(6).
01 WS-CampHit PIC X.
01 WS-CampToday PIC 9(8).
01 WS-CampDOW PIC 9(1).
01 CampLineTable.
        05 CampLineCat PIC X(8) OCCURS 25 TIMES. *> each order line's MenuCategory, read once per award

*> loyalty redemption at checkout -- points come off the balance and pay down the order as a PTS tender
01 WS-AmountDue PIC 9(7)V99 VALUE 0.
01 WS-RedeemPoints PIC 9(5) VALUE 0.
01 WS-RedeemValueMax PIC 9(7)V99 VALUE 0.
01 WS-TierName PIC X(6) VALUE SPACE. *> GOLD / SILVER / spaces, from the thresholds in RATES.cpy

*> households -- the card's fellow members, loaded per award/redemption so the
*> pooled balance and the tier are always read fresh off Customer.dat
01 WS-HouseStatus PIC XX.
01 WS-PtsHistStatus PIC XX.
01 WS-HouseEOF PIC X.
01 WS-HouseID PIC 9(5) VALUE 0. *> zero = the card belongs to no household
01 WS-CardCustID PIC 9(5).
01 WS-HouseholdPoints PIC 9(8) VALUE 0. *> the pooled balance (the card's own when no household)
01 HouseMemberTable.
        05 TblHouseMember PIC 9(5) OCCURS 10 TIMES.
01 HouseMemberCount PIC 99 VALUE 0.
01 HouseSub PIC 99.
01 WS-StillToDraw PIC 9(7).
01 WS-DrawPoints PIC 9(7).
01 WS-HistCustID PIC 9(5).
01 WS-HistType PIC X(1).
01 WS-HistPoints PIC 9(7).

*> customer search at the register, for the regular who forgot their card number
01 WS-SearchMode PIC X.
01 WS-SearchName PIC X(15).
01 WS-GiftUsed PIC X VALUE 'N'. *> Y while this order drew on a gift card, for the receipt balance line
01 WS-GiftTenderChoice PIC X.

*> prepaid plan variables -- a plan holds servings, not money; redeeming one
*> zeroes a matching line and the servings come off when the sale completes
01 WS-EntStatus PIC XX.
01 WS-PlanNoIn PIC X(12).
01 WS-PlanNo PIC X(12) VALUE SPACE. *> the plan redeemed on the order in hand, blank = none
01 WS-PlanLine PIC 99 VALUE 0. *> the order line it zeroed
01 WS-PlanServings PIC 9(4) VALUE 0. *> servings that line draws off the plan
01 WS-PlanLeft PIC 9(4).
01 WS-PlanShort PIC X.
01 WS-PlanSub PIC 99.
01 WS-PlanToday PIC 9(8).
01 WS-PlanCustIn PIC X(5).
01 WS-PlanDescIn PIC X(20).
01 WS-PlanItemIn PIC X(4).
01 WS-PlanCatIn PIC X(8).
01 WS-PlanServIn PIC 9(4).
01 WS-PlanExpiryIn PIC 9(8).
01 WS-PlanPriceEdit PIC $9,999.99.
01 WS-PlanPriceNum PIC 9(6)V99.
01 WS-PlanOK PIC X.

*> cash rounding at the tender line -- the drawer still proves to the penny
01 WS-RoundAmtNum PIC S9(1)V99 VALUE 0.
01 WS-RoundQuot PIC 9(7).
01 AvailSub PIC 99.
01 WS-ItemAvailable PIC X.
01 WS-AvailAnswer PIC X.
01 WS-AlcoholCert PIC X VALUE 'N'. *> Y = the logged-in user holds a current alcohol-service certificate
*> the ID check an order with alcohol on it must carry -- N = not done yet,
*> Y = recorded and passed, R = refused (the alcohol comes off the order)
01 WS-AgeChecked PIC X VALUE 'N'.
01 WS-AgeHasAlcohol PIC X.
01 WS-DOBIn PIC X(8).
01 WS-DOBNum PIC 9(8).
01 WS-GuestAge PIC 9(3).
01 WS-GuestAgeDisp PIC ZZ9.
01 WS-AgeLinesLeft PIC 99.
01 CertSub PIC 9.
01 WS-CertDaysLeft PIC S9(5).
01 WS-CertName PIC X(20).
01 WS-InfoItemID PIC X(4). *> item looked up on demand for allergens/calories

*> the "usual" quick key -- a regular's last order proposed from the journal history
            10 TblStnUsed PIC X(8).
01 StnUsedCount PIC 99 VALUE 0.
01 WS-StnFound PIC X.
01 WS-KitTimeStatus PIC XX.

*> foreign cash at the till -- converted at the day's rate, change back in local
01 WS-FxStatus PIC XX.
01 WS-HouseBal PIC S9(7)V99.
01 WS-HouseOK PIC X.

*> staff-meal tender -- an employee eating on shift, against their monthly allowance on Cashier.dat
01 WS-StaffMealStatus PIC XX.
01 WS-MealEmpID PIC X(10).
01 WS-MealEmpIdx PIC 99.
01 WS-MealUsed PIC 9(6)V99.
01 WS-MealLeft PIC 9(6)V99.
01 WS-MealCover PIC 9(6)V99.

*> automatic service charge on big dine-in parties -- its own line, bucket and posting, never mixed with tips
01 WS-PartySize PIC 9(3) VALUE 0.
01 WS-SvcChargeNum PIC 9(6)V99 VALUE 0.
01 WS-SvcChargeDisp PIC $9,999.99.

*> container deposits -- charged untaxed alongside bottled lines, paid back in cash on return
01 WS-DepositNum PIC 9(5)V99 VALUE 0.
01 WS-DepositDisp PIC $$$,$$9.99.
01 WS-RetItemID PIC X(4).
01 WS-RetQty PIC 9(2).
01 WS-RetAmount PIC 9(5)V99.
01 WS-RetTotal PIC 9(5)V99.
01 WS-RetCount PIC 99.
01 WS-RetMore PIC X.
01 ContainerReturnTable.
        05 ContainerReturnEntry OCCURS 10 TIMES.
            10 TblRetMenuID PIC X(4).
            10 TblRetName PIC X(20).
            10 TblRetQty PIC 9(2).
            10 TblRetAmount PIC 9(5)V99.

*> in-house delivery -- the zone comes from the customer's DelivAddr, its fee
*> rides the order as its own line and its quote is printed as the promise
01 WS-ZoneStatus PIC XX.
01 WS-DelivStatus PIC XX.

*> time off asked for at the register -- it waits as pending for a manager
01 WS-TimeOffStatus PIC XX.
01 WS-LastReqNo PIC 9(5).
01 WS-OffFrom PIC 9(8).
01 WS-OffTo PIC 9(8).
01 WS-OffReason PIC X(20).
01 ZoneTable.
        05 ZoneEntry OCCURS 50 TIMES.
            10 TblZoneID PIC X(4).
            10 TblZoneName PIC X(20).
            10 TblZoneType PIC X(1).
            10 TblZonePostFrom PIC X(8).
            10 TblZonePostTo PIC X(8).
            10 TblZoneStreet PIC X(20).
            10 TblZoneNumFrom PIC 9(5).
            10 TblZoneNumTo PIC 9(5).
            10 TblZoneFee PIC 9(3)V99.
            10 TblZoneMinOrder PIC 9(5)V99.
            10 TblZoneQuote PIC 9(3).
01 ZoneCount PIC 99 VALUE 0.
01 ZoneSub PIC 99.
01 MatchedZoneIdx PIC 99 VALUE 0.
01 WS-DelivOrder PIC X VALUE 'N'.
        88 DeliveryOrder VALUE 'Y'.
01 WS-DelivAnswer PIC X.
01 WS-DelivFeeNum PIC 9(3)V99 VALUE 0.
01 WS-DelivFeeDisp PIC $$$9.99.
01 WS-DelivAddr PIC X(30).
01 WS-AddrUpper PIC X(30).
01 WS-AddrPostcode PIC X(8).
01 WS-AddrHouseNo PIC 9(5).
01 WS-AddrDigit PIC 9.
01 WS-AddrPos PIC 99.
01 WS-AddrEnd PIC 99.
01 WS-StreetLen PIC 99.
01 WS-StreetUpper PIC X(20).
01 WS-StreetHits PIC 99.
01 WS-PromiseMins PIC 9(5).
01 WS-PromiseTime PIC 9(6) VALUE 0.
01 WS-PromiseHH PIC 99.
01 WS-PromiseMM PIC 99.

*> card tip captured at payment -- journaled as its own 'T' record, never part of the sale
01 WS-TipAmtEdit PIC $9,999.99.
01 WS-TipAmtNum PIC 9(6)V99 VALUE 0.

*> round-up-for-charity -- the guest's round-up to the next whole dollar is
*> journaled as its own 'D' record against today's campaign, never part of the sale
01 WS-CharityStatus PIC XX.
01 CharityTable.
        05 CharityEntry OCCURS 10 TIMES.
            10 TblCharityID PIC X(8).
            10 TblCharityName PIC X(20).
            10 TblCharityFrom PIC 9(8).
            10 TblCharityTo PIC 9(8).
01 CharityCount PIC 99 VALUE 0.
01 CharitySub PIC 99.
01 WS-DonateCampIdx PIC 99 VALUE 0.
01 WS-DonateAmtNum PIC 9V99 VALUE 0.
01 WS-DonateTender PIC X(4) VALUE SPACE.
01 WS-DonateBase PIC 9(6)V99.
01 WS-DonateDollars PIC 9(6).
01 WS-DonateAnswer PIC X.

*> offline card mode -- charges under the floor limit queue instead of declining
01 WS-CardLinkStatus PIC XX.
01 WS-PendAuthStatus PIC XX.
01 WS-CardLinkUp PIC X VALUE 'Y'.
        88 CardLinkUp VALUE 'Y'.
01 WS-OfflineAmt PIC 9(6)V99.
01 WS-OfflineCard1 PIC X VALUE 'N'. *> Y = the slot's card is waiting to be queued
01 WS-OfflineCard2 PIC X VALUE 'N'.
01 WS-OfflineExtras PIC X VALUE 'N'. *> Y = the tip has been put on a queued charge

*> local mode -- the back office holding Menu.dat, SalesLog.dat and TransCtl.dat
*> can't be reached: sell from LocalMenu.dat, number from this terminal's own
*> block, journal to LocalSales.dat until LOCALSYNC merges it back
01 WS-MenuFileName PIC X(20) VALUE "Menu.dat".
01 WS-SalesLogName PIC X(30) VALUE "SalesLog.dat". *> also a dated archive while a refund reads its original
01 WS-MenuStatus PIC XX.
01 WS-LocalCtlStatus PIC XX.
01 WS-LocalGiftStatus PIC XX.
01 WS-LocalMode PIC X VALUE 'N'.
        88 LocalMode VALUE 'Y'.
01 WS-SharedUp PIC X.
01 WS-LocalMenuCopied PIC X VALUE 'N'. *> Y once this session has refreshed LocalMenu.dat from the live menu
01 WS-OfflineFrom PIC 9(6) VALUE 0.
01 WS-OfflineTo PIC 9(6) VALUE 0.

*> per-user approval limits, loaded at startup -- zero (or no entry) = no cap
01 WS-ApprStatus PIC XX.
            10 OrderCourse PIC 9(1). *> course the line belongs to, zero = no course control
            10 OrderFired PIC X(1). *> Y = this course already went to the kitchen via FIRE_COURSE
            10 OrderSizeCode PIC X(1). *> the size variant chosen at confirm, space for unsized items
            10 OrderDeposit PIC 9(4)V99. *> container deposit on the line (unit deposit x qty), set at confirm time
            10 OrderWeight PIC 9(3)V999. *> weighed items: the kilos on the line, which is then one pack -- zero for items sold by the unit
            10 OrderLabelPrice PIC 9(4)V99. *> the pack price read off a scale label, zero when the line was weighed at the register

*> raw comma-split tokens (ItemID, or ItemID*Qty), parsed into OrderLine
01 OrderTokens.
        88 Tender_Gift VALUE 'G','g'.
        88 Tender_House VALUE 'H','h'.
        88 Tender_Foreign VALUE 'F','f'.
        88 Tender_Staff VALUE 'E','e'.
01 Tender1Type PIC X(4).
01 Tender1AmtNum PIC 9(6)V99.
01 Tender1AmtEdit PIC $9,999.99.
01 WS-ItemPrice PIC 9(6)V99.
01 WS-LineTotal PIC 9(6)V99.
COPY RATES.
COPY DENOMS.

*> per-class tax rate table, loaded from TaxRate.dat at startup (TAXMNT maintains it)
01 WS-TaxRateStatus PIC XX.

*> scan-entry mode -- a keyboard-wedge scanner just types the code and ENTER
01 WS-ScanCode PIC X(13).
01 WS-ScanKey PIC X(13). *> what is looked up on MenuScanCode -- the code itself, or a scale label's PLU
01 WS-ScaleLabel PIC X VALUE 'N'. *> P = scale label carrying the price, W = carrying the weight, X = label misread, N = ordinary code
01 WS-LabelValue PIC 9(5). *> cents on a price label, grams on a weight label
01 WS-LabelSum PIC 9(3).
01 WS-LabelDigit PIC 9.
01 WS-LabelCheck PIC 9.
01 WS-LabelQuot PIC 9(3).
01 WS-LabelSub PIC 99.
01 WS-ScanFound PIC X.
01 WS-ScanEOF PIC X.
01 WS-ScanSub PIC 99.
01 WS-OpenPriceNum PIC 9(6)V99.
01 WS-OpenDone PIC X.
01 WS-OpenAnswer PIC X.

*> sold-by-weight lines
01 WS-WeightEdit PIC ZZ9.999.
01 WS-WeightNum PIC 9(3)V999.
01 WS-WeightDone PIC X.
01 WS-BandDisp1 PIC X(12).
01 WS-BandDisp2 PIC X(12).

01 WS-OvrPriceEdit PIC $9,999.99.
01 WS-OvrReason PIC X(2).

*> goodwill comps -- a complained-about dish given away at zero under reason CP
01 WS-CmplStatus PIC XX.
01 WS-CompLine PIC 99.
01 WS-CmplOrigTrans PIC 9(6) VALUE 0. *> the receipt the guest complained about
01 WS-CmplCategory PIC X(2) VALUE SPACE. *> set once the complaint is taken, spaces = no comp on this order
01 WS-CmplItemIn PIC X(14).
01 WS-CmplItems.
        05 WS-CmplItem PIC X(4) OCCURS 3 TIMES.
01 WS-CmplNote PIC X(30).
01 WS-CompValue PIC 9(6)V99.
01 WS-NextCmplNo PIC 9(5).
01 CmplSub PIC 99.

*> combo/meal-deal table, loaded from ComboFile at startup
01 WS-ComboStatus PIC XX.
01 ComboTable.
            10 AppComboName PIC X(20).
            10 AppComboTimes PIC 99.
            10 AppComboSavings PIC 9(6)V99.
            10 AppComboIdx PIC 99. *> the deal's row in ComboTable, so the promotions can tell which units it used
01 ComboAppliedCount PIC 99 VALUE 0.

*> mix-and-match / quantity-break promotions, loaded from PromoRuleFile at startup
01 WS-PromoStatus PIC XX.
01 PromoTable.
        05 PromoEntry OCCURS 20 TIMES.
            10 TblPromoID PIC X(8).
            10 TblPromoName PIC X(20).
            10 TblPromoType PIC X(1).
            10 TblPromoBuy PIC 9(2).
            10 TblPromoGet PIC 9(2).
            10 TblPromoSetPrice PIC 9(4)V99.
            10 TblPromoPct PIC 9(2)V99.
            10 TblPromoCategory PIC X(8).
            10 TblPromoItem PIC X(4) OCCURS 6 TIMES.
            10 TblPromoFrom PIC 9(8).
            10 TblPromoTo PIC 9(8).
01 PromoCount PIC 99 VALUE 0.
01 PromoSub PIC 99.
01 PromoItemSub PIC 9.
*> the units still free for a promotion once the combos have taken theirs --
*> one row per order line, drawn down as each promotion is taken
01 PromoPoolTable.
        05 PromoPoolEntry OCCURS 25 TIMES.
            10 PoolItem PIC X(4).
            10 PoolCat PIC X(8).
            10 PoolPrice PIC 9(6)V99.
            10 PoolQty PIC 9(3).
            10 PoolUse PIC 9(3). *> units the rule being priced would take
            10 PoolSaveUse PIC 9(3).
            10 PoolBestUse PIC 9(3). *> units the best rule so far would take
            10 PoolInGroup PIC X(1).
01 PoolSub PIC 99.
01 PoolPick PIC 99.
01 WS-PromoToday PIC 9(8).
01 WS-PromoDone PIC X.
01 WS-PromoSaving PIC 9(6)V99.
01 WS-PromoTimes PIC 9(3).
01 WS-BestSaving PIC 9(6)V99.
01 WS-BestTimes PIC 9(3).
01 WS-BestPromo PIC 99.
01 WS-PromoUnits PIC 9(4).
01 WS-PromoSets PIC 9(4).
01 WS-PromoSetSize PIC 9(3).
01 WS-PromoTake PIC 9(4).
01 WS-PosInSet PIC 9(3).
01 WS-PromoSetSum PIC 9(7)V99.
01 WS-ItemTotalQty PIC 9(4).
01 WS-PickPrice PIC 9(6)V99.
*> promotions taken on the order being confirmed, for the receipt and the journal
01 PromoAppliedTable.
        05 PromoAppliedEntry OCCURS 10 TIMES.
            10 AppPromoID PIC X(8).
            10 AppPromoName PIC X(20).
            10 AppPromoTimes PIC 9(3).
            10 AppPromoSavings PIC 9(6)V99.
01 PromoAppliedCount PIC 99 VALUE 0.
01 PromoAppSub PIC 99.
01 AppSub PIC 99.

*> day-part price schedule, loaded from PriceSchedFile at startup
01 CF-AmountIn PIC 9(7)V99.
01 WS-PriceDisp PIC X(12).

*> RECORD LOCKING ON THE SHARED FILES -- see LOCKLINK.cpy and LOCKWAIT.cob
COPY LOCKLINK.
01 WS-LockRead PIC X. *> how the last LOCK_READ_ paragraph came out
        88 LockRecFound VALUE 'F'.
        88 LockRecMissing VALUE 'M'.
        88 LockRecBusy VALUE 'B'.
01 WS-ConsentEmail PIC X(1). *> marketing answers held while the customer record is re-read under lock
01 WS-ConsentSMS PIC X(1).
01 WS-ConsentPost PIC X(1).
01 WS-ConsentDate PIC 9(8).

*> MENU CHOICE BEFORE A NEW ORDER IS ENTERED
01 WS-MenuChoice PIC X.

        88 ReprintFound VALUE 'Y'.
01 WS-ReprintInBlock PIC X VALUE 'N'.
        88 ReprintInBlock VALUE 'Y'.
01 WS-ReprintElsewhere PIC X VALUE 'N'. *> Y = the directory shows the sale was rung, and printed, at another register

01 WS-LastReceiptDate PIC 9(8) VALUE 0.
01 WS-LastReceiptTime PIC 9(6) VALUE 0.
01 WS-HaveLastReceipt PIC X VALUE 'N'.
        88 HaveLastReceipt VALUE 'Y'.

*> TRANSACTION DIRECTORY -- see TRANSIDX.cpy and TXPOST.cob; each sale and refund
*> header is filed as it is journalled, and re-filed at its archive position at day close
01 WS-TransIdxStatus PIC XX.
01 WS-TxLookupNo PIC 9(6).
01 WS-TxFound PIC X VALUE 'N'.
COPY TXLINK.

*> in-flight journal working fields and the incomplete entries found at startup
01 WS-OrderJrnlStatus PIC XX.
01 WS-JrnlStatusOut PIC X.
01 WS-TermAllowTraining PIC X VALUE 'Y'.
01 WS-TermAllowPaidOut PIC X VALUE 'Y'.
01 WS-TermAllowGift PIC X VALUE 'Y'.
01 WS-KioskMode PIC X VALUE 'N'.
        88 KioskMode VALUE 'Y'.
*> SL-Channel for the order being rung -- K when it was keyed by a guest at the
*> kiosk (even if it is paid at a register after a recall), S otherwise
01 WS-SaleChannel PIC X VALUE 'S'.

*> SEQUENTIAL TRANSACTION NUMBER, ISSUED FROM TransCtl.dat AS EACH ORDER COMPLETES
01 WS-TransCtlStatus PIC XX.
01 WS-ChainMode PIC X VALUE 'S'.
01 WS-ChainPrev PIC X(16).
01 WS-ChainLink PIC X(16).
01 WS-TransNo PIC 9(6) VALUE 0.

*> SALES LOG VARIABLES
        05 RcptComboTimes PIC Z9.
        05 FILLER PIC X(8) VALUE "  SAVED ".
        05 RcptComboSavings PIC X(12). *> locale-formatted via CURRFMT
01 ReceiptPromoLine.
        05 FILLER PIC X(6) VALUE "PROMO ".
        05 RcptPromoName PIC X(20).
        05 FILLER PIC X(3) VALUE " x ".
        05 RcptPromoTimes PIC ZZ9.
        05 FILLER PIC X(7) VALUE " SAVED ".
        05 RcptPromoSavings PIC X(12). *> locale-formatted via CURRFMT
01 ReceiptOvrLine.
        05 FILLER PIC X(11) VALUE SPACE.
        05 FILLER PIC X(4) VALUE "WAS ".


PROCEDURE DIVISION.
MOVE "TESTPOS" TO CN-Program.
PERFORM LOAD_CASHIERS.
PERFORM LOAD_LOCKOUTS.
PERFORM LOAD_POINT_CAMPAIGNS.
PERFORM LOAD_CHARITY_CAMPAIGNS.
PERFORM LOAD_TAX_RATES.
PERFORM LOAD_COMBOS.
PERFORM LOAD_PROMO_RULES.
PERFORM LOAD_PRICE_SCHEDULES.
PERFORM LOAD_TERMINAL_ID.
PERFORM CHECK_SHARED_FILES.
PERFORM LOAD_STORE_PROFILE.
PERFORM LOAD_CARD_LINK.
PERFORM LOAD_FX_RATES.
PERFORM LOAD_STATION_MAP.
PERFORM LOAD_SIZE_VARIANTS.
PERFORM LOAD_DELIV_ZONES.
PERFORM LOAD_AVAIL_WINDOWS.
PERFORM LOAD_APPR_LIMITS.

*> THE SELF-ORDER KIOSK HAS NO CASHIER -- IT RUNS UNDER ITS OWN NAME WITH NO
*> ROLE, SO EVERY MANAGER PROMPT STAYS SHUT AND NO ALCOHOL CAN BE SOLD
IF KioskMode
    MOVE "KIOSK" TO UserID
    MOVE SPACE TO UserRole
    MOVE 'N' TO WS-AlcoholCert
    GO TO KIOSK_MENU
END-IF

DISPLAY "            Login    "
DISPLAY "============================="
DISPLAY " ENTER USER ID (X TO EXIT): " WITH NO ADVANCING

        MOVE 'I' TO WS-PunchType
        PERFORM WRITE_TIME_PUNCH
        PERFORM CHECK_CERTIFICATES
        PERFORM OPEN_DRAWER_SESSION
        *> DISPLAY MENU
        GO TO DISPLAY_MENU

*> DISPLAY MENU 
DISPLAY_MENU.
    PERFORM CHECK_SHARED_FILES *> before every order -- the link can drop, or come back, mid-shift
    MOVE SPACE TO WS-CmplCategory *> a comp taken on an order that was then parked or voided doesn't follow the next one
    MOVE SPACE TO WS-PlanNo *> nor does a prepaid plan redemption
    MOVE 'N' TO WS-DelivOrder *> nor a delivery
    MOVE 'S' TO WS-SaleChannel *> a recalled kiosk order sets it back to K
    MOVE 'N' TO WS-AgeChecked *> every order gets its own ID check
    DISPLAY " "
    DISPLAY "                         M E N U                      "
    DISPLAY "======================================================"
    IF NOT CardLinkUp
        DISPLAY " *** CARD LINK DOWN - CARDS QUEUE OFFLINE UP TO THE FLOOR LIMIT ***"
    END-IF
    IF LocalMode
        DISPLAY " *** LOCAL MODE - BACK OFFICE UNREACHABLE, SALES HELD ON THIS REGISTER ***"
    END-IF
    IF WS-OnBreak = 'Y'
        DISPLAY " *** " UserID " IS ON A BREAK - B TO END IT ***"
    END-IF
    IF UserIsManager
        DISPLAY " Logged in as MANAGER " UserID " (void/discount/Z-report allowed)"
    ELSE
    END-PERFORM

    DISPLAY " "
    DISPLAY "ENTER = new order, S = scan entry, T = tab, E = catering pickup, G = gift card, P = prepaid plan, I = item info, U = usual, K = recall, R = reprint, F = refund, N = container return, D = drawer, C = close drawer, W = training, L = card link, B = break start/end, O = time off, X = clock out : " WITH NO ADVANCING
    ACCEPT WS-MenuChoice
    EVALUATE TRUE
        WHEN WS-MenuChoice = 'R' OR WS-MenuChoice = 'r'
            END-IF
            GO TO DISPLAY_MENU
        WHEN WS-MenuChoice = 'C' OR WS-MenuChoice = 'c'
            IF LocalMode
                DISPLAY "THE DRAWER CLOSES AFTER THE LOCAL JOURNAL IS MERGED (LOCALSYNC) -- ITS CASH SALES ARE NOT ON THE SHARED LOG YET."
                GO TO DISPLAY_MENU
            END-IF
            PERFORM CLOSE_DRAWER
            GO TO DISPLAY_MENU
        WHEN WS-MenuChoice = 'S' OR WS-MenuChoice = 's'
                DISPLAY "THIS TERMINAL CANNOT SELL GIFT CARDS."
                GO TO DISPLAY_MENU
            END-IF
            IF LocalMode
                DISPLAY "GIFT CARDS CANNOT BE SOLD WHILE THE BACK OFFICE IS UNREACHABLE."
                GO TO DISPLAY_MENU
            END-IF
            GO TO SELL_GIFT_CARD
        WHEN WS-MenuChoice = 'P' OR WS-MenuChoice = 'p'
            GO TO SELL_PREPAID_PLAN
        WHEN WS-MenuChoice = 'I' OR WS-MenuChoice = 'i'
            PERFORM SHOW_ITEM_INFO
            GO TO DISPLAY_MENU
                DISPLAY "THIS TERMINAL CANNOT PROCESS REFUNDS."
                GO TO DISPLAY_MENU
            END-IF
            IF LocalMode
                DISPLAY "REFUNDS NEED THE ORIGINAL SALE ON THE SHARED LOG -- NOT WHILE THE BACK OFFICE IS UNREACHABLE."
                GO TO DISPLAY_MENU
            END-IF
            IF UserIsManager
                GO TO REFUND_ORDER
            ELSE
                DISPLAY "ONLY A MANAGER CAN PROCESS A REFUND."
            END-IF
            GO TO DISPLAY_MENU
        WHEN WS-MenuChoice = 'N' OR WS-MenuChoice = 'n'
            GO TO CONTAINER_RETURN
        WHEN WS-MenuChoice = 'B' OR WS-MenuChoice = 'b'
            PERFORM TOGGLE_BREAK
            GO TO DISPLAY_MENU
        WHEN WS-MenuChoice = 'O' OR WS-MenuChoice = 'o'
            PERFORM REQUEST_TIME_OFF
            GO TO DISPLAY_MENU
        WHEN WS-MenuChoice = 'X' OR WS-MenuChoice = 'x'
            PERFORM END_OPEN_BREAK
            MOVE 'O' TO WS-PunchType
            PERFORM WRITE_TIME_PUNCH
            DISPLAY "CLOCKED OUT, GOODBYE."

*> ACCEPT INPUT FOR ORDER MENU
RECEIVE_ORDER.
    IF WS-OnBreak = 'Y'
        DISPLAY "YOU ARE ON A BREAK -- PRESS B TO END IT BEFORE RINGING AN ORDER."
        GO TO DISPLAY_MENU
    END-IF
    PERFORM CHECK_DAY_CLOSE
    IF DayIsClosed = 'Y' AND WS-CloseFlagStale = 'Y'
        PERFORM OFFER_CLOSE_FLAG_OVERRIDE *> a stuck flag can be cleared by an authenticated manager
    ACCEPT WS-DayOfWeek FROM DAY-OF-WEEK

    MOVE 0 TO TotalOrderPriceNum
    MOVE 0 TO WS-DepositNum
    MOVE 1 TO Temp_Count
    OPEN INPUT MenuFile
        PERFORM UNTIL Temp_Count > 25
            IF OrderItemID(Temp_Count) IS NOT = SPACE
                MOVE 0 TO OrderLineTotal(Temp_Count)
                MOVE SPACE TO OrderTaxClass(Temp_Count)
                MOVE 0 TO OrderDeposit(Temp_Count)
                MOVE OrderItemID(Temp_Count) TO MenuID
                READ MenuFile KEY IS MenuID  *> direct read, no more scanning the whole menu
                    INVALID KEY CONTINUE
                        PERFORM GET_SIZE_PRICE *> a sized item prompts for its variant, whose price replaces the base
                        PERFORM GET_DAYPART_PRICE *> scheduled (happy hour) price wins over the menu price in its window
                        MOVE WS-DayPartApplied TO OrderDayPart(Temp_Count)
                        IF MenuSoldBy = 'W'
                            PERFORM PRICE_WEIGHED_LINE *> the per-kilo price times the weight becomes the pack price
                        ELSE
                            MOVE 0 TO OrderWeight(Temp_Count)
                            MOVE 0 TO OrderLabelPrice(Temp_Count)
                        END-IF
                        IF OrderOvrFlag(Temp_Count) = 'Y'
                            *> MANAGER OVERRIDE REPLACES EVEN A DAY-PART PRICE FOR THIS LINE
                            MOVE WS-ItemPrice TO OrderOvrOrig(Temp_Count) *> the size, day-part or weighed pack price it replaces
                            MOVE OrderOvrPrice(Temp_Count) TO WS-ItemPrice
                        END-IF
                        MOVE WS-ItemPrice TO OrderUnitPrice(Temp_Count)
                        IF OrderDayPart(Temp_Count) = 'Y'
                            DISPLAY "                (DAY-PART PRICE)"
                        END-IF
                        IF OrderWeight(Temp_Count) > 0
                            MOVE OrderWeight(Temp_Count) TO WS-WeightEdit
                            IF OrderLabelPrice(Temp_Count) > 0
                                DISPLAY "                (" WS-WeightEdit " KG, PRICE FROM SCALE LABEL)"
                            ELSE
                                DISPLAY "                (" WS-WeightEdit " KG SOLD BY WEIGHT)"
                            END-IF
                        END-IF
                        IF OrderOvrFlag(Temp_Count) = 'Y'
                            IF OrderOvrReason(Temp_Count) = "CP"
                                DISPLAY "                (GOODWILL COMP)"
                            ELSE IF OrderOvrReason(Temp_Count) = "PP"
                                DISPLAY "                (PREPAID PLAN " WS-PlanNo ")"
                            ELSE
                                DISPLAY "                (PRICE OVERRIDE, RSN " OrderOvrReason(Temp_Count) ")"
                            END-IF
                            END-IF
                        END-IF
                        COMPUTE WS-LineTotal = WS-ItemPrice * OrderItemQty(Temp_Count)
                        PERFORM ADD_MODIFIER_CHARGES *> roll any per-line upcharges into the line total
                        MOVE WS-LineTotal TO OrderLineTotal(Temp_Count)
                        MOVE MenuTaxClass TO OrderTaxClass(Temp_Count)
                        ADD WS-LineTotal TO TotalOrderPriceNum  *> accumulate every ordered line, not just the last one read
                        IF MenuDeposit IS NUMERIC AND MenuDeposit > 0
                            *> THE CONTAINER DEPOSIT RIDES OUTSIDE THE LINE -- NO TAX, NO DISCOUNT
                            COMPUTE OrderDeposit(Temp_Count) = MenuDeposit * OrderItemQty(Temp_Count)
                            ADD OrderDeposit(Temp_Count) TO WS-DepositNum
                        END-IF
                END-READ
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM
    CLOSE MenuFile

    *> ALCOHOL ON THE ORDER NEEDS AN ID CHECK RECORDED BEFORE IT GOES ANY
    *> FURTHER -- ONCE PER ORDER, A REDISPLAY DOESN'T ASK AGAIN
    IF WS-AgeChecked NOT = 'Y'
        PERFORM CHECK_ALCOHOL_AGE
        IF WS-AgeChecked = 'R'
            MOVE 'N' TO WS-AgeChecked
            PERFORM DROP_ALCOHOL_LINES
            IF WS-AgeLinesLeft = 0
                DISPLAY "NOTHING LEFT ON THE ORDER."
                GO TO DISPLAY_MENU
            END-IF
            GO TO CONFIRM_ORDER
        END-IF
    END-IF

    *> A MANAGER CAN SELL ONE LINE AT A DIFFERENT PRICE, WITH A REASON CODE --
    *> THE ORDER REDISPLAYS SO THE NEW FIGURES ARE CONFIRMED ON SCREEN
    IF UserIsManager
        END-IF
    END-IF

    *> A GOODWILL COMP FOR A GUEST COMPLAINT GIVES A LINE AWAY AT ZERO UNDER
    *> ITS OWN REASON CODE, SO IT NEVER READS AS A PROMO OR A PRICE OVERRIDE --
    *> THE COMPLAINT ITSELF IS LOGGED AGAINST THE RECEIPT COMPLAINED ABOUT
    IF UserIsManager
        DISPLAY "Comp a line for a guest complaint? Line number (0 = none) : " WITH NO ADVANCING
        ACCEPT WS-CompLine
        IF WS-CompLine > 0 AND WS-CompLine NOT > 25
            IF OrderItemID(WS-CompLine) IS NOT = SPACE
                PERFORM FIND_APPR_LIMIT
                COMPUTE WS-OvrVariance = OrderUnitPrice(WS-CompLine)
                IF LimitIdx > 0 AND TblLimOvrVar(LimitIdx) > 0
                    AND WS-OvrVariance > TblLimOvrVar(LimitIdx)
                    DISPLAY "THAT COMP GIVES AWAY MORE THAN YOUR LIMIT OF "
                        TblLimOvrVar(LimitIdx) " -- REFUSED AND LOGGED."
                    MOVE WS-OvrVariance TO WS-LimAmount
                    MOVE "OV" TO WS-LimReason
                    PERFORM JOURNAL_LIMIT_ATTEMPT
                    GO TO CONFIRM_ORDER
                END-IF
                IF WS-CmplCategory = SPACE
                    PERFORM TAKE_COMPLAINT
                END-IF
                MOVE 'Y' TO OrderOvrFlag(WS-CompLine)
                MOVE 0 TO OrderOvrPrice(WS-CompLine)
                MOVE "CP" TO OrderOvrReason(WS-CompLine)
                MOVE "GOODWILL-CP" TO WS-SecEvent
                MOVE OrderItemID(WS-CompLine) TO WS-SecTarget
                MOVE SPACE TO WS-SecDetail
                STRING "COMPLAINT ON #" DELIMITED BY SIZE
                    WS-CmplOrigTrans DELIMITED BY SIZE
                    " CAT " DELIMITED BY SIZE
                    WS-CmplCategory DELIMITED BY SIZE
                    INTO WS-SecDetail
                PERFORM LogSecEvent
                GO TO CONFIRM_ORDER
            END-IF
        END-IF
    END-IF

    *> A PREPAID PLAN (PUNCH CARD OR MEAL PLAN) PAYS FOR ONE MATCHING LINE
    *> OUTRIGHT -- THE LINE GOES TO ZERO HERE, THE SERVINGS COME OFF THE PLAN
    *> ONLY WHEN THE SALE COMPLETES
    IF WS-PlanNo NOT = SPACE
        IF WS-PlanLine = 0
            MOVE SPACE TO WS-PlanNo
        ELSE
            IF OrderOvrReason(WS-PlanLine) NOT = "PP"
                MOVE SPACE TO WS-PlanNo *> the order was re-keyed since -- the redemption went with it
            END-IF
        END-IF
    END-IF
    IF WS-PlanNo = SPACE AND NOT TrainingMode AND NOT KioskMode
        DISPLAY "Prepaid plan to redeem (blank for none) : " WITH NO ADVANCING
        ACCEPT WS-PlanNoIn
        IF WS-PlanNoIn NOT = SPACE
            PERFORM REDEEM_PREPAID_PLAN
            IF WS-PlanNo NOT = SPACE
                GO TO CONFIRM_ORDER
            END-IF
        END-IF
    END-IF

    *> QUALIFYING ITEM SETS GET THE COMBO BUNDLE PRICE AUTOMATICALLY
    PERFORM APPLY_COMBOS
    *> THEN THE MIX-AND-MATCH AND QUANTITY-BREAK PROMOTIONS ON WHAT'S LEFT
    PERFORM APPLY_PROMO_RULES

    MOVE TotalOrderPriceNum TO TotalOrderPrice
    MOVE TotalOrderPriceNum TO SubtotalPrice
                PERFORM APPLY_DISCOUNT_CODE
            END-IF
        ELSE
            IF NOT KioskMode
                DISPLAY "DISCOUNT/PROMO CODES CAN ONLY BE APPLIED BY A MANAGER."
            END-IF
        END-IF
    END-IF

    MOVE SPACE TO CustIDEntered
    MOVE 'N' TO WS-HaveCustomer
    IF KioskMode
        *> NO CUSTOMER SEARCH ON A PUBLIC SCREEN -- THE GUEST KEYS THEIR OWN CARD
        DISPLAY "Loyalty card ID for points (blank for none) : " WITH NO ADVANCING
    ELSE
        DISPLAY "Loyalty card ID for points (blank for none, ? to search) : " WITH NO ADVANCING
    END-IF
    ACCEPT CustIDEntered
    IF CustIDEntered(1:1) = "?" AND NOT KioskMode
        PERFORM CUSTOMER_SEARCH
        DISPLAY "Loyalty card ID for points (blank for none) : " WITH NO ADVANCING
        ACCEPT CustIDEntered
    IF CustIDEntered IS NOT = SPACE AND CustIDEntered IS NUMERIC
        MOVE CustIDEntered TO IDNum
        SET HaveCustomer TO TRUE
        IF NOT TrainingMode
            PERFORM CAPTURE_CONSENT
        END-IF
    END-IF

    *> A DELIVERY GOES TO THE CARD HOLDER'S ADDRESS ON FILE, AND ONLY INSIDE A
    *> ZONE -- THE ZONE SETS THE FEE, THE MINIMUM ORDER AND THE PROMISED TIME
    MOVE 'N' TO WS-DelivOrder
    MOVE 0 TO WS-DelivFeeNum
    MOVE 0 TO MatchedZoneIdx
    IF HaveCustomer AND NOT TrainingMode AND ZoneCount > 0 AND NOT KioskMode
        DISPLAY "Delivery order? (Y/N) : " WITH NO ADVANCING
        ACCEPT WS-DelivAnswer
        IF WS-DelivAnswer = 'Y' OR WS-DelivAnswer = 'y'
            PERFORM CHECK_DELIVERY
        END-IF
    END-IF

    *> TAX-EXEMPT SALES (SCHOOL GROUPS ETC) NEED A MANAGER AND A CERTIFICATE NUMBER
    END-IF

    COMPUTE FinalTotalNum ROUNDED = TotalOrderPriceNum + TaxAmount + WS-SvcChargeNum
        + WS-DelivFeeNum + WS-DepositNum
    MOVE TaxAmount TO TaxAmountDisp
    MOVE FinalTotalNum TO FinalTotal
    DISPLAY " Sales Tax    : " TaxAmountDisp
        MOVE WS-SvcChargeNum TO WS-SvcChargeDisp
        DISPLAY " Service Chg  : " WS-SvcChargeDisp " (PARTY OF " WS-PartySize ")"
    END-IF
    IF DeliveryOrder
        MOVE WS-DelivFeeNum TO WS-DelivFeeDisp
        DISPLAY " Delivery Fee : " WS-DelivFeeDisp " (ZONE " TblZoneID(MatchedZoneIdx)
            " " TblZoneName(MatchedZoneIdx) ", ABOUT " TblZoneQuote(MatchedZoneIdx) " MINS)"
    END-IF
    IF WS-DepositNum > 0
        MOVE WS-DepositNum TO WS-DepositDisp
        DISPLAY " Deposit      : " WS-DepositDisp " (CONTAINERS, REFUNDED ON RETURN)"
    END-IF
    DISPLAY " Order Total  : " FinalTotal

*> THE KIOSK HAS ITS OWN CLOSE -- PAY BY CARD HERE OR PARK FOR THE COUNTER
IF KioskMode
    GO TO KIOSK_CHECKOUT
END-IF

DISPLAY " "
IF UserIsManager
    DISPLAY "Proceed to payment (Y), park it (P), void this order (V), or N to keep ordering? " WITH NO ADVANCING

DISPLAY "done"

PERFORM END_OPEN_BREAK
MOVE 'O' TO WS-PunchType
PERFORM WRITE_TIME_PUNCH

                END-IF
            END-IF

            *> ALCOHOL IS ONLY SOLD BY SOMEONE WHOSE SERVICE CERTIFICATE IS CURRENT
            IF MenuTaxClass = 'A' AND WS-AlcoholCert NOT = 'Y'
                GO TO No_Alcohol_Cert
            END-IF

        END-IF.
    CLOSE MenuFile.
    ADD 1 TO Temp_Count.
    CLOSE MenuFile.
    GO TO RECEIVE_ORDER.

No_Alcohol_Cert.
    DISPLAY " "
    DISPLAY "Item " OrderItemID(Temp_Count) " is alcohol -- you hold no current alcohol-service certificate, pls re-enter the order! "
    DISPLAY " "
    MOVE "Check_Order_ItemID" TO WS-ErrParagraph
    MOVE OrderItemID(Temp_Count) TO WS-ErrKeyValue
    MOVE "No alcohol certificate" TO WS-ErrMessage
    PERFORM LogError
    CLOSE MenuFile.
    GO TO RECEIVE_ORDER.

Out_Of_Stock.
    DISPLAY " "
    DISPLAY "Item " OrderItemID(Temp_Count) " is sold out or short -- only " MenuStockQty " left, pls re-enter the order! "
        MOVE WS-TrainingMode TO SL-Training
        MOVE WS-TermID TO SL-TermID
        MOVE WS-StoreID TO SL-StoreID
        PERFORM SEAL_SALES_RECORD
        WRITE SalesLogRecord
        PERFORM RELEASE_SALES_CHAIN
    CLOSE SalesLog
    MOVE "LIMIT-HIT" TO WS-SecEvent
    MOVE WS-LimReason TO WS-SecDetail
                        PERFORM LogError
                        MOVE SPACE TO OrderItemID(Temp_Count)
                        MOVE 0 TO OrderItemQty(Temp_Count)
                    ELSE IF MenuTaxClass = 'A' AND WS-AlcoholCert NOT = 'Y'
                        DISPLAY "Item " MenuID " is alcohol -- no current alcohol-service certificate, line dropped."
                        MOVE "CHECK_ORDER_STOCK" TO WS-ErrParagraph
                        MOVE MenuID TO WS-ErrKeyValue
                        MOVE "No alcohol certificate" TO WS-ErrMessage
                        PERFORM LogError
                        MOVE SPACE TO OrderItemID(Temp_Count)
                        MOVE 0 TO OrderItemQty(Temp_Count)
                    END-IF
                    END-IF
            END-READ
            CLOSE MenuFile
        ADD 1 TO Temp_Count
    END-PERFORM.

*> AN ORDER CARRYING ANY TAX-CLASS A LINE NEEDS THE GUEST'S ID CHECKED: THE
*> CASHIER KEYS THE DATE OF BIRTH OFF THE ID, OR V WHEN THE GUEST IS VISIBLY
*> OVER AgeChallengeAge, OR R WHEN NO ID IS PRODUCED. A DATE OF BIRTH UNDER
*> AlcoholLegalAge REFUSES THE SALE. EVERY CHECK AND EVERY REFUSAL GOES TO
*> SecLog.dat FOR AGERPT -- THE AGE, NEVER THE DATE OF BIRTH ITSELF
CHECK_ALCOHOL_AGE.
    MOVE 'N' TO WS-AgeHasAlcohol
    MOVE 1 TO Scan_Count
    PERFORM UNTIL Scan_Count > 25
        IF OrderItemID(Scan_Count) IS NOT = SPACE AND OrderTaxClass(Scan_Count) = 'A'
            MOVE 'Y' TO WS-AgeHasAlcohol
        END-IF
        ADD 1 TO Scan_Count
    END-PERFORM
    IF WS-AgeHasAlcohol = 'Y'
        DISPLAY " "
        DISPLAY " *** ALCOHOL ON THIS ORDER -- CHECK THE GUEST'S ID ***"
        MOVE SPACE TO WS-DOBIn
        MOVE SPACE TO WS-SecDetail
        PERFORM UNTIL WS-DOBIn NOT = SPACE
            DISPLAY "Date of birth (CCYYMMDD), V = visibly over " AgeChallengeAge ", R = refuse (no ID) : " WITH NO ADVANCING
            ACCEPT WS-DOBIn
            EVALUATE TRUE
                WHEN WS-DOBIn = 'V' OR WS-DOBIn = 'v'
                    MOVE "AGE-CHECK" TO WS-SecEvent
                    STRING "VISIBLY OVER " DELIMITED BY SIZE
                        AgeChallengeAge DELIMITED BY SIZE
                        INTO WS-SecDetail
                    MOVE 'Y' TO WS-AgeChecked
                WHEN WS-DOBIn = 'R' OR WS-DOBIn = 'r'
                    MOVE "AGE-REFUSE" TO WS-SecEvent
                    MOVE "NO ID PRODUCED" TO WS-SecDetail
                    MOVE 'R' TO WS-AgeChecked
                WHEN WS-DOBIn IS NUMERIC
                    ACCEPT WS-LogDate FROM DATE YYYYMMDD
                    MOVE WS-DOBIn TO WS-DOBNum
                    IF WS-DOBNum < 19000101 OR WS-DOBNum > WS-LogDate
                        OR WS-DOBIn(5:2) < "01" OR WS-DOBIn(5:2) > "12"
                        OR WS-DOBIn(7:2) < "01" OR WS-DOBIn(7:2) > "31"
                        DISPLAY "THAT IS NOT A DATE OF BIRTH -- KEY IT AS CCYYMMDD."
                        MOVE SPACE TO WS-DOBIn
                    ELSE
                        *> WHOLE YEARS: THE CCYYMMDD DIFFERENCE OVER 10000, TRUNCATED
                        COMPUTE WS-GuestAge = (WS-LogDate - WS-DOBNum) / 10000
                        MOVE WS-GuestAge TO WS-GuestAgeDisp
                        IF WS-GuestAge < AlcoholLegalAge
                            MOVE "AGE-REFUSE" TO WS-SecEvent
                            STRING "UNDER AGE, AGED " DELIMITED BY SIZE
                                WS-GuestAgeDisp DELIMITED BY SIZE
                                INTO WS-SecDetail
                            MOVE 'R' TO WS-AgeChecked
                            DISPLAY "GUEST IS " WS-GuestAgeDisp " -- UNDER " AlcoholLegalAge "."
                        ELSE
                            MOVE "AGE-CHECK" TO WS-SecEvent
                            STRING "ID SEEN, AGED " DELIMITED BY SIZE
                                WS-GuestAgeDisp DELIMITED BY SIZE
                                INTO WS-SecDetail
                            MOVE 'Y' TO WS-AgeChecked
                        END-IF
                    END-IF
                WHEN OTHER
                    DISPLAY "KEY A DATE OF BIRTH, V OR R."
                    MOVE SPACE TO WS-DOBIn
            END-EVALUATE
        END-PERFORM
        MOVE WS-TermID TO WS-SecTarget
        PERFORM LogSecEvent
        MOVE SPACE TO WS-DOBIn
    ELSE
        MOVE 'Y' TO WS-AgeChecked *> nothing to check on this order
    END-IF.

*> A REFUSED ID CHECK TAKES EVERY ALCOHOL LINE OFF THE ORDER -- THE REST OF
*> THE ORDER CAN STILL BE SOLD. WS-AgeLinesLeft COMES BACK ZERO WHEN NOTHING IS
DROP_ALCOHOL_LINES.
    DISPLAY "ALCOHOL SALE REFUSED -- THE ALCOHOL IS OFF THE ORDER."
    MOVE 0 TO WS-AgeLinesLeft
    MOVE 1 TO Scan_Count
    PERFORM UNTIL Scan_Count > 25
        IF OrderItemID(Scan_Count) IS NOT = SPACE
            IF OrderTaxClass(Scan_Count) = 'A'
                MOVE SPACE TO OrderLine(Scan_Count)
            ELSE
                ADD 1 TO WS-AgeLinesLeft
            END-IF
        END-IF
        ADD 1 TO Scan_Count
    END-PERFORM.

*> PROMPT FOR UP TO THREE MODIFIER CODES AGAINST ONE ORDER LINE
COLLECT_LINE_MODIFIERS.
    IF OrderItemID(Temp_Count) IS NOT = SPACE
                    MOVE CashierActive TO TblCashierActive(CashierCount)
                    MOVE CashierPswdDate TO TblCashierPswdDate(CashierCount)
                    MOVE CashierForceChg TO TblCashierForceChg(CashierCount)
                    IF CashierMealAllow IS NUMERIC
                        MOVE CashierMealAllow TO TblCashierMealAllow(CashierCount)
                    ELSE
                        MOVE StaffMealAllowance TO TblCashierMealAllow(CashierCount)
                    END-IF
                    MOVE CashierCerts TO TblCashierCerts(CashierCount)
            END-READ
        END-PERFORM
    CLOSE CashierFile.
        END-PERFORM
    CLOSE LockoutFile.

*> LOAD THE BONUS-POINTS CAMPAIGN RULES FROM PointsCampFile AT STARTUP --
*> NO FILE SIMPLY MEANS NO CAMPAIGNS RUNNING
LOAD_POINT_CAMPAIGNS.
    MOVE 0 TO CampCount
    OPEN INPUT PointsCampFile
    IF WS-CampStatus = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ PointsCampFile
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF CampCount < 30 AND PC-Active NOT = 'N'
                        ADD 1 TO CampCount
                        MOVE PC-CampID TO TblCampID(CampCount)
                        MOVE PC-Desc TO TblCampDesc(CampCount)
                        MOVE PC-FromDate TO TblCampFrom(CampCount)
                        MOVE PC-ToDate TO TblCampTo(CampCount)
                        MOVE PC-DayOfWeek TO TblCampDay(CampCount)
                        MOVE PC-MenuID TO TblCampMenuID(CampCount)
                        MOVE PC-Category TO TblCampCategory(CampCount)
                        MOVE PC-Type TO TblCampType(CampCount)
                        MOVE PC-Multiplier TO TblCampMult(CampCount)
                        MOVE PC-BonusPts TO TblCampBonus(CampCount)
                        MOVE PC-Active TO TblCampActive(CampCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PointsCampFile
    END-IF.

*> LOAD THE ROUND-UP-FOR-CHARITY CAMPAIGNS FROM CharityFile AT STARTUP --
*> NO FILE (OR NOTHING ACTIVE) SIMPLY MEANS THE ROUND-UP IS NEVER OFFERED
LOAD_CHARITY_CAMPAIGNS.
    MOVE 0 TO CharityCount
    OPEN INPUT CharityFile
    IF WS-CharityStatus = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ CharityFile
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF CharityCount < 10 AND CH-Active NOT = 'N'
                        ADD 1 TO CharityCount
                        MOVE CH-CampID TO TblCharityID(CharityCount)
                        MOVE CH-Name TO TblCharityName(CharityCount)
                        MOVE CH-FromDate TO TblCharityFrom(CharityCount)
                        MOVE CH-ToDate TO TblCharityTo(CharityCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CharityFile
    END-IF.

*> COLLECT THE DISTINCT CATEGORIES ON THE MENU, IN THE ORDER THEY FIRST APPEAR
BUILD_CATEGORY_LIST.
        END-PERFORM
    CLOSE MenuFile.

*> AT CLOCK-IN, GO THROUGH THE USER'S CERTIFICATES: AN EXPIRED ONE OR ONE DUE
*> WITHIN CertWarnDays IS WARNED, AND ONLY A CURRENT ALCOHOL-SERVICE
*> CERTIFICATE LETS THIS SESSION RING TAX-CLASS A ITEMS
CHECK_CERTIFICATES.
    MOVE 'N' TO WS-AlcoholCert
    ACCEPT WS-LogDate FROM DATE YYYYMMDD
    MOVE 1 TO CertSub
    PERFORM UNTIL CertSub > 3
        IF TblCertType(MatchedCashierIdx, CertSub) NOT = SPACE
            AND TblCertExpiry(MatchedCashierIdx, CertSub) IS NUMERIC
            IF TblCertType(MatchedCashierIdx, CertSub) = 'A'
                MOVE "ALCOHOL SERVICE" TO WS-CertName
            ELSE IF TblCertType(MatchedCashierIdx, CertSub) = 'F'
                MOVE "FOOD HANDLER" TO WS-CertName
            ELSE
                MOVE TblCertType(MatchedCashierIdx, CertSub) TO WS-CertName
            END-IF
            END-IF
            IF TblCertExpiry(MatchedCashierIdx, CertSub) < WS-LogDate
                DISPLAY "*** YOUR " WS-CertName " CERTIFICATE EXPIRED ON "
                    TblCertExpiry(MatchedCashierIdx, CertSub) " -- SEE A MANAGER. ***"
            ELSE
                IF TblCertType(MatchedCashierIdx, CertSub) = 'A'
                    MOVE 'Y' TO WS-AlcoholCert
                END-IF
                COMPUTE WS-CertDaysLeft =
                    FUNCTION INTEGER-OF-DATE(TblCertExpiry(MatchedCashierIdx, CertSub))
                    - FUNCTION INTEGER-OF-DATE(WS-LogDate)
                IF WS-CertDaysLeft NOT > CertWarnDays
                    DISPLAY "*** YOUR " WS-CertName " CERTIFICATE EXPIRES ON "
                        TblCertExpiry(MatchedCashierIdx, CertSub) " -- RENEW IT SOON. ***"
                END-IF
            END-IF
        END-IF
        ADD 1 TO CertSub
    END-PERFORM
    IF WS-AlcoholCert NOT = 'Y'
        DISPLAY "No current alcohol-service certificate -- alcohol cannot be rung this session."
    END-IF.

*> APPEND A CLOCK-IN/CLOCK-OUT PUNCH FOR THE LOGGED-IN USER
WRITE_TIME_PUNCH.
    OPEN EXTEND TimeClockFile
        WRITE TimeClockData
    CLOSE TimeClockFile.

*> AN UNPAID BREAK: B PUNCHES THE START, B AGAIN PUNCHES THE END -- THE
*> PAYROLL AND LABOR REPORTS DROP THE TIME BETWEEN FROM PAID HOURS
TOGGLE_BREAK.
    IF WS-OnBreak = 'Y'
        MOVE 'E' TO WS-PunchType
        PERFORM WRITE_TIME_PUNCH
        MOVE 'N' TO WS-OnBreak
        DISPLAY "BREAK ENDED, WELCOME BACK."
    ELSE
        MOVE 'B' TO WS-PunchType
        PERFORM WRITE_TIME_PUNCH
        MOVE 'Y' TO WS-OnBreak
        DISPLAY "BREAK STARTED -- PRESS B WHEN YOU ARE BACK."
    END-IF.

*> THE LOGGED-IN USER ASKS FOR DAYS OFF: THEIR OPEN REQUESTS ARE SHOWN FIRST,
*> THEN THE NEW ONE IS WRITTEN AS PENDING FOR A MANAGER TO DECIDE IN LEAVEMNT
REQUEST_TIME_OFF.
    ACCEPT WS-LogDate FROM DATE YYYYMMDD
    MOVE 0 TO WS-LastReqNo
    DISPLAY " "
    DISPLAY "YOUR TIME-OFF REQUESTS (P = pending, A = approved, D = declined)"
    OPEN INPUT TimeOffFile
    IF WS-TimeOffStatus = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ TimeOffFile
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF TO-ReqNo > WS-LastReqNo
                        MOVE TO-ReqNo TO WS-LastReqNo
                    END-IF
                    IF TO-CashierID = UserID AND TO-ToDate NOT < WS-LogDate
                        DISPLAY "  " TO-ReqNo "  " TO-FromDate " - " TO-ToDate
                            "  " TO-Status "  " TO-Reason
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TimeOffFile
    END-IF
    DISPLAY "First day off (CCYYMMDD, 0 = no new request) : " WITH NO ADVANCING
    ACCEPT WS-OffFrom
    IF WS-OffFrom = 0
        DISPLAY "NO REQUEST MADE."
    ELSE IF WS-OffFrom < WS-LogDate
        DISPLAY "TIME OFF CANNOT BE ASKED FOR IN THE PAST -- NO REQUEST MADE."
    ELSE
        DISPLAY "Last day off  (CCYYMMDD, 0 = the same day) : " WITH NO ADVANCING
        ACCEPT WS-OffTo
        IF WS-OffTo = 0
            MOVE WS-OffFrom TO WS-OffTo
        END-IF
        IF WS-OffTo < WS-OffFrom
            DISPLAY "THE LAST DAY IS BEFORE THE FIRST -- NO REQUEST MADE."
        ELSE
            DISPLAY "Reason : " WITH NO ADVANCING
            ACCEPT WS-OffReason
            MOVE SPACE TO TimeOffData
            ADD 1 TO WS-LastReqNo GIVING TO-ReqNo
            MOVE UserID TO TO-CashierID
            MOVE WS-OffFrom TO TO-FromDate
            MOVE WS-OffTo TO TO-ToDate
            MOVE WS-OffReason TO TO-Reason
            MOVE 'P' TO TO-Status
            MOVE WS-LogDate TO TO-ReqDate
            MOVE 0 TO TO-DecidedDate
            OPEN EXTEND TimeOffFile
            IF WS-TimeOffStatus NOT = "00"
                OPEN OUTPUT TimeOffFile
            END-IF
            WRITE TimeOffData
            CLOSE TimeOffFile
            DISPLAY "REQUEST " TO-ReqNo " SENT FOR A MANAGER TO APPROVE."
        END-IF
    END-IF
    END-IF.

*> CLOCKING OUT STRAIGHT FROM A BREAK STILL CLOSES THE BREAK FIRST
END_OPEN_BREAK.
    IF WS-OnBreak = 'Y'
        MOVE 'E' TO WS-PunchType
        PERFORM WRITE_TIME_PUNCH
        MOVE 'N' TO WS-OnBreak
    END-IF.

*> OPEN THE CASH DRAWER SESSION WITH A COUNTED FLOAT, RIGHT AFTER LOGIN
OPEN_DRAWER_SESSION.
    ACCEPT WS-DrawerOpenDate FROM DATE YYYYMMDD
    ACCEPT WS-LogTimeRaw FROM TIME
    MOVE WS-LogTimeRaw(1:6) TO WS-DrawerOpenTime
    DISPLAY " "
    DISPLAY "Count the opening float into the drawer, note by note and coin by coin"
    PERFORM COUNT_DENOMINATIONS
    MOVE WS-DenomTotal TO CF-AmountIn
    CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
    DISPLAY "Opening float      : " WS-PriceDisp
    OPEN EXTEND DrawerFile
        MOVE SPACE TO DrawerData
        MOVE 'O' TO DR-RecType
        MOVE UserID TO DR-UserID
        MOVE WS-DrawerOpenDate TO DR-Date
        MOVE WS-DrawerOpenTime TO DR-Time
        MOVE WS-DenomTotal TO DR-Amount
        MOVE 0 TO DR-Expected
        MOVE 0 TO DR-OverShort
        MOVE 'Y' TO DR-ByDenom
        MOVE WS-DenomCounted TO DR-Denoms
        WRITE DrawerData
    CLOSE DrawerFile.

*> KEY A DRAWER COUNT ONE DENOMINATION AT A TIME, LARGEST FIRST -- THE TOTAL IS
*> WORKED OUT HERE SO NOBODY HAS TO ADD IT UP ON A NOTEPAD
COUNT_DENOMINATIONS.
    MOVE 0 TO WS-DenomTotal
    MOVE 1 TO WS-DenomIdx
    PERFORM UNTIL WS-DenomIdx > DenomCount
        MOVE DenomValue(WS-DenomIdx) TO WS-DenomEdit
        DISPLAY "  " LC-CurrencySymbol WS-DenomEdit " " DenomKind(WS-DenomIdx)
            "S : " WITH NO ADVANCING
        MOVE 0 TO WS-DenomQtyIn
        ACCEPT WS-DenomQtyIn
        MOVE WS-DenomQtyIn TO WS-DenomPieces(WS-DenomIdx)
        COMPUTE WS-DenomTotal = WS-DenomTotal
            + WS-DenomQtyIn * DenomValue(WS-DenomIdx)
        ADD 1 TO WS-DenomIdx
    END-PERFORM.

*> POST A PAID-IN (I) OR PAID-OUT (U) AGAINST THE OPEN DRAWER SESSION -- MANAGER ONLY.
*> A STAFF ADVANCE IS A PAID-OUT NAMING THE EMPLOYEE, UNDER THE SAME CAP, AND IS
*> ALSO ENTERED ON Advance.dat SO PAYROLL RECOVERS IT INSTEAD OF THE DRAWER RUNNING SHORT
DRAWER_PAID_IN_OUT.
    DISPLAY " "
    DISPLAY "Paid-(I)n, Paid-(O)ut or staff (A)dvance : " WITH NO ADVANCING
    ACCEPT WS-DrawerAction
    MOVE 'Y' TO WS-PaidOutOK
    MOVE SPACE TO WS-AdvEmpID
    IF WS-DrawerAction = 'A' OR WS-DrawerAction = 'a'
        MOVE 'A' TO WS-DrawerAction
        PERFORM GET_ADVANCE_EMPLOYEE
    END-IF
    IF WS-PaidOutOK = 'Y'
        DISPLAY "Amount : " WITH NO ADVANCING
        ACCEPT WS-DrawerAmtEdit
        IF WS-DrawerAction = 'A'
            MOVE "STAFF ADVANCE" TO WS-DrawerReason
        ELSE
            DISPLAY "Reason : " WITH NO ADVANCING
            ACCEPT WS-DrawerReason
        END-IF
    END-IF
    IF WS-PaidOutOK = 'Y'
        AND (WS-DrawerAction = 'O' OR WS-DrawerAction = 'o' OR WS-DrawerAction = 'A')
        PERFORM FIND_APPR_LIMIT
        MOVE WS-DrawerAmtEdit TO WS-LimAmount
        IF LimitIdx > 0 AND TblLimPaidOut(LimitIdx) > 0
    IF WS-PaidOutOK = 'Y'
        OPEN EXTEND DrawerFile
            MOVE SPACE TO DrawerData
            IF WS-DrawerAction = 'O' OR WS-DrawerAction = 'o' OR WS-DrawerAction = 'A'
                MOVE 'U' TO DR-RecType
            ELSE
                MOVE 'I' TO DR-RecType
            MOVE WS-DrawerReason TO DR-Reason
            MOVE 0 TO DR-Expected
            MOVE 0 TO DR-OverShort
            MOVE 'N' TO DR-ByDenom
            MOVE ZERO TO DR-Denoms
            MOVE WS-AdvEmpID TO DR-AdvEmpID
            WRITE DrawerData
        CLOSE DrawerFile
        IF WS-DrawerAction = 'A'
            PERFORM RECORD_STAFF_ADVANCE
        END-IF
    END-IF.

*> THE ADVANCE MUST GO TO AN ACTIVE USER ON Cashier.dat, AND A MANAGER CANNOT
*> APPROVE ONE FOR THEMSELVES
GET_ADVANCE_EMPLOYEE.
    DISPLAY "Advance to employee ID : " WITH NO ADVANCING
    ACCEPT WS-AdvEmpID
    MOVE 0 TO WS-AdvEmpIdx
    MOVE 1 TO Temp_Count
    PERFORM UNTIL Temp_Count > CashierCount
        IF TblCashierID(Temp_Count) = WS-AdvEmpID
            AND TblCashierActive(Temp_Count) NOT = 'N'
            MOVE Temp_Count TO WS-AdvEmpIdx
        END-IF
        ADD 1 TO Temp_Count
    END-PERFORM
    IF WS-AdvEmpIdx = 0
        DISPLAY "EMPLOYEE " WS-AdvEmpID " NOT ON FILE OR DISABLED, ADVANCE REFUSED."
        MOVE 'N' TO WS-PaidOutOK
    ELSE IF WS-AdvEmpID = UserID
        DISPLAY "AN ADVANCE TO YOURSELF NEEDS ANOTHER MANAGER TO PAY IT OUT."
        MOVE 'N' TO WS-PaidOutOK
    ELSE
        PERFORM SUM_ADVANCE_BALANCE
        IF WS-AdvBalance > 0
            MOVE WS-AdvBalance TO CF-AmountIn
            CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
            DISPLAY WS-AdvEmpID " ALREADY OWES " WS-PriceDisp " IN ADVANCES."
        END-IF
    END-IF
    END-IF.

*> THE ADVANCE ON THE LEDGER PAYROLL WORKS FROM, AND A SLIP FOR THE EMPLOYEE TO SIGN
RECORD_STAFF_ADVANCE.
    OPEN EXTEND AdvanceFile
    IF WS-AdvanceStatus NOT = "00"
        OPEN OUTPUT AdvanceFile *> very first advance
    END-IF
        MOVE SPACE TO AdvanceData
        MOVE 'A' TO ADV-RecType
        MOVE WS-AdvEmpID TO ADV-EmpID
        MOVE DR-Date TO ADV-Date
        MOVE DR-Time TO ADV-Time
        MOVE DR-Amount TO ADV-Amount
        MOVE UserID TO ADV-ApprovedBy
        MOVE WS-TermID TO ADV-TermID
        MOVE 0 TO ADV-PeriodTo
        WRITE AdvanceData
    CLOSE AdvanceFile
    PERFORM SUM_ADVANCE_BALANCE
    MOVE DR-Amount TO CF-AmountIn
    CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
    DISPLAY "ADVANCE OF " WS-PriceDisp " TO " WS-AdvEmpID " RECORDED."
    MOVE WS-AdvBalance TO CF-AmountIn
    CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
    DISPLAY "OUTSTANDING NOW " WS-PriceDisp " -- RECOVERED FROM PAY BY PAYEXT."
    DISPLAY "HAVE THE EMPLOYEE SIGN FOR THE CASH.".

*> EVERYTHING ADVANCED TO WS-AdvEmpID LESS EVERYTHING PAYROLL HAS TAKEN BACK
SUM_ADVANCE_BALANCE.
    MOVE 0 TO WS-AdvBalance
    OPEN INPUT AdvanceFile
    IF WS-AdvanceStatus = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ AdvanceFile
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF ADV-EmpID = WS-AdvEmpID
                        IF ADV-RecType = 'A'
                            ADD ADV-Amount TO WS-AdvBalance
                        ELSE
                            SUBTRACT ADV-Amount FROM WS-AdvBalance
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AdvanceFile
    END-IF.

*> END-OF-SHIFT CLOSING COUNT -- EXPECTED FIGURE COMES FROM THE FLOAT, THE SESSION'S
                            *> A CASH REFUND WENT BACK OUT OF THIS DRAWER
                            SUBTRACT SL-Tender1Amt FROM WS-ExpectedCash
                        END-IF
                        IF SL-RecType = 'B'
                            *> SO DID A CONTAINER DEPOSIT PAID BACK ON RETURN
                            SUBTRACT SL-Tender1Amt FROM WS-ExpectedCash
                        END-IF
                        IF SL-RecType = 'D' AND SL-Tender1Type = "CASH"
                            *> A CASH ROUND-UP SITS IN THE DRAWER UNTIL IT IS REMITTED
                            ADD SL-Tender1Amt TO WS-ExpectedCash
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
    DISPLAY " "
    DISPLAY "Expected in drawer : " WS-PriceDisp
    DISPLAY "Count the drawer, note by note and coin by coin"
    PERFORM COUNT_DENOMINATIONS
    MOVE WS-DenomTotal TO WS-CountedCash
    MOVE WS-CountedCash TO CF-AmountIn
    CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
    DISPLAY "Counted in drawer  : " WS-PriceDisp
    COMPUTE WS-OverShort = WS-CountedCash - WS-ExpectedCash
    MOVE WS-OverShort TO WS-OverShortDisp
    DISPLAY "Over/short         : " WS-OverShortDisp
        MOVE WS-CountedCash TO DR-Amount
        MOVE WS-ExpectedCash TO DR-Expected
        MOVE WS-OverShort TO DR-OverShort
        MOVE 'Y' TO DR-ByDenom
        MOVE WS-DenomCounted TO DR-Denoms
        WRITE DrawerData
    CLOSE DrawerFile
    DISPLAY "DRAWER CLOSED.".
            MOVE WS-TrainingMode TO SL-Training
            MOVE WS-TermID TO SL-TermID
            MOVE WS-StoreID TO SL-StoreID
            PERFORM SEAL_SALES_RECORD
            WRITE SalesLogRecord
            PERFORM RELEASE_SALES_CHAIN
        CLOSE SalesLog
        DISPLAY "ORDER " TblInfTransNo(InfSub) " REVERSED."
    ELSE
                IF TRM-AllowGift = 'N'
                    MOVE 'N' TO WS-TermAllowGift
                END-IF
                IF TRM-OfflineFrom IS NUMERIC AND TRM-OfflineTo IS NUMERIC
                    MOVE TRM-OfflineFrom TO WS-OfflineFrom
                    MOVE TRM-OfflineTo TO WS-OfflineTo
                END-IF
                IF TRM-Kiosk = 'K'
                    MOVE 'Y' TO WS-KioskMode
                END-IF
        END-READ
        CLOSE TerminalFile
    END-IF.

*> ISSUE THE NEXT SEQUENTIAL TRANSACTION NUMBER FROM THE CONTROL FILE. THE FILE
*> IS HELD EXCLUSIVELY FROM THE READ TO THE REWRITE, SO TWO REGISTERS CAN NEVER
*> TAKE THE SAME NUMBER; ONE STILL HELD AFTER THE RETRIES RINGS UNNUMBERED
GET_NEXT_TRANS_NO.
    IF LocalMode
        PERFORM GET_LOCAL_TRANS_NO
    ELSE
        MOVE 0 TO WS-TransNo
        PERFORM OPEN_TRANS_CTL
        IF CN-GaveUp = 'Y'
            DISPLAY "TRANSACTION NUMBERS ARE HELD BY ANOTHER REGISTER -- SALE RUNG UNNUMBERED, SEE A MANAGER."
        ELSE
            IF WS-TransCtlStatus = "00"
                READ TransCtlFile
                    AT END CONTINUE
                    NOT AT END MOVE TCN-NextTransNo TO WS-TransNo
                END-READ
            END-IF
            IF WS-TransNo = 0 *> no control record yet -- this is the first number
                MOVE 1 TO WS-TransNo
                CLOSE TransCtlFile
                OPEN OUTPUT TransCtlFile
                COMPUTE TCN-NextTransNo = WS-TransNo + 1
                WRITE TransCtlData
            ELSE
                COMPUTE TCN-NextTransNo = WS-TransNo + 1
                REWRITE TransCtlData
            END-IF
            CLOSE TransCtlFile
        END-IF
    END-IF.

*> OPEN TransCtl.dat FOR UPDATE, WAITING WHILE ANOTHER REGISTER HOLDS IT (61)
OPEN_TRANS_CTL.
    MOVE "TransCtl.dat" TO CN-File
    MOVE SPACE TO CN-Key
    MOVE 0 TO CN-Tries
    MOVE 'N' TO CN-GaveUp
    MOVE "61" TO WS-TransCtlStatus
    PERFORM UNTIL WS-TransCtlStatus NOT = "61" OR CN-GaveUp = 'Y'
        OPEN I-O TransCtlFile
        IF WS-TransCtlStatus = "61"
            CALL "LOCKWAIT" USING CN-LockLink
        END-IF
    END-PERFORM.

*> READ A Menu.dat RECORD AT THE KEY ALREADY MOVED IN, WITH A LOCK HELD UNTIL THE
*> REWRITE'S UNLOCK (OR THE CLOSE). WHILE ANOTHER REGISTER HOLDS IT (51) THE READ
*> IS TRIED AGAIN THROUGH LOCKWAIT; WS-LockRead SAYS FOUND, MISSING OR BUSY
LOCK_READ_MENU.
    MOVE "Menu.dat" TO CN-File
    MOVE MenuID TO CN-Key
    MOVE 0 TO CN-Tries
    MOVE 'N' TO CN-GaveUp
    MOVE "51" TO WS-MenuStatus
    PERFORM UNTIL WS-MenuStatus NOT = "51" OR CN-GaveUp = 'Y'
        READ MenuFile WITH LOCK
            INVALID KEY CONTINUE
        END-READ
        IF WS-MenuStatus = "51"
            CALL "LOCKWAIT" USING CN-LockLink
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN CN-GaveUp = 'Y'
            SET LockRecBusy TO TRUE
        WHEN WS-MenuStatus(1:1) = "0"
            SET LockRecFound TO TRUE
        WHEN OTHER
            SET LockRecMissing TO TRUE
    END-EVALUATE.

*> THE SAME FOR A Customer.dat RECORD, KEY IN IDNum
LOCK_READ_CUSTOMER.
    MOVE "Customer.dat" TO CN-File
    MOVE IDNum TO CN-Key
    MOVE 0 TO CN-Tries
    MOVE 'N' TO CN-GaveUp
    MOVE "51" TO CustomerFileStatus
    PERFORM UNTIL CustomerFileStatus NOT = "51" OR CN-GaveUp = 'Y'
        READ CustomerFile WITH LOCK
            INVALID KEY CONTINUE
        END-READ
        IF CustomerFileStatus = "51"
            CALL "LOCKWAIT" USING CN-LockLink
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN CN-GaveUp = 'Y'
            SET LockRecBusy TO TRUE
        WHEN CustomerFileStatus(1:1) = "0"
            SET LockRecFound TO TRUE
        WHEN OTHER
            SET LockRecMissing TO TRUE
    END-EVALUATE.

*> THE SAME FOR A GiftCard.dat RECORD, KEY IN GC-CardNo
LOCK_READ_GIFTCARD.
    MOVE "GiftCard.dat" TO CN-File
    MOVE GC-CardNo TO CN-Key
    MOVE 0 TO CN-Tries
    MOVE 'N' TO CN-GaveUp
    MOVE "51" TO WS-GiftStatus
    PERFORM UNTIL WS-GiftStatus NOT = "51" OR CN-GaveUp = 'Y'
        READ GiftCardFile WITH LOCK
            INVALID KEY CONTINUE
        END-READ
        IF WS-GiftStatus = "51"
            CALL "LOCKWAIT" USING CN-LockLink
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN CN-GaveUp = 'Y'
            SET LockRecBusy TO TRUE
        WHEN WS-GiftStatus(1:1) = "0"
            SET LockRecFound TO TRUE
        WHEN OTHER
            SET LockRecMissing TO TRUE
    END-EVALUATE.

*> LOCAL MODE: THE NEXT NUMBER IN THIS TERMINAL'S RESERVED BLOCK, COUNTED ON THE
*> REGISTER ITSELF. A USED-UP BLOCK RINGS UNNUMBERED RATHER THAN REUSE A NUMBER
GET_LOCAL_TRANS_NO.
    MOVE 0 TO WS-TransNo
    OPEN INPUT LocalCtlFile
    IF WS-LocalCtlStatus = "00"
        READ LocalCtlFile
            AT END CONTINUE
            NOT AT END MOVE LCN-NextTransNo TO WS-TransNo
        END-READ
        CLOSE LocalCtlFile
    END-IF
    IF WS-TransNo < WS-OfflineFrom *> first local sale, or the block was moved on Terminal.dat
        MOVE WS-OfflineFrom TO WS-TransNo
    END-IF
    IF WS-TransNo > WS-OfflineTo
        DISPLAY "THIS TERMINAL'S OFFLINE NUMBER BLOCK IS USED UP -- SALE RUNG UNNUMBERED, SEE A MANAGER."
        MOVE 0 TO WS-TransNo
    ELSE
        OPEN OUTPUT LocalCtlFile
            COMPUTE LCN-NextTransNo = WS-TransNo + 1
            WRITE LocalCtlData
        CLOSE LocalCtlFile
    END-IF.

*> LOAD THE COMBO/MEAL-DEAL DEFINITIONS FROM ComboFile AT STARTUP
LOAD_COMBOS.
    MOVE WS-OpenPriceNum TO OrderOpenPrice(Temp_Count)
    MOVE 'Y' TO OrderOpenFlag(Temp_Count).

*> A WEIGHED ITEM GOES THROUGH AS ONE PACK: THE PRICE THE SCALE PRINTED ON ITS
*> LABEL, OR THE PER-KILO PRICE IN WS-ItemPrice TIMES THE WEIGHT, IS THE PACK'S
*> UNIT PRICE -- SO DISCOUNTS, REFUNDS AND THE RECEIPT ALL WORK ON THE PACK
PRICE_WEIGHED_LINE.
    MOVE 1 TO OrderItemQty(Temp_Count)
    IF OrderWeight(Temp_Count) IS NOT NUMERIC OR OrderWeight(Temp_Count) = 0
        PERFORM GET_ITEM_WEIGHT
    END-IF
    IF OrderLabelPrice(Temp_Count) IS NUMERIC AND OrderLabelPrice(Temp_Count) > 0
        MOVE OrderLabelPrice(Temp_Count) TO WS-ItemPrice
    ELSE
        MOVE 0 TO OrderLabelPrice(Temp_Count)
        COMPUTE WS-ItemPrice ROUNDED = WS-ItemPrice * OrderWeight(Temp_Count)
    END-IF.

*> THE CASHIER KEYS THE WEIGHT OFF THE SCALE DISPLAY, IN KILOS TO THREE PLACES
GET_ITEM_WEIGHT.
    MOVE 'N' TO WS-WeightDone
    PERFORM UNTIL WS-WeightDone = 'Y'
        DISPLAY "Weight of " MenuItemName " in KG (eg 0.450) : " WITH NO ADVANCING
        ACCEPT WS-WeightEdit
        MOVE WS-WeightEdit TO WS-WeightNum
        IF WS-WeightNum > 0
            MOVE 'Y' TO WS-WeightDone
        ELSE
            DISPLAY "THIS ITEM IS SOLD BY THE KILO -- A WEIGHT IS NEEDED."
        END-IF
    END-PERFORM
    MOVE WS-WeightNum TO OrderWeight(Temp_Count).

*> SWAP IN THE SCHEDULED PRICE WHEN THE REGISTER CLOCK IS INSIDE A WINDOW FOR MenuID
GET_DAYPART_PRICE.
    MOVE 'N' TO WS-DayPartApplied
        MOVE TblComboName(ComboSub) TO AppComboName(ComboAppliedCount)
        MOVE WS-ComboTimes TO AppComboTimes(ComboAppliedCount)
        MOVE WS-ComboSavings TO AppComboSavings(ComboAppliedCount)
        MOVE ComboSub TO AppComboIdx(ComboAppliedCount)
        MOVE WS-ComboSavings TO CF-AmountIn
        CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
        DISPLAY "   COMBO " TblComboName(ComboSub) " x " WS-ComboTimes
    END-IF
    ADD 1 TO ComboSub.

*> LOAD THE LIVE PROMOTION RULES FROM PromoRuleFile AT STARTUP -- NO FILE
*> SIMPLY MEANS NO PROMOTIONS RUNNING
LOAD_PROMO_RULES.
    MOVE 0 TO PromoCount
    OPEN INPUT PromoRuleFile
    IF WS-PromoStatus = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ PromoRuleFile
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF PromoCount < 20 AND PR-Active NOT = 'N' AND PR-BuyQty > 0
                        ADD 1 TO PromoCount
                        MOVE PR-PromoID TO TblPromoID(PromoCount)
                        MOVE PR-Name TO TblPromoName(PromoCount)
                        MOVE PR-Type TO TblPromoType(PromoCount)
                        MOVE PR-BuyQty TO TblPromoBuy(PromoCount)
                        MOVE PR-GetQty TO TblPromoGet(PromoCount)
                        MOVE PR-SetPrice TO TblPromoSetPrice(PromoCount)
                        MOVE PR-PctOff TO TblPromoPct(PromoCount)
                        MOVE PR-Category TO TblPromoCategory(PromoCount)
                        MOVE 1 TO PromoItemSub
                        PERFORM UNTIL PromoItemSub > 6
                            MOVE PR-Item(PromoItemSub) TO TblPromoItem(PromoCount, PromoItemSub)
                            ADD 1 TO PromoItemSub
                        END-PERFORM
                        MOVE PR-FromDate TO TblPromoFrom(PromoCount)
                        MOVE PR-ToDate TO TblPromoTo(PromoCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PromoRuleFile
    END-IF.

*> BEST FOR THE GUEST: PRICE EVERY LIVE RULE AGAINST THE UNITS STILL FREE,
*> TAKE THE ONE SAVING THE MOST, DRAW ITS UNITS OFF, AND GO AGAIN UNTIL NO
*> RULE SAVES ANYTHING -- A UNIT ONLY EVER EARNS ONE DEAL
APPLY_PROMO_RULES.
    MOVE 0 TO PromoAppliedCount
    IF PromoCount > 0
        ACCEPT WS-PromoToday FROM DATE YYYYMMDD
        PERFORM BUILD_PROMO_POOL
        MOVE 'N' TO WS-PromoDone
        PERFORM UNTIL WS-PromoDone = 'Y'
            MOVE 0 TO WS-BestSaving
            MOVE 0 TO WS-BestPromo
            MOVE 1 TO PromoSub
            PERFORM UNTIL PromoSub > PromoCount
                IF (TblPromoFrom(PromoSub) = 0 OR TblPromoFrom(PromoSub) NOT > WS-PromoToday)
                    AND (TblPromoTo(PromoSub) = 0 OR TblPromoTo(PromoSub) NOT < WS-PromoToday)
                    PERFORM PRICE_ONE_PROMO
                    IF WS-PromoSaving > WS-BestSaving
                        MOVE WS-PromoSaving TO WS-BestSaving
                        MOVE WS-PromoTimes TO WS-BestTimes
                        MOVE PromoSub TO WS-BestPromo
                        MOVE 1 TO PoolSub
                        PERFORM UNTIL PoolSub > 25
                            MOVE PoolUse(PoolSub) TO PoolBestUse(PoolSub)
                            ADD 1 TO PoolSub
                        END-PERFORM
                    END-IF
                END-IF
                ADD 1 TO PromoSub
            END-PERFORM
            IF WS-BestPromo = 0 OR PromoAppliedCount NOT < 10
                MOVE 'Y' TO WS-PromoDone
            ELSE
                PERFORM TAKE_BEST_PROMO
            END-IF
        END-PERFORM
    END-IF.

*> ONE POOL ROW PER ORDER LINE AT THE PRICE ACTUALLY CHARGED -- OVERRIDDEN,
*> COMPED AND OPEN-PRICE LINES NEVER TAKE PART, AND THE UNITS A COMBO
*> ALREADY BUNDLED ARE TAKEN BACK OUT
BUILD_PROMO_POOL.
    OPEN INPUT MenuFile
    MOVE 1 TO PoolSub
    PERFORM UNTIL PoolSub > 25
        MOVE SPACE TO PoolItem(PoolSub)
        MOVE SPACE TO PoolCat(PoolSub)
        MOVE 0 TO PoolPrice(PoolSub)
        MOVE 0 TO PoolQty(PoolSub)
        IF OrderItemID(PoolSub) IS NOT = SPACE
            AND OrderOvrFlag(PoolSub) NOT = 'Y'
            AND OrderOpenFlag(PoolSub) NOT = 'Y'
            AND (OrderWeight(PoolSub) IS NOT NUMERIC OR OrderWeight(PoolSub) = 0)
            AND OrderUnitPrice(PoolSub) IS NUMERIC
            AND OrderUnitPrice(PoolSub) > 0
            MOVE OrderItemID(PoolSub) TO PoolItem(PoolSub)
            MOVE OrderItemQty(PoolSub) TO PoolQty(PoolSub)
            MOVE OrderUnitPrice(PoolSub) TO PoolPrice(PoolSub)
            MOVE OrderItemID(PoolSub) TO MenuID
            READ MenuFile KEY IS MenuID
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE MenuCategory TO PoolCat(PoolSub)
            END-READ
        END-IF
        ADD 1 TO PoolSub
    END-PERFORM
    CLOSE MenuFile
    MOVE 1 TO AppSub
    PERFORM UNTIL AppSub > ComboAppliedCount
        MOVE 1 TO CompSub
        PERFORM UNTIL CompSub > 3
            IF TblComboItem(AppComboIdx(AppSub), CompSub) IS NOT = SPACE
                MOVE AppComboTimes(AppSub) TO WS-PromoTake
                MOVE 1 TO PoolSub
                PERFORM UNTIL PoolSub > 25
                    IF PoolItem(PoolSub) = TblComboItem(AppComboIdx(AppSub), CompSub)
                        AND WS-PromoTake > 0
                        IF PoolQty(PoolSub) > WS-PromoTake
                            SUBTRACT WS-PromoTake FROM PoolQty(PoolSub)
                            MOVE 0 TO WS-PromoTake
                        ELSE
                            SUBTRACT PoolQty(PoolSub) FROM WS-PromoTake
                            MOVE 0 TO PoolQty(PoolSub)
                        END-IF
                    END-IF
                    ADD 1 TO PoolSub
                END-PERFORM
            END-IF
            ADD 1 TO CompSub
        END-PERFORM
        ADD 1 TO AppSub
    END-PERFORM.

*> WHAT ONE RULE WOULD SAVE ON THE UNITS STILL FREE, AND WHICH UNITS IT TAKES.
*> X: SETS OF BUY+GET, DEAREST UNITS FIRST, THE CHEAPEST GET IN EACH SET FREE.
*> G: SETS OF BUY FOR THE SET PRICE, DEAREST FIRST, WHILE A SET STILL SAVES.
*> Q: EVERY UNIT OF AN ITEM BOUGHT BuyQty OR MORE TIMES, PctOff OFF.
PRICE_ONE_PROMO.
    MOVE 0 TO WS-PromoSaving
    MOVE 0 TO WS-PromoTimes
    MOVE 0 TO WS-PromoUnits
    MOVE 1 TO PoolSub
    PERFORM UNTIL PoolSub > 25
        MOVE 0 TO PoolUse(PoolSub)
        PERFORM CHECK_PROMO_GROUP
        IF PoolInGroup(PoolSub) = 'Y'
            ADD PoolQty(PoolSub) TO WS-PromoUnits
        END-IF
        ADD 1 TO PoolSub
    END-PERFORM
    EVALUATE TblPromoType(PromoSub)
        WHEN 'X'
            COMPUTE WS-PromoSetSize = TblPromoBuy(PromoSub) + TblPromoGet(PromoSub)
            COMPUTE WS-PromoSets = WS-PromoUnits / WS-PromoSetSize
            IF WS-PromoSets > 0 AND TblPromoGet(PromoSub) > 0
                MOVE WS-PromoSets TO WS-PromoTimes
                COMPUTE WS-PromoTake = WS-PromoSets * WS-PromoSetSize
                MOVE 0 TO WS-PosInSet
                PERFORM UNTIL WS-PromoTake = 0
                    PERFORM PICK_DEAREST_UNIT
                    ADD 1 TO WS-PosInSet
                    IF WS-PosInSet > TblPromoBuy(PromoSub)
                        ADD WS-PickPrice TO WS-PromoSaving
                    END-IF
                    IF WS-PosInSet = WS-PromoSetSize
                        MOVE 0 TO WS-PosInSet
                    END-IF
                    SUBTRACT 1 FROM WS-PromoTake
                END-PERFORM
            END-IF
        WHEN 'G'
            COMPUTE WS-PromoSets = WS-PromoUnits / TblPromoBuy(PromoSub)
            PERFORM UNTIL WS-PromoSets = 0
                MOVE 1 TO PoolSub
                PERFORM UNTIL PoolSub > 25
                    MOVE PoolUse(PoolSub) TO PoolSaveUse(PoolSub)
                    ADD 1 TO PoolSub
                END-PERFORM
                MOVE 0 TO WS-PromoSetSum
                MOVE TblPromoBuy(PromoSub) TO WS-PromoTake
                PERFORM UNTIL WS-PromoTake = 0
                    PERFORM PICK_DEAREST_UNIT
                    ADD WS-PickPrice TO WS-PromoSetSum
                    SUBTRACT 1 FROM WS-PromoTake
                END-PERFORM
                IF WS-PromoSetSum > TblPromoSetPrice(PromoSub)
                    COMPUTE WS-PromoSaving = WS-PromoSaving + WS-PromoSetSum - TblPromoSetPrice(PromoSub)
                    ADD 1 TO WS-PromoTimes
                    SUBTRACT 1 FROM WS-PromoSets
                ELSE
                    *> THE REST ARE CHEAPER STILL -- PUT THIS SET BACK AND STOP
                    MOVE 1 TO PoolSub
                    PERFORM UNTIL PoolSub > 25
                        MOVE PoolSaveUse(PoolSub) TO PoolUse(PoolSub)
                        ADD 1 TO PoolSub
                    END-PERFORM
                    MOVE 0 TO WS-PromoSets
                END-IF
            END-PERFORM
        WHEN 'Q'
            MOVE 1 TO PoolSub
            PERFORM UNTIL PoolSub > 25
                IF PoolInGroup(PoolSub) = 'Y' AND PoolQty(PoolSub) > 0
                    MOVE 0 TO WS-ItemTotalQty
                    MOVE 1 TO PoolPick
                    PERFORM UNTIL PoolPick > 25
                        IF PoolItem(PoolPick) = PoolItem(PoolSub)
                            ADD PoolQty(PoolPick) TO WS-ItemTotalQty
                        END-IF
                        ADD 1 TO PoolPick
                    END-PERFORM
                    IF WS-ItemTotalQty NOT < TblPromoBuy(PromoSub)
                        COMPUTE WS-PromoSaving ROUNDED = WS-PromoSaving
                            + PoolQty(PoolSub) * PoolPrice(PoolSub) * TblPromoPct(PromoSub) / 100
                        MOVE PoolQty(PoolSub) TO PoolUse(PoolSub)
                        ADD PoolQty(PoolSub) TO WS-PromoTimes
                    END-IF
                END-IF
                ADD 1 TO PoolSub
            END-PERFORM
    END-EVALUATE
    IF WS-PromoSaving > TotalOrderPriceNum
        MOVE TotalOrderPriceNum TO WS-PromoSaving
    END-IF.

*> IS POOL ROW PoolSub IN RULE PromoSub'S GROUP -- ITS NAMED ITEMS, ELSE ITS
*> CATEGORY, ELSE EVERYTHING
CHECK_PROMO_GROUP.
    MOVE 'N' TO PoolInGroup(PoolSub)
    IF PoolQty(PoolSub) > 0
        IF TblPromoItem(PromoSub, 1) = SPACE
            IF TblPromoCategory(PromoSub) = SPACE
                OR TblPromoCategory(PromoSub) = PoolCat(PoolSub)
                MOVE 'Y' TO PoolInGroup(PoolSub)
            END-IF
        ELSE
            MOVE 1 TO PromoItemSub
            PERFORM UNTIL PromoItemSub > 6
                IF TblPromoItem(PromoSub, PromoItemSub) = PoolItem(PoolSub)
                    MOVE 'Y' TO PoolInGroup(PoolSub)
                END-IF
                ADD 1 TO PromoItemSub
            END-PERFORM
        END-IF
    END-IF.

*> THE DEAREST UNIT IN THE GROUP NOT YET SPOKEN FOR -- TAKEN, AND ITS PRICE HANDED BACK
PICK_DEAREST_UNIT.
    MOVE 0 TO PoolPick
    MOVE 0 TO WS-PickPrice
    MOVE 1 TO PoolSub
    PERFORM UNTIL PoolSub > 25
        IF PoolInGroup(PoolSub) = 'Y' AND PoolUse(PoolSub) < PoolQty(PoolSub)
            AND (PoolPick = 0 OR PoolPrice(PoolSub) > WS-PickPrice)
            MOVE PoolSub TO PoolPick
            MOVE PoolPrice(PoolSub) TO WS-PickPrice
        END-IF
        ADD 1 TO PoolSub
    END-PERFORM
    IF PoolPick > 0
        ADD 1 TO PoolUse(PoolPick)
    END-IF.

TAKE_BEST_PROMO.
    MOVE 1 TO PoolSub
    PERFORM UNTIL PoolSub > 25
        SUBTRACT PoolBestUse(PoolSub) FROM PoolQty(PoolSub)
        ADD 1 TO PoolSub
    END-PERFORM
    SUBTRACT WS-BestSaving FROM TotalOrderPriceNum
    ADD 1 TO PromoAppliedCount
    MOVE TblPromoID(WS-BestPromo) TO AppPromoID(PromoAppliedCount)
    MOVE TblPromoName(WS-BestPromo) TO AppPromoName(PromoAppliedCount)
    MOVE WS-BestTimes TO AppPromoTimes(PromoAppliedCount)
    MOVE WS-BestSaving TO AppPromoSavings(PromoAppliedCount)
    MOVE WS-BestSaving TO CF-AmountIn
    CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
    DISPLAY "   PROMO " TblPromoName(WS-BestPromo) " x " WS-BestTimes
        "  SAVED " WS-PriceDisp.

*> TOTAL QTY OF ONE COMPONENT ACROSS EVERY ORDER LINE
COUNT_COMPONENT_QTY.
    MOVE 0 TO WS-CompQty
    MOVE 1 TO Scan_Count
    PERFORM UNTIL Scan_Count > 25
        IF OrderItemID(Scan_Count) = TblComboItem(ComboSub, CompSub)
            AND OrderOvrReason(Scan_Count) NOT = "PP" *> a line paid off a prepaid plan can't make a combo too
            ADD OrderItemQty(Scan_Count) TO WS-CompQty
        END-IF
        ADD 1 TO Scan_Count
*> LOOK UP DiscountCode AND TAKE IT OFF THE RUNNING ORDER TOTAL
APPLY_DISCOUNT_CODE.
    PERFORM FIND_DISCOUNT
    IF MatchedDiscCode = SPACE
        MOVE SPACE TO DiscountCode
    ELSE
        IF MatchedDiscType = 'P'
            COMPUTE DiscountAmountNum ROUNDED =
                TotalOrderPriceNum * (MatchedDiscValue / 100)
        ELSE
            MOVE MatchedDiscValue TO DiscountAmountNum
        END-IF
        IF DiscountAmountNum > TotalOrderPriceNum
            MOVE TotalOrderPriceNum TO DiscountAmountNum
        DISPLAY " Discount     : " DiscountAmountDisp " (" DiscountCode ")"
    END-IF.

*> READ THE ENTERED DISCOUNT CODE'S RECORD AND ENFORCE ITS WINDOW, REDEMPTION
*> CAP AND SINGLE-USE FLAG -- A CODE THAT FAILS A CHECK IS REFUSED WITH ITS REASON
FIND_DISCOUNT.
    MOVE SPACE TO MatchedDiscCode
    OPEN INPUT DiscountFile
    IF WS-DiscStatus NOT = "00"
        DISPLAY "DISCOUNT CODES CANNOT BE CHECKED RIGHT NOW, NO DISCOUNT APPLIED."
    ELSE
        MOVE DiscountCode TO DC-Code
        MOVE "Discount.dat" TO CN-File
        MOVE DC-Code TO CN-Key
        MOVE 0 TO CN-Tries
        MOVE 'N' TO CN-GaveUp
        MOVE "51" TO WS-DiscStatus
        PERFORM UNTIL WS-DiscStatus NOT = "51" OR CN-GaveUp = 'Y'
            READ DiscountFile
                INVALID KEY CONTINUE
            END-READ
            IF WS-DiscStatus = "51"
                CALL "LOCKWAIT" USING CN-LockLink
            END-IF
        END-PERFORM
        IF CN-GaveUp = 'Y'
            DISPLAY "CODE " DiscountCode " IS BEING REDEEMED AT ANOTHER REGISTER, NO DISCOUNT APPLIED."
        ELSE
            IF WS-DiscStatus(1:1) NOT = "0"
                DISPLAY "UNKNOWN DISCOUNT CODE, NO DISCOUNT APPLIED."
            ELSE
                PERFORM CHECK_DISCOUNT_TERMS
            END-IF
        END-IF
        CLOSE DiscountFile
    END-IF.

CHECK_DISCOUNT_TERMS.
    *> RECORDS FROM BEFORE THE EXPIRY FIELDS READ AS SPACES -- TREAT AS NO LIMITS
    IF DC-ValidFrom IS NOT NUMERIC
        MOVE 0 TO DC-ValidFrom
    END-IF
    IF DC-ValidTo IS NOT NUMERIC
        MOVE 0 TO DC-ValidTo
    END-IF
    IF DC-MaxUses IS NOT NUMERIC
        MOVE 0 TO DC-MaxUses
    END-IF
    IF DC-UseCount IS NOT NUMERIC
        MOVE 0 TO DC-UseCount
    END-IF
    ACCEPT WS-LogDate FROM DATE YYYYMMDD
    EVALUATE TRUE
        WHEN DC-Active = 'N'
            DISPLAY "CODE " DiscountCode " HAS BEEN DISABLED."
        WHEN DC-ValidFrom > 0
            AND WS-LogDate < DC-ValidFrom
            DISPLAY "CODE " DiscountCode " IS NOT VALID YET."
        WHEN DC-ValidTo > 0
            AND WS-LogDate > DC-ValidTo
            DISPLAY "CODE " DiscountCode " HAS EXPIRED."
        WHEN DC-SingleUse = 'Y'
            AND DC-UseCount > 0
            DISPLAY "CODE " DiscountCode " WAS ALREADY USED (SINGLE USE)."
        WHEN DC-MaxUses > 0
            AND DC-UseCount NOT < DC-MaxUses
            DISPLAY "CODE " DiscountCode " HAS REACHED ITS REDEMPTION LIMIT."
        WHEN OTHER
            MOVE DC-Code TO MatchedDiscCode
            MOVE DC-Type TO MatchedDiscType
            MOVE DC-Value TO MatchedDiscValue
    END-EVALUATE.

*> COUNT ONE REDEMPTION OF THE MATCHED CODE ON DiscountFile ITSELF. THE CODE'S
*> RECORD IS READ WITH LOCK AND THE BUMP IS MADE TO THE COUNT ON FILE, SO A USE
*> COUNTED MEANWHILE AT ANOTHER REGISTER IS KEPT
SAVE_DISCOUNTS.
    OPEN I-O DiscountFile
    IF WS-DiscStatus NOT = "00"
        DISPLAY "DISCOUNT CODES NOT AVAILABLE -- USE OF " MatchedDiscCode " NOT COUNTED, TELL A MANAGER."
    ELSE
        MOVE MatchedDiscCode TO DC-Code
        MOVE "Discount.dat" TO CN-File
        MOVE DC-Code TO CN-Key
        MOVE 0 TO CN-Tries
        MOVE 'N' TO CN-GaveUp
        MOVE "51" TO WS-DiscStatus
        PERFORM UNTIL WS-DiscStatus NOT = "51" OR CN-GaveUp = 'Y'
            READ DiscountFile WITH LOCK
                INVALID KEY CONTINUE
            END-READ
            IF WS-DiscStatus = "51"
                CALL "LOCKWAIT" USING CN-LockLink
            END-IF
        END-PERFORM
        EVALUATE TRUE
            WHEN CN-GaveUp = 'Y'
                DISPLAY "CODE " MatchedDiscCode " IS HELD BY ANOTHER REGISTER -- THIS USE NOT COUNTED, TELL A MANAGER."
            WHEN WS-DiscStatus(1:1) NOT = "0"
                DISPLAY "CODE " MatchedDiscCode " HAS GONE FROM THE DISCOUNT FILE -- THIS USE NOT COUNTED."
            WHEN OTHER
                IF DC-UseCount IS NOT NUMERIC
                    MOVE 0 TO DC-UseCount
                END-IF
                ADD 1 TO DC-UseCount
                REWRITE DiscountData
                IF WS-DiscStatus NOT = "00"
                    DISPLAY "USE OF " MatchedDiscCode " NOT COUNTED -- RE-SAVE THE CODE IN DISCMNT."
                END-IF
                UNLOCK DiscountFile
        END-EVALUATE
        CLOSE DiscountFile
    END-IF.

*> ADD POINTS EARNED ON THIS SALE (1 POINT PER WHOLE DOLLAR OF TotalOrderPrice,
*> PLUS ANY CAMPAIGN BONUS) TO THE CUSTOMER'S RUNNING BALANCE
AWARD_LOYALTY_POINTS.
    MOVE SPACE TO WS-CustFullName
    MOVE 'N' TO WS-LoyaltyAwarded
    COMPUTE WS-BasePoints = TotalOrderPriceNum
    PERFORM PICK_POINTS_CAMPAIGN
    COMPUTE WS-PointsEarned = WS-BasePoints + WS-BonusPoints
    OPEN I-O CustomerFile
    IF CustomerFileStatus NOT = "00"
        DISPLAY "Customer file not available, no loyalty points awarded."
    ELSE
        PERFORM LOCK_READ_CUSTOMER
        EVALUATE TRUE
            WHEN LockRecMissing
                DISPLAY "Loyalty card " IDNum " not found, no loyalty points awarded."
            WHEN LockRecBusy
                DISPLAY "Loyalty card " IDNum " is in use at another register, no loyalty points awarded."
            WHEN OTHER
                ADD WS-PointsEarned TO LoyaltyPoints
                ACCEPT LastActivityDate FROM DATE YYYYMMDD
                REWRITE CustomerData
                UNLOCK CustomerFile
                CALL "NAMEJOIN" USING FirstName, LastName, WS-CustFullName
                SET LoyaltyAwarded TO TRUE
                MOVE IDNum TO WS-CardCustID
                PERFORM SUM_HOUSEHOLD_POINTS
                PERFORM SET_TIER_NAME
                DISPLAY "Loyalty points earned : " WS-PointsEarned ", new balance : " LoyaltyPoints " " WS-TierName
                IF WS-HouseID > 0
                    DISPLAY "  household " WS-HouseID " pooled balance : " WS-HouseholdPoints
                END-IF
                MOVE IDNum TO WS-HistCustID
                MOVE 'E' TO WS-HistType
                MOVE WS-PointsEarned TO WS-HistPoints
                PERFORM LOG_POINTS_HIST
                IF WS-BonusPoints > 0
                    DISPLAY "  includes " WS-BonusPoints " bonus : " TblCampDesc(BestCampIdx)
                    PERFORM LOG_POINTS_BONUS
                END-IF
        END-EVALUATE
        CLOSE CustomerFile
    END-IF.

*> THE BEST SINGLE CAMPAIGN FOR THIS ORDER -- RULES NEVER STACK. A RULE LIVE
*> TODAY COUNTS THE ORDER LINES MATCHING ITS ITEM AND/OR CATEGORY (EVERY LINE
*> WHEN IT NAMES NEITHER); A MULTIPLIER PAYS THE EXTRA ON THOSE WHOLE DOLLARS,
*> A FIXED BONUS PAYS ONCE WHEN ANY LINE MATCHES
PICK_POINTS_CAMPAIGN.
    MOVE 0 TO BestCampIdx
    MOVE 0 TO WS-BonusPoints
    IF CampCount > 0
        ACCEPT WS-CampToday FROM DATE YYYYMMDD
        ACCEPT WS-CampDOW FROM DAY-OF-WEEK
        MOVE SPACE TO CampLineTable
        OPEN INPUT MenuFile
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > 25
            IF OrderItemID(Temp_Count) IS NOT = SPACE
                MOVE OrderItemID(Temp_Count) TO MenuID
                READ MenuFile KEY IS MenuID
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE MenuCategory TO CampLineCat(Temp_Count)
                END-READ
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM
        CLOSE MenuFile
        MOVE 1 TO CampSub
        PERFORM UNTIL CampSub > CampCount
            IF (TblCampFrom(CampSub) = 0 OR TblCampFrom(CampSub) NOT > WS-CampToday)
                AND (TblCampTo(CampSub) = 0 OR TblCampTo(CampSub) NOT < WS-CampToday)
                AND (TblCampDay(CampSub) = 0 OR TblCampDay(CampSub) = WS-CampDOW)
                PERFORM PRICE_ONE_CAMPAIGN
                IF WS-CampBonus > WS-BonusPoints
                    MOVE WS-CampBonus TO WS-BonusPoints
                    MOVE CampSub TO BestCampIdx
                END-IF
            END-IF
            ADD 1 TO CampSub
        END-PERFORM
    END-IF.

PRICE_ONE_CAMPAIGN.
    MOVE 0 TO WS-CampBonus
    MOVE 0 TO WS-CampQualSpend
    MOVE 'N' TO WS-CampHit
    MOVE 1 TO Temp_Count
    PERFORM UNTIL Temp_Count > 25
        IF OrderItemID(Temp_Count) IS NOT = SPACE
            AND (TblCampMenuID(CampSub) = SPACE OR TblCampMenuID(CampSub) = OrderItemID(Temp_Count))
            AND (TblCampCategory(CampSub) = SPACE OR TblCampCategory(CampSub) = CampLineCat(Temp_Count))
            MOVE 'Y' TO WS-CampHit
            IF OrderLineTotal(Temp_Count) IS NUMERIC
                ADD OrderLineTotal(Temp_Count) TO WS-CampQualSpend
            END-IF
        END-IF
        ADD 1 TO Temp_Count
    END-PERFORM
    *> A WHOLE-ORDER RULE, OR LINES THAT ADD UP TO MORE THAN WAS PAID AFTER A
    *> DISCOUNT, EARN ON WHAT WAS ACTUALLY PAID
    IF (TblCampMenuID(CampSub) = SPACE AND TblCampCategory(CampSub) = SPACE)
        OR WS-CampQualSpend > TotalOrderPriceNum
        MOVE TotalOrderPriceNum TO WS-CampQualSpend
    END-IF
    IF WS-CampHit = 'Y'
        IF TblCampType(CampSub) = 'B'
            MOVE TblCampBonus(CampSub) TO WS-CampBonus
        ELSE
            IF TblCampMult(CampSub) > 1
                COMPUTE WS-CampQualDollars = WS-CampQualSpend
                COMPUTE WS-CampBonus = WS-CampQualDollars * (TblCampMult(CampSub) - 1)
            END-IF
        END-IF
    END-IF.

*> ONE PtsBonus.dat RECORD PER PAYOUT -- CAMPRPT COSTS THEM AT PointValue
LOG_POINTS_BONUS.
    OPEN EXTEND PtsBonusFile
    IF WS-PtsBonusStatus NOT = "00"
        OPEN OUTPUT PtsBonusFile *> very first campaign payout
    END-IF
    MOVE WS-CampToday TO PB-Date
    MOVE WS-LogTime TO PB-Time
    MOVE WS-TransNo TO PB-TransNo
    MOVE IDNum TO PB-CustID
    MOVE TblCampID(BestCampIdx) TO PB-CampID
    MOVE WS-BasePoints TO PB-BasePts
    MOVE WS-BonusPoints TO PB-BonusPts
    MOVE WS-StoreID TO PB-StoreID
    WRITE PtsBonusData
    CLOSE PtsBonusFile.

*> A LOYALTY CUSTOMER NEVER ASKED ABOUT MARKETING IS ASKED ONCE, HERE AT THE
*> REGISTER -- ONE QUESTION PER CHANNEL, DATED, AND KEPT ON THEIR RECORD
CAPTURE_CONSENT.
    OPEN I-O CustomerFile
    IF CustomerFileStatus = "00"
        READ CustomerFile
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF ConsentDate IS NOT NUMERIC OR ConsentDate = 0
                    DISPLAY "Customer happy to receive offers by email? (Y/N) : " WITH NO ADVANCING
                    ACCEPT ConsentEmail
                    IF ConsentEmail = 'y'
                        MOVE 'Y' TO ConsentEmail
                    END-IF
                    IF ConsentEmail NOT = 'Y'
                        MOVE 'N' TO ConsentEmail
                    END-IF
                    DISPLAY "By text message? (Y/N) : " WITH NO ADVANCING
                    ACCEPT ConsentSMS
                    IF ConsentSMS = 'y'
                        MOVE 'Y' TO ConsentSMS
                    END-IF
                    IF ConsentSMS NOT = 'Y'
                        MOVE 'N' TO ConsentSMS
                    END-IF
                    DISPLAY "By post? (Y/N) : " WITH NO ADVANCING
                    ACCEPT ConsentPost
                    IF ConsentPost = 'y'
                        MOVE 'Y' TO ConsentPost
                    END-IF
                    IF ConsentPost NOT = 'Y'
                        MOVE 'N' TO ConsentPost
                    END-IF
                    ACCEPT ConsentDate FROM DATE YYYYMMDD
                    *> THE ANSWERS GO ONTO A FRESH, LOCKED COPY OF THE RECORD -- ITS
                    *> POINTS MAY HAVE MOVED AT ANOTHER REGISTER WHILE WE ASKED
                    MOVE ConsentEmail TO WS-ConsentEmail
                    MOVE ConsentSMS TO WS-ConsentSMS
                    MOVE ConsentPost TO WS-ConsentPost
                    MOVE ConsentDate TO WS-ConsentDate
                    PERFORM LOCK_READ_CUSTOMER
                    IF LockRecFound
                        MOVE WS-ConsentEmail TO ConsentEmail
                        MOVE WS-ConsentSMS TO ConsentSMS
                        MOVE WS-ConsentPost TO ConsentPost
                        MOVE WS-ConsentDate TO ConsentDate
                        REWRITE CustomerData
                        UNLOCK CustomerFile
                    END-IF
                    IF LockRecBusy
                        DISPLAY "Customer record in use at another register -- answers not saved, ask again next visit."
                    END-IF
                END-IF
        END-READ
        CLOSE CustomerFile
    END-IF.
        END-IF
    END-PERFORM.

*> NAME THE CUSTOMER'S TIER FROM THE POOLED HOUSEHOLD BALANCE -- THE CARD'S
*> OWN BALANCE WHEN IT BELONGS TO NO HOUSEHOLD (SEE SUM_HOUSEHOLD_POINTS)
SET_TIER_NAME.
    EVALUATE TRUE
        WHEN WS-HouseholdPoints NOT < GoldThreshold
            MOVE "GOLD" TO WS-TierName
        WHEN WS-HouseholdPoints NOT < SilverThreshold
            MOVE "SILVER" TO WS-TierName
        WHEN OTHER
            MOVE SPACE TO WS-TierName
    END-EVALUATE.

*> THE HOUSEHOLD WS-CardCustID BELONGS TO, AND ITS OTHER MEMBERS
LOAD_HOUSEHOLD.
    MOVE 0 TO WS-HouseID
    MOVE 0 TO HouseMemberCount
    OPEN INPUT HouseholdFile
    IF WS-HouseStatus = "00"
        MOVE 'N' TO WS-HouseEOF
        PERFORM UNTIL WS-HouseEOF = 'Y'
            READ HouseholdFile
                AT END MOVE 'Y' TO WS-HouseEOF
                NOT AT END
                    IF HH-CustID = WS-CardCustID
                        MOVE HH-HouseID TO WS-HouseID
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HouseholdFile
    END-IF
    IF WS-HouseID > 0
        OPEN INPUT HouseholdFile
        MOVE 'N' TO WS-HouseEOF
        PERFORM UNTIL WS-HouseEOF = 'Y'
            READ HouseholdFile
                AT END MOVE 'Y' TO WS-HouseEOF
                NOT AT END
                    IF HH-HouseID = WS-HouseID AND HH-CustID NOT = WS-CardCustID
                        AND HouseMemberCount < 10
                        ADD 1 TO HouseMemberCount
                        MOVE HH-CustID TO TblHouseMember(HouseMemberCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HouseholdFile
    END-IF.

*> THE POOLED BALANCE: THE CARD'S OWN POINTS PLUS EVERY OTHER MEMBER'S. CALLED
*> WITH CustomerFile OPEN AND THE CARD'S RECORD IN THE AREA, WHICH IS READ
*> BACK AT THE END SO THE CALLER CAN CARRY ON WITH IT
SUM_HOUSEHOLD_POINTS.
    MOVE LoyaltyPoints TO WS-HouseholdPoints
    PERFORM LOAD_HOUSEHOLD
    IF HouseMemberCount > 0
        MOVE 1 TO HouseSub
        PERFORM UNTIL HouseSub > HouseMemberCount
            MOVE TblHouseMember(HouseSub) TO IDNum
            READ CustomerFile
                INVALID KEY CONTINUE *> a member since deleted holds nothing
                NOT INVALID KEY ADD LoyaltyPoints TO WS-HouseholdPoints
            END-READ
            ADD 1 TO HouseSub
        END-PERFORM
        MOVE WS-CardCustID TO IDNum
        READ CustomerFile
            INVALID KEY CONTINUE
        END-READ
    END-IF.

*> TAKE WS-RedeemPoints OFF THE POOL: THE CARD HOLDER'S OWN POINTS GO FIRST,
*> THEN THE OTHER MEMBERS' IN TURN. EACH BALANCE TOUCHED GETS ITS OWN LINE
*> ON PointsHist.dat, AND THE CARD'S RECORD IS LEFT IN THE AREA. EVERY BALANCE
*> IS RE-READ UNDER LOCK BEFORE IT IS DRAWN, SINCE IT MAY HAVE BEEN SPENT AT
*> ANOTHER REGISTER SINCE IT WAS SHOWN; WHATEVER CANNOT BE DRAWN IS TAKEN OFF
*> THE REDEMPTION, SO THE TENDER ONLY EVER COVERS POINTS ACTUALLY TAKEN
DRAW_HOUSEHOLD_POINTS.
    MOVE WS-RedeemPoints TO WS-StillToDraw
    MOVE WS-CardCustID TO IDNum
    PERFORM LOCK_READ_CUSTOMER
    IF LockRecFound
        IF LoyaltyPoints < WS-StillToDraw
            MOVE LoyaltyPoints TO WS-DrawPoints
        ELSE
            MOVE WS-StillToDraw TO WS-DrawPoints
        END-IF
        SUBTRACT WS-DrawPoints FROM LoyaltyPoints
        SUBTRACT WS-DrawPoints FROM WS-StillToDraw
        ACCEPT LastActivityDate FROM DATE YYYYMMDD
        REWRITE CustomerData
        UNLOCK CustomerFile
        IF WS-DrawPoints > 0
            MOVE WS-CardCustID TO WS-HistCustID
            MOVE 'R' TO WS-HistType
            MOVE WS-DrawPoints TO WS-HistPoints
            PERFORM LOG_POINTS_HIST
        END-IF
    END-IF
    MOVE 1 TO HouseSub
    PERFORM UNTIL HouseSub > HouseMemberCount OR WS-StillToDraw = 0
        MOVE TblHouseMember(HouseSub) TO IDNum
        PERFORM LOCK_READ_CUSTOMER
        IF LockRecFound
            IF LoyaltyPoints < WS-StillToDraw
                MOVE LoyaltyPoints TO WS-DrawPoints
            ELSE
                MOVE WS-StillToDraw TO WS-DrawPoints
            END-IF
            IF WS-DrawPoints > 0
                SUBTRACT WS-DrawPoints FROM LoyaltyPoints
                SUBTRACT WS-DrawPoints FROM WS-StillToDraw
                REWRITE CustomerData
                MOVE IDNum TO WS-HistCustID
                MOVE 'R' TO WS-HistType
                MOVE WS-DrawPoints TO WS-HistPoints
                PERFORM LOG_POINTS_HIST
            END-IF
            UNLOCK CustomerFile
        END-IF
        ADD 1 TO HouseSub
    END-PERFORM
    IF WS-StillToDraw > 0
        SUBTRACT WS-StillToDraw FROM WS-RedeemPoints
        COMPUTE WS-RedeemValue ROUNDED = WS-RedeemPoints * PointValue
        DISPLAY "POINTS IN USE OR SPENT AT ANOTHER REGISTER -- ONLY " WS-RedeemPoints " COULD BE REDEEMED."
    END-IF
    MOVE WS-CardCustID TO IDNum
    READ CustomerFile
        INVALID KEY CONTINUE
    END-READ
    SUBTRACT WS-RedeemPoints FROM WS-HouseholdPoints.

*> ONE EARN OR REDEMPTION LINE FOR THE MEMBER'S POINTS HISTORY
LOG_POINTS_HIST.
    OPEN EXTEND PointsHistFile
    IF WS-PtsHistStatus NOT = "00"
        OPEN OUTPUT PointsHistFile *> very first earn on the system
    END-IF
    MOVE WS-LogDate TO PH-Date
    MOVE WS-LogTime TO PH-Time
    MOVE WS-TransNo TO PH-TransNo
    MOVE WS-HistCustID TO PH-CustID
    MOVE WS-HouseID TO PH-HouseID
    MOVE WS-HistType TO PH-Type
    MOVE WS-HistPoints TO PH-Points
    MOVE WS-CardCustID TO PH-ByCustID
    MOVE WS-StoreID TO PH-StoreID
    WRITE PointsHistData
    CLOSE PointsHistFile.

*> LOOK UP (OR ADD) THE LOGGED-IN USER ID'S LOCKOUT ENTRY
FIND_LOCKOUT.
    MOVE 0 TO MatchedLockoutIdx
        MOVE TblCashierActive(Temp_Count) TO CashierActive
        MOVE TblCashierPswdDate(Temp_Count) TO CashierPswdDate
        MOVE TblCashierForceChg(Temp_Count) TO CashierForceChg
        MOVE TblCashierMealAllow(Temp_Count) TO CashierMealAllow
        MOVE TblCashierCerts(Temp_Count) TO CashierCerts
        WRITE CashierData
        ADD 1 TO Temp_Count
    END-PERFORM
    *> A PRESENTED LOYALTY CARD CAN PAY PART (OR ALL) OF THE ORDER IN POINTS --
    *> UNLESS A CATERING DEPOSIT ALREADY TOOK THE FIRST TENDER SLOT, WHICH A
    *> POINTS REDEMPTION WOULD OVERWRITE ON THE JOURNAL
    *> (NOT AT THE KIOSK -- POINTS ARE SPENT WITH A CASHIER WHO CAN SEE THE CARD)
    IF HaveCustomer AND NOT TrainingMode AND NOT KioskMode
        IF WS-CaterDeposit > 0
            DISPLAY "POINTS CANNOT COMBINE WITH A CATERING DEPOSIT, BALANCE BY CASH OR CARD."
        ELSE
            DISPLAY "ORDER FULLY COVERED BY POINTS."
        END-IF
    ELSE
        IF KioskMode
            MOVE 'R' TO TenderChoice *> the kiosk takes cards only
        ELSE
            DISPLAY " "
            DISPLAY "Payment type - (C)ash, Ca(R)d, (S)plit cash/card, (G)ift card, (H)ouse acct, (F)oreign cash, (E)mployee meal : " WITH NO ADVANCING
            ACCEPT TenderChoice
        END-IF

        EVALUATE TRUE
            WHEN Tender_Foreign
                ELSE
                    PERFORM FOREIGN_TENDER
                END-IF
            WHEN Tender_Staff
                IF TrainingMode
                    DISPLAY "STAFF MEALS CANNOT BE RUNG IN TRAINING MODE, TAKEN AS CASH."
                    MOVE "CASH" TO Tender1Type
                    MOVE WS-AmountDue TO Tender1AmtNum
                ELSE
                IF Tender1Type = SPACE
                    PERFORM STAFF_MEAL_TENDER
                ELSE
                    *> ONLY TWO TENDER SLOTS ON THE JOURNAL, AND A SHORT ALLOWANCE NEEDS THE SECOND
                    DISPLAY "STAFF MEAL CANNOT COMBINE WITH ANOTHER TENDER, TAKEN AS CASH."
                    MOVE "CASH" TO Tender2Type
                    MOVE WS-AmountDue TO Tender2AmtNum
                END-IF
                END-IF
            WHEN Tender_House
                IF TrainingMode
                    DISPLAY "HOUSE ACCOUNTS CANNOT BE CHARGED IN TRAINING MODE, TAKEN AS CASH."
    END-IF

    *> A CARD TAKEN WHILE THE PROCESSOR LINK IS DOWN EITHER QUEUES FOR A
    *> LATE AUTHORIZATION OR, ABOVE THE FLOOR LIMIT, REVERTS TO CASH -- DECIDED
    *> HERE, BEFORE THE CASH ROUNDING, BUT QUEUED ONLY ONCE THE TIP IS KNOWN
    MOVE 'N' TO WS-OfflineCard1
    MOVE 'N' TO WS-OfflineCard2
    IF NOT CardLinkUp AND NOT TrainingMode
        PERFORM HANDLE_OFFLINE_CARD
    END-IF
        PERFORM APPLY_CASH_ROUNDING
    END-IF

    *> ROUND-UP FOR CHARITY: THE GUEST MAY ROUND THE BILL UP TO THE NEXT WHOLE
    *> DOLLAR -- ASKED AFTER THE CASH ROUNDING SO THE TWO NEVER MIX
    MOVE 0 TO WS-DonateAmtNum
    MOVE SPACE TO WS-DonateTender
    IF CharityCount > 0 AND NOT TrainingMode
        PERFORM OFFER_CHARITY_ROUNDUP
    END-IF

    *> A CARD TENDER GETS THE TIP PROMPT -- SERVERS STOP LOSING EVERY CARD TIP
    MOVE 0 TO WS-TipAmtNum
    IF (Tender1Type = "CARD" OR Tender2Type = "CARD") AND NOT TrainingMode
        AND NOT KioskMode
        DISPLAY "Tip on the card (0 for none) : " WITH NO ADVANCING
        ACCEPT WS-TipAmtEdit
        MOVE WS-TipAmtEdit TO WS-TipAmtNum
    END-IF

    IF WS-OfflineCard1 = 'Y' OR WS-OfflineCard2 = 'Y'
        PERFORM QUEUE_OFFLINE_CARDS
    END-IF.

*> THE FIRST CAMPAIGN RUNNING TODAY GETS THE OFFER. THE ROUND-UP RIDES THE SLOT
*> THE BALANCE WAS PAID WITH, AND ONLY REAL MONEY -- CASH OR CARD -- CAN CARRY
*> IT; A BILL ALREADY ON A WHOLE DOLLAR HAS NOTHING TO ROUND
OFFER_CHARITY_ROUNDUP.
    MOVE 0 TO WS-DonateCampIdx
    MOVE 1 TO CharitySub
    PERFORM UNTIL CharitySub > CharityCount
        IF WS-DonateCampIdx = 0
            AND (TblCharityFrom(CharitySub) = 0 OR TblCharityFrom(CharitySub) NOT > WS-LogDate)
            AND (TblCharityTo(CharitySub) = 0 OR TblCharityTo(CharitySub) NOT < WS-LogDate)
            MOVE CharitySub TO WS-DonateCampIdx
        END-IF
        ADD 1 TO CharitySub
    END-PERFORM
    IF Tender2Type = "CASH" OR Tender2Type = "CARD"
        MOVE Tender2Type TO WS-DonateTender
    ELSE
        IF Tender2Type = SPACE
            AND (Tender1Type = "CASH" OR Tender1Type = "CARD")
            MOVE Tender1Type TO WS-DonateTender
        END-IF
    END-IF
    COMPUTE WS-DonateBase = Tender1AmtNum + Tender2AmtNum
    MOVE WS-DonateBase TO WS-DonateDollars
    IF WS-DonateCampIdx > 0 AND WS-DonateTender NOT = SPACE
        AND WS-DonateBase NOT = WS-DonateDollars
        COMPUTE WS-DonateAmtNum = WS-DonateDollars + 1 - WS-DonateBase
        MOVE WS-DonateAmtNum TO CF-AmountIn
        CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
        DISPLAY " "
        DISPLAY "Round up " WS-PriceDisp " for " TblCharityName(WS-DonateCampIdx)
            "? (Y/N) : " WITH NO ADVANCING
        ACCEPT WS-DonateAnswer
        IF WS-DonateAnswer = 'Y' OR WS-DonateAnswer = 'y'
            DISPLAY "THANK YOU -- DONATION ADDED TO THE " WS-DonateTender " PAYMENT."
        ELSE
            MOVE 0 TO WS-DonateAmtNum
            MOVE SPACE TO WS-DonateTender
        END-IF
    ELSE
        MOVE SPACE TO WS-DonateTender
    END-IF.

*> EACH CARD SLOT UNDER THE FLOOR LIMIT IS MARKED FOR THE PENDING-AUTH QUEUE;
*> OVER THE LIMIT THE REGISTER SIMPLY CAN'T CARRY THE RISK, SO IT'S CASH
HANDLE_OFFLINE_CARD.
    IF Tender1Type = "CARD"
            DISPLAY "CARD LINK DOWN AND " WS-OfflineAmt " IS ABOVE THE FLOOR LIMIT -- TAKEN AS CASH."
            MOVE "CASH" TO Tender1Type
        ELSE
            MOVE 'Y' TO WS-OfflineCard1
        END-IF
    END-IF
    IF Tender2Type = "CARD"
            DISPLAY "CARD LINK DOWN AND " WS-OfflineAmt " IS ABOVE THE FLOOR LIMIT -- TAKEN AS CASH."
            MOVE "CASH" TO Tender2Type
        ELSE
            MOVE 'Y' TO WS-OfflineCard2
        END-IF
    END-IF.

*> THE QUEUED CHARGE IS WHAT THE PROCESSOR WILL ACTUALLY TAKE: THE SLOT'S
*> AMOUNT, PLUS A ROUND-UP IF IT RODE THIS SLOT (THE SAME SLOT THE ROUND-UP
*> OFFER PICKED), PLUS THE TIP ON THE FIRST QUEUED CARD -- THE ONE CARDRECON
*> MATCHES THE 'T' RECORD AGAINST
QUEUE_OFFLINE_CARDS.
    MOVE 'N' TO WS-OfflineExtras
    IF WS-OfflineCard1 = 'Y'
        MOVE Tender1AmtNum TO WS-OfflineAmt
        IF WS-DonateTender = "CARD" AND Tender2Type NOT = "CARD"
            ADD WS-DonateAmtNum TO WS-OfflineAmt
        END-IF
        ADD WS-TipAmtNum TO WS-OfflineAmt
        MOVE 'Y' TO WS-OfflineExtras
        PERFORM QUEUE_OFFLINE_AUTH
        DISPLAY "CARD ACCEPTED OFFLINE, QUEUED FOR AUTHORIZATION."
    END-IF
    IF WS-OfflineCard2 = 'Y'
        MOVE Tender2AmtNum TO WS-OfflineAmt
        IF WS-DonateTender = "CARD"
            ADD WS-DonateAmtNum TO WS-OfflineAmt
        END-IF
        IF WS-OfflineExtras = 'N'
            ADD WS-TipAmtNum TO WS-OfflineAmt
        END-IF
        PERFORM QUEUE_OFFLINE_AUTH
        DISPLAY "CARD ACCEPTED OFFLINE, QUEUED FOR AUTHORIZATION."
    END-IF
    MOVE 'N' TO WS-OfflineCard1
    MOVE 'N' TO WS-OfflineCard2.

QUEUE_OFFLINE_AUTH.
    OPEN EXTEND PendAuthFile
    IF WS-PendAuthStatus NOT = "00"
        WRITE CardLinkData
    CLOSE CardLinkFile.

*> ARE THE BACK-OFFICE FILES THERE? Menu.dat MUST OPEN; TransCtl.dat AND
*> SalesLog.dat MAY ONLY BE MISSING (NOTHING NUMBERED OR SOLD YET). WHILE THEY
*> ARE, THE LOCAL MENU COPY IS REFRESHED ONCE A SESSION SO IT IS READY FOR A DROP
CHECK_SHARED_FILES.
    MOVE 'Y' TO WS-SharedUp
    MOVE "Menu.dat" TO WS-MenuFileName
    OPEN INPUT MenuFile
    IF WS-MenuStatus = "00"
        CLOSE MenuFile
    ELSE
        MOVE 'N' TO WS-SharedUp
    END-IF
    OPEN INPUT TransCtlFile
    IF WS-TransCtlStatus = "00"
        CLOSE TransCtlFile
    ELSE
        IF WS-TransCtlStatus NOT = "35" AND WS-TransCtlStatus NOT = "61" *> 61 = another register is taking a number, so it is there
            MOVE 'N' TO WS-SharedUp
        END-IF
    END-IF
    MOVE "SalesLog.dat" TO WS-SalesLogName
    OPEN INPUT SalesLog
    IF WS-SalesLogStatus = "00"
        CLOSE SalesLog
    ELSE
        IF WS-SalesLogStatus NOT = "35"
            MOVE 'N' TO WS-SharedUp
        END-IF
    END-IF

    IF WS-SharedUp = 'Y'
        IF LocalMode
            MOVE 'N' TO WS-LocalMode
            DISPLAY "BACK OFFICE REACHABLE AGAIN -- BACK ON THE SHARED FILES. RUN LOCALSYNC TO MERGE THIS REGISTER'S LOCAL JOURNAL."
        END-IF
        IF WS-LocalMenuCopied = 'N'
            CALL "SYSTEM" USING "cp Menu.dat LocalMenu.dat"
            MOVE 'Y' TO WS-LocalMenuCopied
        END-IF
    ELSE
        PERFORM ENTER_LOCAL_MODE
    END-IF.

*> NO LOCAL MENU COPY OR NO RESERVED NUMBER BLOCK MEANS THIS REGISTER CANNOT
*> TRADE ON ITS OWN -- BETTER TO STOP THAN RING SALES NOBODY CAN MERGE
ENTER_LOCAL_MODE.
    MOVE "LocalMenu.dat" TO WS-MenuFileName
    MOVE "LocalSales.dat" TO WS-SalesLogName
    IF NOT LocalMode
        OPEN INPUT MenuFile
        IF WS-MenuStatus NOT = "00"
            DISPLAY "BACK OFFICE UNREACHABLE AND NO LOCAL MENU COPY ON THIS REGISTER -- CANNOT TRADE."
            STOP RUN
        END-IF
        CLOSE MenuFile
        IF WS-OfflineFrom = 0 OR WS-OfflineTo < WS-OfflineFrom
            DISPLAY "BACK OFFICE UNREACHABLE AND NO OFFLINE NUMBER BLOCK ON Terminal.dat -- CANNOT TRADE."
            STOP RUN
        END-IF
        *> THE JOURNAL WRITES ONLY EVER EXTEND, SO THE LOCAL ONE MUST EXIST FIRST
        OPEN EXTEND SalesLog
        IF WS-SalesLogStatus NOT = "00"
            OPEN OUTPUT SalesLog
        END-IF
        CLOSE SalesLog
        MOVE 'Y' TO WS-LocalMode
        DISPLAY "BACK OFFICE UNREACHABLE -- LOCAL MODE ON: LOCAL MENU COPY, OFFLINE NUMBER BLOCK, JOURNAL KEPT ON THIS REGISTER."
    END-IF.

*> ROUND EACH CASH SLOT TO THE NEAREST CashRoundUnit AND KEEP THE SIGNED
*> DIFFERENCE FOR THE RECEIPT LINE AND THE JOURNAL HEADER
APPLY_CASH_ROUNDING.
        CLOSE ARLedgerFile
    END-IF.

*> AN EMPLOYEE MEAL ON THE STAF TENDER -- THE EMPLOYEE MUST BE AN ACTIVE USER ON
*> Cashier.dat, AND THE MEAL COMES OUT OF WHAT IS LEFT OF THIS MONTH'S ALLOWANCE.
*> ONCE THE ALLOWANCE IS USED UP THE MEAL IS REFUSED; A MEAL BIGGER THAN WHAT
*> IS LEFT USES THE REST OF IT AND THE DIFFERENCE IS PAID IN CASH
STAFF_MEAL_TENDER.
    MOVE 0 TO WS-MealCover
    DISPLAY "Employee ID eating : " WITH NO ADVANCING
    ACCEPT WS-MealEmpID
    MOVE 0 TO WS-MealEmpIdx
    MOVE 1 TO Temp_Count
    PERFORM UNTIL Temp_Count > CashierCount
        IF TblCashierID(Temp_Count) = WS-MealEmpID
            AND TblCashierActive(Temp_Count) NOT = 'N'
            MOVE Temp_Count TO WS-MealEmpIdx
        END-IF
        ADD 1 TO Temp_Count
    END-PERFORM
    IF WS-MealEmpIdx = 0
        DISPLAY "EMPLOYEE " WS-MealEmpID " NOT ON FILE OR DISABLED, STAFF MEAL REFUSED."
    ELSE
        PERFORM SUM_STAFF_MEALS
        IF WS-MealUsed NOT < TblCashierMealAllow(WS-MealEmpIdx)
            MOVE 0 TO WS-MealLeft
        ELSE
            COMPUTE WS-MealLeft = TblCashierMealAllow(WS-MealEmpIdx) - WS-MealUsed
        END-IF
        IF WS-MealLeft = 0
            DISPLAY "THIS MONTH'S STAFF-MEAL ALLOWANCE FOR " WS-MealEmpID " IS USED UP, REFUSED."
        ELSE
            IF WS-AmountDue > WS-MealLeft
                MOVE WS-MealLeft TO WS-MealCover
            ELSE
                MOVE WS-AmountDue TO WS-MealCover
            END-IF
        END-IF
    END-IF
    IF WS-MealCover > 0
        MOVE "STAF" TO Tender1Type
        MOVE WS-MealCover TO Tender1AmtNum
        SUBTRACT WS-MealCover FROM WS-AmountDue
        OPEN EXTEND StaffMealFile
        IF WS-StaffMealStatus NOT = "00"
            OPEN OUTPUT StaffMealFile *> very first staff meal
        END-IF
            MOVE WS-MealEmpID TO SM-CashierID
            MOVE WS-LogDate TO SM-Date
            MOVE WS-LogTime TO SM-Time
            MOVE WS-TransNo TO SM-TransNo
            MOVE WS-MealCover TO SM-Amount
            MOVE UserID TO SM-RungBy
            MOVE WS-TermID TO SM-TermID
            WRITE StaffMealData
        CLOSE StaffMealFile
        MOVE WS-MealCover TO CF-AmountIn
        CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
        DISPLAY "STAFF MEAL FOR " WS-MealEmpID " : " WS-PriceDisp
        IF WS-AmountDue > 0
            MOVE WS-AmountDue TO CF-AmountIn
            CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
            DISPLAY "OVER THE ALLOWANCE, BALANCE IN CASH : " WS-PriceDisp
            MOVE "CASH" TO Tender2Type
            MOVE WS-AmountDue TO Tender2AmtNum
            MOVE 0 TO WS-AmountDue
        END-IF
    ELSE
        DISPLAY "TAKEN AS CASH INSTEAD."
        MOVE "CASH" TO Tender1Type
        MOVE WS-AmountDue TO Tender1AmtNum
    END-IF.

*> WHAT THE EMPLOYEE HAS ALREADY EATEN THIS CALENDAR MONTH
SUM_STAFF_MEALS.
    MOVE 0 TO WS-MealUsed
    OPEN INPUT StaffMealFile
    IF WS-StaffMealStatus = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ StaffMealFile
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SM-CashierID = WS-MealEmpID
                        AND SM-Date(1:6) = WS-LogDate(1:6)
                        ADD SM-Amount TO WS-MealUsed
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StaffMealFile
    END-IF.

*> DRAW THE ORDER DOWN AGAINST A GIFT CARD'S STORED BALANCE -- ANY SHORTFALL
*> GOES TO CASH OR CARD AS THE SECOND TENDER
GIFT_CARD_TENDER.
    DISPLAY "Gift card number : " WITH NO ADVANCING
    ACCEPT WS-GiftCardNo
    IF LocalMode
        PERFORM QUEUE_LOCAL_GIFT
    ELSE
        OPEN I-O GiftCardFile
        IF WS-GiftStatus NOT = "00"
            DISPLAY "GIFT CARD FILE NOT AVAILABLE."
        ELSE
            MOVE WS-GiftCardNo TO GC-CardNo
            PERFORM LOCK_READ_GIFTCARD
            EVALUATE TRUE
                WHEN LockRecMissing
                    DISPLAY "GIFT CARD " WS-GiftCardNo " NOT FOUND."
                WHEN LockRecBusy
                    DISPLAY "GIFT CARD " WS-GiftCardNo " IS IN USE AT ANOTHER REGISTER -- TRY AGAIN OR TAKE ANOTHER TENDER."
                WHEN OTHER
                    IF GC-Status NOT = 'A' OR GC-Balance = 0
                        DISPLAY "GIFT CARD " WS-GiftCardNo " HAS NO BALANCE."
                    ELSE
                        IF GC-Balance > WS-AmountDue
                            MOVE WS-AmountDue TO WS-GiftDrawNum
                        ELSE
                            MOVE GC-Balance TO WS-GiftDrawNum
                        END-IF
                        SUBTRACT WS-GiftDrawNum FROM GC-Balance
                        IF GC-Balance = 0
                            MOVE 'V' TO GC-Status
                        END-IF
                        REWRITE GiftCardData
                        MOVE "GIFT" TO Tender1Type
                        MOVE WS-GiftDrawNum TO Tender1AmtNum
                        SUBTRACT WS-GiftDrawNum FROM WS-AmountDue
                        MOVE GC-Balance TO WS-GiftRemaining
                        MOVE 'Y' TO WS-GiftUsed
                        MOVE GC-Balance TO CF-AmountIn
                        CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
                        DISPLAY "GIFT CARD BALANCE REMAINING : " WS-PriceDisp
                    END-IF
            END-EVALUATE
            CLOSE GiftCardFile
        END-IF
    END-IF

    IF WS-AmountDue > 0
        END-IF
    END-IF.

*> LOCAL MODE: GiftCard.dat IS ON THE BACK OFFICE, SO THE BALANCE CAN'T BE
*> CHECKED -- TAKE NO MORE THAN THE OFFLINE FLOOR LIMIT AND QUEUE THE DRAW FOR
*> LOCALSYNC, WHICH REPORTS A CARD THAT TURNS OUT SHORT
QUEUE_LOCAL_GIFT.
    IF WS-AmountDue > OfflineFloorLimit
        MOVE OfflineFloorLimit TO WS-GiftDrawNum
        DISPLAY "BACK OFFICE UNREACHABLE -- GIFT CARD TAKEN FOR NO MORE THAN THE FLOOR LIMIT."
    ELSE
        MOVE WS-AmountDue TO WS-GiftDrawNum
    END-IF
    OPEN EXTEND LocalGiftFile
    IF WS-LocalGiftStatus NOT = "00"
        OPEN OUTPUT LocalGiftFile
    END-IF
        MOVE WS-GiftCardNo TO LG-CardNo
        MOVE WS-TransNo TO LG-TransNo
        MOVE WS-LogDate TO LG-Date
        MOVE WS-LogTime TO LG-Time
        MOVE WS-GiftDrawNum TO LG-Amount
        MOVE WS-TermID TO LG-TermID
        WRITE LocalGiftData
    CLOSE LocalGiftFile
    MOVE "GIFT" TO Tender1Type
    MOVE WS-GiftDrawNum TO Tender1AmtNum
    SUBTRACT WS-GiftDrawNum FROM WS-AmountDue
    DISPLAY "GIFT CARD DRAW QUEUED -- BALANCE CHECKED WHEN THE LOCAL JOURNAL IS MERGED.".

*> SHOW THE CARD'S BALANCE AT THE POSTED RATE AND LET THE CUSTOMER BURN POINTS
*> AGAINST THE TOTAL -- THE REDEMPTION GOES ON THE JOURNAL AS ITS OWN PTS TENDER
OFFER_POINT_REDEMPTION.
            INVALID KEY
                DISPLAY "Loyalty card " IDNum " not found, points cannot be redeemed."
            NOT INVALID KEY
                MOVE IDNum TO WS-CardCustID
                PERFORM SUM_HOUSEHOLD_POINTS
                COMPUTE WS-RedeemValueMax = WS-HouseholdPoints * PointValue
                MOVE WS-RedeemValueMax TO CF-AmountIn
                CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
                PERFORM SET_TIER_NAME
                IF WS-HouseID > 0
                    DISPLAY "Household " WS-HouseID " pooled points : " WS-HouseholdPoints " (worth " WS-PriceDisp ") " WS-TierName
                    DISPLAY "  of which this card holds : " LoyaltyPoints
                ELSE
                    DISPLAY "Points balance : " LoyaltyPoints " (worth " WS-PriceDisp ") " WS-TierName
                END-IF
                DISPLAY "Points to redeem toward this order (0 for none) : " WITH NO ADVANCING
                ACCEPT WS-RedeemPoints
                IF WS-RedeemPoints > WS-HouseholdPoints
                    MOVE WS-HouseholdPoints TO WS-RedeemPoints
                END-IF
                COMPUTE WS-RedeemValue ROUNDED = WS-RedeemPoints * PointValue
                IF WS-RedeemValue > WS-AmountDue
                    COMPUTE WS-RedeemValue = WS-RedeemPoints * PointValue
                END-IF
                IF WS-RedeemPoints > 0
                    PERFORM DRAW_HOUSEHOLD_POINTS
                END-IF
                IF WS-RedeemPoints > 0
                    MOVE "PTS" TO Tender1Type
                    MOVE WS-RedeemValue TO Tender1AmtNum
                    SUBTRACT WS-RedeemValue FROM WS-AmountDue
                    IF WS-HouseID > 0
                        DISPLAY "Redeemed " WS-RedeemPoints " points, household balance now : " WS-HouseholdPoints
                    ELSE
                        DISPLAY "Redeemed " WS-RedeemPoints " points, new balance : " LoyaltyPoints
                    END-IF
                END-IF
        END-READ
        CLOSE CustomerFile
        MOVE WS-TrainingMode TO SL-Training
        MOVE WS-TermID TO SL-TermID
        MOVE WS-StoreID TO SL-StoreID
        PERFORM SEAL_SALES_RECORD
        WRITE SalesLogRecord
        PERFORM RELEASE_SALES_CHAIN
    CLOSE SalesLog.

    MOVE SPACE TO OrderNo
    MOVE 0 TO WS-PrevCourse
    MOVE 0 TO WS-FirstCourse
    MOVE 0 TO StnUsedCount
    IF DeliveryOrder
        PERFORM SET_PROMISE_TIME
    END-IF
    OPEN EXTEND ReceiptFile.
        PERFORM WRITE_STORE_HEADER
        MOVE SPACE TO ReceiptLine
        END-IF
        MOVE "==============================================" TO KitchenLine
        WRITE KitchenLine
        IF DeliveryOrder
            MOVE SPACE TO KitchenLine
            STRING "DELIVERY - ZONE " DELIMITED BY SIZE
                TblZoneID(MatchedZoneIdx) DELIMITED BY SIZE
                " - PROMISED BY " DELIMITED BY SIZE
                WS-PromiseHH DELIMITED BY SIZE
                ":" DELIMITED BY SIZE
                WS-PromiseMM DELIMITED BY SIZE
                INTO KitchenLine
            WRITE KitchenLine
        END-IF
        MOVE SPACE TO KitchenLine
        WRITE KitchenLine

            MOVE Tender2AmtNum TO SL-Tender2Amt
            MOVE WS-TaxCertNo TO SL-TaxExemptCert
            MOVE WS-TransNo TO SL-TransNo
            MOVE WS-SaleChannel TO SL-Channel
            MOVE WS-TrainingMode TO SL-Training
            MOVE WS-TermID TO SL-TermID
            MOVE WS-StoreID TO SL-StoreID
                MOVE 0 TO SL-CustID
            END-IF
            MOVE WS-RoundAmtNum TO SL-RoundAmt
            PERFORM SEAL_SALES_RECORD
            WRITE SalesLogRecord
            PERFORM RELEASE_SALES_CHAIN
            PERFORM POST_TRANS_INDEX

            *> THE TIP RIDES THE SAME TRANSACTION NUMBER AS ITS OWN 'T'
            *> RECORD -- NEVER INSIDE SL-Amount, SO THE Z AND TAX TOTALS STAY CLEAN
                MOVE "CARD" TO SL-Tender1Type
                MOVE WS-TipAmtNum TO SL-Tender1Amt
                MOVE WS-TransNo TO SL-TransNo
                MOVE WS-SaleChannel TO SL-Channel
                MOVE WS-TrainingMode TO SL-Training
                MOVE WS-TermID TO SL-TermID
                MOVE WS-StoreID TO SL-StoreID
                PERFORM SEAL_SALES_RECORD
                WRITE SalesLogRecord
                PERFORM RELEASE_SALES_CHAIN
            END-IF

            *> SO DOES A CHARITY ROUND-UP, AS A 'D' RECORD NAMING ITS CAMPAIGN --
            *> OWED TO THE CHARITY, NEVER SALES AND NEVER TAXED
            IF WS-DonateAmtNum > 0
                MOVE SPACE TO SalesLogRecord
                MOVE 'D' TO SL-RecType
                MOVE UserID TO SL-UserID
                MOVE WS-LogDate TO SL-Date
                MOVE WS-LogTime TO SL-Time
                MOVE TblCharityName(WS-DonateCampIdx) TO SL-MenuItemName
                MOVE WS-DonateAmtNum TO SL-Amount
                MOVE TblCharityID(WS-DonateCampIdx) TO SL-DiscountCode
                MOVE WS-DonateTender TO SL-Tender1Type
                MOVE WS-DonateAmtNum TO SL-Tender1Amt
                MOVE WS-TransNo TO SL-TransNo
                MOVE WS-SaleChannel TO SL-Channel
                MOVE WS-TrainingMode TO SL-Training
                MOVE WS-TermID TO SL-TermID
                MOVE WS-StoreID TO SL-StoreID
                PERFORM SEAL_SALES_RECORD
                WRITE SalesLogRecord
                PERFORM RELEASE_SALES_CHAIN
            END-IF

        MOVE 1 TO Temp_Count
                            MOVE MenuItemName TO RcptItemName
                            MOVE OrderItemQty(Temp_Count) TO RcptItemQty
                            MOVE MenuItemPrice TO WS-ItemPrice
                            IF (OrderUnitPrice(Temp_Count) IS NUMERIC
                                AND OrderUnitPrice(Temp_Count) > 0)
                                OR OrderOvrFlag(Temp_Count) = 'Y' *> an override to zero (comp, prepaid plan) is still the price
                                *> THE UNIT PRICE SETTLED AT CONFIRM TIME (MENU, DAY-PART OR OVERRIDE)
                                MOVE OrderUnitPrice(Temp_Count) TO WS-ItemPrice
                            END-IF
                                MOVE "           * DAY-PART PRICE" TO ReceiptLine
                                WRITE ReceiptLine
                            END-IF
                            IF OrderWeight(Temp_Count) IS NUMERIC
                                AND OrderWeight(Temp_Count) > 0
                                *> THE WEIGHT AND THE PER-KILO PRICE, AS THE SCALE SHOWS THEM
                                MOVE OrderWeight(Temp_Count) TO WS-WeightEdit
                                MOVE MenuItemPrice TO CF-AmountIn
                                CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
                                MOVE SPACE TO ReceiptLine
                                STRING "           * " DELIMITED BY SIZE
                                    WS-WeightEdit DELIMITED BY SIZE
                                    " KG @ " DELIMITED BY SIZE
                                    WS-PriceDisp DELIMITED BY SIZE
                                    " /KG" DELIMITED BY SIZE
                                    INTO ReceiptLine
                                WRITE ReceiptLine
                            END-IF
                            IF OrderOvrFlag(Temp_Count) = 'Y'
                                IF OrderOvrReason(Temp_Count) = "CP"
                                    MOVE "           * WITH OUR COMPLIMENTS" TO ReceiptLine
                                    WRITE ReceiptLine
                                ELSE IF OrderOvrReason(Temp_Count) = "PP"
                                    MOVE SPACE TO ReceiptLine
                                    STRING "           * PREPAID PLAN " DELIMITED BY SIZE
                                        WS-PlanNo DELIMITED BY SIZE
                                        INTO ReceiptLine
                                    WRITE ReceiptLine
                                ELSE
                                    *> BOTH PRICES ON THE RECEIPT SO THE OVERRIDE IS VISIBLE
                                    MOVE OrderOvrOrig(Temp_Count) TO CF-AmountIn
                                    CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, RcptOvrOrig
                                    MOVE OrderOvrReason(Temp_Count) TO RcptOvrReason
                                    MOVE ReceiptOvrLine TO ReceiptLine
                                    WRITE ReceiptLine
                                END-IF
                                END-IF
                            END-IF
                            IF OrderCourse(Temp_Count) > 0
                                AND OrderCourse(Temp_Count) NOT = WS-PrevCourse
                                MOVE OrderCourse(Temp_Count) TO WS-PrevCourse
                            MOVE SPACE TO SL-OvrReason
                            MOVE OrderSeatNo(Temp_Count) TO SL-SeatNo
                            MOVE OrderSizeCode(Temp_Count) TO SL-SizeCode
                            MOVE 0 TO SL-Weight
                            IF OrderWeight(Temp_Count) IS NUMERIC
                                MOVE OrderWeight(Temp_Count) TO SL-Weight
                            END-IF
                            IF OrderOvrFlag(Temp_Count) = 'Y'
                                *> JOURNAL BOTH PRICES SO THE OVERRIDE REPORT CAN SHOW WHO/WHAT/WHY
                                MOVE OrderOvrOrig(Temp_Count) TO SL-OrigPrice
                                MOVE OrderOvrReason(Temp_Count) TO SL-OvrReason
                            END-IF
                            MOVE WS-SaleChannel TO SL-Channel
                            MOVE WS-TrainingMode TO SL-Training
                            MOVE WS-TermID TO SL-TermID
                            MOVE WS-StoreID TO SL-StoreID
                            PERFORM SEAL_SALES_RECORD
                            WRITE SalesLogRecord
                            PERFORM RELEASE_SALES_CHAIN
                            *> DRAW DOWN THE STOCK ON HAND NOW THE SALE HAS COMPLETED
                            *> (A PRACTICE SALE LEAVES THE SHELF COUNT ALONE)
                            IF NOT TrainingMode
                                PERFORM DRAW_MENU_STOCK
                                IF OrderSizeCode(Temp_Count) NOT = SPACE
                                    *> THE CHOSEN VARIANT'S OWN COUNT COMES DOWN TOO
                                    PERFORM DRAW_SIZE_STOCK
                                END-IF
                            END-IF
                            *> A BOTTLED LINE'S CONTAINER DEPOSIT JOURNALS AS ITS OWN ITEM
                            *> LINE UNDER THE "DEP" PSEUDO ID -- A LIABILITY, NOT A SALE
                            IF OrderDeposit(Temp_Count) IS NUMERIC
                                AND OrderDeposit(Temp_Count) > 0
                                MOVE SPACE TO SalesLogRecord
                                MOVE 'I' TO SL-RecType
                                MOVE UserID TO SL-UserID
                                MOVE WS-LogDate TO SL-Date
                                MOVE WS-LogTime TO SL-Time
                                MOVE "DEP" TO SL-MenuID
                                MOVE "CONTAINER DEPOSIT" TO SL-MenuItemName
                                MOVE OrderItemQty(Temp_Count) TO SL-Qty
                                MOVE OrderDeposit(Temp_Count) TO SL-Amount
                                MOVE WS-TransNo TO SL-TransNo
                                MOVE 0 TO SL-OrigPrice
                                MOVE OrderSeatNo(Temp_Count) TO SL-SeatNo
                                MOVE WS-SaleChannel TO SL-Channel
                                MOVE WS-TrainingMode TO SL-Training
                                MOVE WS-TermID TO SL-TermID
                                MOVE WS-StoreID TO SL-StoreID
                                PERFORM SEAL_SALES_RECORD
                                WRITE SalesLogRecord
                                PERFORM RELEASE_SALES_CHAIN
                            END-IF
                    END-READ
                END-IF
                ADD 1 TO Temp_Count
            MOVE 1 TO SL-Qty
            MOVE WS-SvcChargeNum TO SL-Amount
            MOVE WS-TransNo TO SL-TransNo
            MOVE WS-SaleChannel TO SL-Channel
            MOVE WS-TrainingMode TO SL-Training
            MOVE WS-TermID TO SL-TermID
            MOVE WS-StoreID TO SL-StoreID
            PERFORM SEAL_SALES_RECORD
            WRITE SalesLogRecord
            PERFORM RELEASE_SALES_CHAIN
        END-IF

        *> SO DOES THE DELIVERY FEE, UNDER "DLV" -- ITS OWN Z LINE AND LEDGER KEY
        IF DeliveryOrder
            MOVE SPACE TO SalesLogRecord
            MOVE 'I' TO SL-RecType
            MOVE UserID TO SL-UserID
            MOVE WS-LogDate TO SL-Date
            MOVE WS-LogTime TO SL-Time
            MOVE "DLV" TO SL-MenuID
            MOVE "DELIVERY FEE" TO SL-MenuItemName
            MOVE 1 TO SL-Qty
            MOVE WS-DelivFeeNum TO SL-Amount
            MOVE WS-TransNo TO SL-TransNo
            MOVE WS-SaleChannel TO SL-Channel
            MOVE WS-TrainingMode TO SL-Training
            MOVE WS-TermID TO SL-TermID
            MOVE WS-StoreID TO SL-StoreID
            PERFORM SEAL_SALES_RECORD
            WRITE SalesLogRecord
            PERFORM RELEASE_SALES_CHAIN
        END-IF

        *> EACH PROMOTION TAKEN JOURNALS AS ITS OWN M EVENT RECORD -- THE SAVING
        *> IS ALREADY OUT OF THE HEADER, SO IT CARRIES NO SALES MONEY OF ITS OWN
        MOVE 1 TO PromoAppSub
        PERFORM UNTIL PromoAppSub > PromoAppliedCount
            MOVE SPACE TO SalesLogRecord
            MOVE 'M' TO SL-RecType
            MOVE UserID TO SL-UserID
            MOVE WS-LogDate TO SL-Date
            MOVE WS-LogTime TO SL-Time
            MOVE AppPromoID(PromoAppSub) TO SL-DiscountCode
            MOVE AppPromoName(PromoAppSub) TO SL-MenuItemName
            IF AppPromoTimes(PromoAppSub) > 99
                MOVE 99 TO SL-Qty
            ELSE
                MOVE AppPromoTimes(PromoAppSub) TO SL-Qty
            END-IF
            MOVE AppPromoSavings(PromoAppSub) TO SL-Amount
            MOVE WS-TransNo TO SL-TransNo
            MOVE WS-SaleChannel TO SL-Channel
            MOVE WS-TrainingMode TO SL-Training
            MOVE WS-TermID TO SL-TermID
            MOVE WS-StoreID TO SL-StoreID
            IF HaveCustomer
                MOVE CustIDEntered TO SL-CustID
            ELSE
                MOVE 0 TO SL-CustID
            END-IF
            PERFORM SEAL_SALES_RECORD
            WRITE SalesLogRecord
            PERFORM RELEASE_SALES_CHAIN
            ADD 1 TO PromoAppSub
        END-PERFORM
        CLOSE SalesLog

        MOVE "==============================================" TO KitchenLine
            WRITE ReceiptLine
            ADD 1 TO AppSub
        END-PERFORM
        *> ONE SAVING LINE PER PROMOTION TAKEN
        MOVE 1 TO PromoAppSub
        PERFORM UNTIL PromoAppSub > PromoAppliedCount
            MOVE AppPromoName(PromoAppSub) TO RcptPromoName
            MOVE AppPromoTimes(PromoAppSub) TO RcptPromoTimes
            MOVE AppPromoSavings(PromoAppSub) TO CF-AmountIn
            CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, RcptPromoSavings
            MOVE ReceiptPromoLine TO ReceiptLine
            WRITE ReceiptLine
            ADD 1 TO PromoAppSub
        END-PERFORM
        *> THE SERVINGS COME OFF THE PREPAID PLAN NOW THE SALE HAS COMPLETED
        IF WS-PlanNo NOT = SPACE AND NOT TrainingMode
            PERFORM DRAW_PLAN_SERVINGS
            MOVE SPACE TO ReceiptLine
            STRING "PREPAID PLAN " DELIMITED BY SIZE
                WS-PlanNo DELIMITED BY SIZE
                " : " DELIMITED BY SIZE
                WS-PlanLeft DELIMITED BY SIZE
                " SERVING(S) LEFT" DELIMITED BY SIZE
                INTO ReceiptLine
            WRITE ReceiptLine
            MOVE SPACE TO WS-PlanNo
        END-IF

        MOVE SubtotalPriceNum TO CF-AmountIn
        CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, RcptSubtotalPrice
                INTO ReceiptLine
            WRITE ReceiptLine
        END-IF
        IF DeliveryOrder
            MOVE SPACE TO ReceiptLine
            MOVE WS-DelivFeeNum TO CF-AmountIn
            CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
            STRING "DELIVERY : " DELIMITED BY SIZE
                WS-PriceDisp DELIMITED BY SIZE
                " (ZONE " DELIMITED BY SIZE
                TblZoneID(MatchedZoneIdx) DELIMITED BY SPACE
                ")" DELIMITED BY SIZE
                INTO ReceiptLine
            WRITE ReceiptLine
        END-IF
        IF WS-DepositNum > 0
            MOVE SPACE TO ReceiptLine
            MOVE WS-DepositNum TO CF-AmountIn
            CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
            STRING "DEPOSIT  : " DELIMITED BY SIZE
                WS-PriceDisp DELIMITED BY SIZE
                " (CONTAINERS)" DELIMITED BY SIZE
                INTO ReceiptLine
            WRITE ReceiptLine
        END-IF
        MOVE FinalTotalNum TO CF-AmountIn
        CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, RcptTotalPrice
        MOVE ReceiptTotalLine TO ReceiptLine
        WRITE ReceiptLine
        IF DeliveryOrder
            MOVE SPACE TO ReceiptLine
            STRING "DELIVERY PROMISED BY " DELIMITED BY SIZE
                WS-PromiseHH DELIMITED BY SIZE
                ":" DELIMITED BY SIZE
                WS-PromiseMM DELIMITED BY SIZE
                INTO ReceiptLine
            WRITE ReceiptLine
        END-IF

        MOVE Tender1Type TO RcptTenderType
        MOVE Tender1AmtNum TO CF-AmountIn
            WRITE ReceiptLine
        END-IF

        IF WS-DonateAmtNum > 0
            *> PAID ON TOP OF THE TOTAL ABOVE, ON THE SLOT IT NAMES
            MOVE WS-DonateAmtNum TO CF-AmountIn
            CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
            MOVE SPACE TO ReceiptLine
            STRING "ROUND-UP DONATION (" DELIMITED BY SIZE
                WS-DonateTender DELIMITED BY SIZE
                ") : " DELIMITED BY SIZE
                WS-PriceDisp DELIMITED BY SIZE
                INTO ReceiptLine
            WRITE ReceiptLine
            MOVE SPACE TO ReceiptLine
            STRING "  THANK YOU FOR SUPPORTING " DELIMITED BY SIZE
                TblCharityName(WS-DonateCampIdx) DELIMITED BY SIZE
                INTO ReceiptLine
            WRITE ReceiptLine
        END-IF

        IF WS-RedeemPoints > 0
            MOVE SPACE TO ReceiptLine
            STRING "LOYALTY POINTS REDEEMED : " DELIMITED BY SIZE
                    WS-PointsEarned DELIMITED BY SIZE
                    INTO ReceiptLine
                WRITE ReceiptLine
                IF WS-BonusPoints > 0
                    MOVE SPACE TO ReceiptLine
                    STRING "  INCL BONUS " DELIMITED BY SIZE
                        WS-BonusPoints DELIMITED BY SIZE
                        " : " DELIMITED BY SIZE
                        TblCampDesc(BestCampIdx) DELIMITED BY SIZE
                        INTO ReceiptLine
                    WRITE ReceiptLine
                END-IF
            END-IF
        END-IF

    CLOSE ReceiptFile.

    *> A REDEEMED CODE BURNS ONE USE NOW THE ORDER HAS COMPLETED
    IF DiscountCode IS NOT = SPACE AND MatchedDiscCode IS NOT = SPACE
        AND NOT TrainingMode
        PERFORM SAVE_DISCOUNTS
    END-IF

        END-IF
    END-IF

    *> A GOODWILL COMP GOES ON THE COMPLAINT LOG WITH THE SALE THAT CARRIED IT
    IF WS-CmplCategory NOT = SPACE
        IF NOT TrainingMode
            PERFORM WRITE_COMPLAINT
        END-IF
        MOVE SPACE TO WS-CmplCategory
    END-IF

    IF DeliveryOrder AND NOT TrainingMode
        PERFORM WRITE_DELIV_RECORD
    END-IF

    *> THE ORDER MADE IT ALL THE WAY THROUGH -- MARK THE JOURNAL ENTRY COMPLETE
    MOVE 'C' TO WS-JrnlStatusOut
    PERFORM WRITE_ORDER_JRNL
        PERFORM SETTLE_CATER_ORDER
    END-IF.

*> THE RECEIPT COMPLAINED ABOUT, WHAT KIND OF COMPLAINT AND WHICH DISHES --
*> ASKED ONCE PER ORDER, HOWEVER MANY LINES GET COMPED
TAKE_COMPLAINT.
    DISPLAY "Receipt # the guest is complaining about (0 = no receipt) : " WITH NO ADVANCING
    ACCEPT WS-CmplOrigTrans
    MOVE SPACE TO WS-CmplCategory
    PERFORM UNTIL WS-CmplCategory = "FQ" OR WS-CmplCategory = "TE"
        OR WS-CmplCategory = "WI" OR WS-CmplCategory = "SL"
        OR WS-CmplCategory = "SV" OR WS-CmplCategory = "CL"
        OR WS-CmplCategory = "FO" OR WS-CmplCategory = "OT"
        DISPLAY "Category (FQ food quality, TE temperature, WI wrong item, SL slow, SV service, CL cleanliness, FO foreign object, OT other) : " WITH NO ADVANCING
        ACCEPT WS-CmplCategory
        MOVE FUNCTION UPPER-CASE(WS-CmplCategory) TO WS-CmplCategory
    END-PERFORM
    DISPLAY "Dish(es) complained about, up to 3 ids separated by ',' : " WITH NO ADVANCING
    ACCEPT WS-CmplItemIn
    MOVE SPACE TO WS-CmplItems
    UNSTRING WS-CmplItemIn DELIMITED BY ','
        INTO WS-CmplItem(1) WS-CmplItem(2) WS-CmplItem(3)
    END-UNSTRING
    DISPLAY "Note (optional) : " WITH NO ADVANCING
    ACCEPT WS-CmplNote.

*> ONE COMPLAINT RECORD FOR THE ORDER, VALUED AT THE MENU PRICE OF EVERY COMPED LINE
WRITE_COMPLAINT.
    MOVE 0 TO WS-CompValue
    MOVE 1 TO CmplSub
    PERFORM UNTIL CmplSub > 25
        IF OrderItemID(CmplSub) NOT = SPACE
            AND OrderOvrFlag(CmplSub) = 'Y'
            AND OrderOvrReason(CmplSub) = "CP"
            COMPUTE WS-CompValue = WS-CompValue
                + OrderOvrOrig(CmplSub) * OrderItemQty(CmplSub)
        END-IF
        ADD 1 TO CmplSub
    END-PERFORM
    MOVE 0 TO WS-NextCmplNo
    OPEN INPUT ComplaintFile
    IF WS-CmplStatus = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ ComplaintFile
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF CP-ComplaintNo > WS-NextCmplNo
                        MOVE CP-ComplaintNo TO WS-NextCmplNo
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ComplaintFile
    END-IF
    ADD 1 TO WS-NextCmplNo
    OPEN EXTEND ComplaintFile
    IF WS-CmplStatus NOT = "00"
        OPEN OUTPUT ComplaintFile *> very first complaint logged
    END-IF
    MOVE SPACE TO ComplaintData
    MOVE WS-NextCmplNo TO CP-ComplaintNo
    MOVE WS-LogDate TO CP-Date
    MOVE WS-LogTime TO CP-Time
    MOVE WS-CmplOrigTrans TO CP-OrigTransNo
    MOVE WS-CmplCategory TO CP-Category
    MOVE WS-CmplItem(1) TO CP-MenuID(1)
    MOVE WS-CmplItem(2) TO CP-MenuID(2)
    MOVE WS-CmplItem(3) TO CP-MenuID(3)
    MOVE "CP" TO CP-Action
    MOVE WS-CompValue TO CP-CompValue
    MOVE WS-TransNo TO CP-CompTransNo
    MOVE UserID TO CP-ManagerID
    MOVE WS-CmplNote TO CP-Note
    WRITE ComplaintData
    CLOSE ComplaintFile.

*> THE CONTACT COMES OFF THE LOYALTY CUSTOMER'S RECORD WHEN THERE IS ONE,
*> OTHERWISE IT'S KEYED ON THE SPOT
QUEUE_DIGITAL_RECEIPT.
        MOVE WS-EmailContact TO RQ-Contact
        MOVE WS-LogDate TO RQ-Date
        MOVE WS-LogTime TO RQ-Time
        MOVE 0 TO RQ-CustID
        IF HaveCustomer
            MOVE CustIDEntered TO RQ-CustID
        END-IF
        MOVE SPACE TO RQ-Offers
        WRITE RcptQueueData
        CLOSE RcptQueueFile
        DISPLAY "RECEIPT QUEUED FOR EMAIL."
    MOVE 0 TO WS-CaterOrderNo
    MOVE 0 TO WS-CaterDeposit.

*> LOAD THE DELIVERY ZONES FROM DelivZone.dat AT STARTUP (ZONEMNT MAINTAINS THEM)
LOAD_DELIV_ZONES.
    MOVE 0 TO ZoneCount
    OPEN INPUT DelivZoneFile
    IF WS-ZoneStatus = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ DelivZoneFile
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF ZoneCount < 50
                        ADD 1 TO ZoneCount
                        MOVE DZ-ZoneID TO TblZoneID(ZoneCount)
                        MOVE DZ-ZoneName TO TblZoneName(ZoneCount)
                        MOVE DZ-RangeType TO TblZoneType(ZoneCount)
                        MOVE DZ-PostFrom TO TblZonePostFrom(ZoneCount)
                        MOVE DZ-PostTo TO TblZonePostTo(ZoneCount)
                        MOVE DZ-Street TO TblZoneStreet(ZoneCount)
                        MOVE DZ-NumFrom TO TblZoneNumFrom(ZoneCount)
                        MOVE DZ-NumTo TO TblZoneNumTo(ZoneCount)
                        MOVE DZ-Fee TO TblZoneFee(ZoneCount)
                        MOVE DZ-MinOrder TO TblZoneMinOrder(ZoneCount)
                        MOVE DZ-QuoteMins TO TblZoneQuote(ZoneCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DelivZoneFile
    END-IF.

*> THE CARD HOLDER'S ADDRESS MUST FALL IN A ZONE AND THE ORDER MUST MEET THE
*> ZONE'S MINIMUM -- OTHERWISE THE DELIVERY IS REFUSED AND THE ORDER STAYS A
*> COLLECTION ORDER
CHECK_DELIVERY.
    MOVE SPACE TO WS-DelivAddr
    OPEN INPUT CustomerFile
    IF CustomerFileStatus = "00"
        READ CustomerFile
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE DelivAddr TO WS-DelivAddr
        END-READ
        CLOSE CustomerFile
    END-IF
    IF WS-DelivAddr = SPACE
        DISPLAY "NO DELIVERY ADDRESS ON FILE FOR THIS CUSTOMER -- CAPTURE IT IN THE CUSTOMER SCREEN. NOT A DELIVERY."
    ELSE
        PERFORM FIND_DELIV_ZONE
        IF MatchedZoneIdx = 0
            DISPLAY "ADDRESS " WS-DelivAddr " IS OUTSIDE EVERY DELIVERY ZONE -- WE CANNOT DELIVER THERE."
        ELSE
            IF TotalOrderPriceNum < TblZoneMinOrder(MatchedZoneIdx)
                MOVE TblZoneMinOrder(MatchedZoneIdx) TO CF-AmountIn
                CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
                DISPLAY "ZONE " TblZoneID(MatchedZoneIdx) " HAS A MINIMUM ORDER OF " WS-PriceDisp
                    " -- TOO SMALL TO DELIVER."
                MOVE 0 TO MatchedZoneIdx
            ELSE
                SET DeliveryOrder TO TRUE
                MOVE TblZoneFee(MatchedZoneIdx) TO WS-DelivFeeNum
            END-IF
        END-IF
    END-IF.

*> STREET RANGES ARE THE FINER GRAIN, SO THEY ARE TRIED BEFORE POSTCODE
*> RANGES. THE HOUSE NUMBER IS THE ADDRESS'S LEADING DIGITS AND THE
*> POSTCODE ITS LAST WORD
FIND_DELIV_ZONE.
    MOVE 0 TO MatchedZoneIdx
    MOVE WS-DelivAddr TO WS-AddrUpper
    INSPECT WS-AddrUpper CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE 0 TO WS-AddrHouseNo
    MOVE 1 TO WS-AddrPos
    PERFORM UNTIL WS-AddrPos > 5 OR WS-AddrUpper(WS-AddrPos:1) IS NOT NUMERIC
        MOVE WS-AddrUpper(WS-AddrPos:1) TO WS-AddrDigit
        COMPUTE WS-AddrHouseNo = WS-AddrHouseNo * 10 + WS-AddrDigit
        ADD 1 TO WS-AddrPos
    END-PERFORM
    MOVE 30 TO WS-AddrEnd
    PERFORM UNTIL WS-AddrEnd = 1 OR WS-AddrUpper(WS-AddrEnd:1) NOT = SPACE
        SUBTRACT 1 FROM WS-AddrEnd
    END-PERFORM
    MOVE WS-AddrEnd TO WS-AddrPos
    PERFORM UNTIL WS-AddrPos = 1 OR WS-AddrUpper(WS-AddrPos - 1:1) = SPACE
        SUBTRACT 1 FROM WS-AddrPos
    END-PERFORM
    MOVE SPACE TO WS-AddrPostcode
    IF WS-AddrEnd - WS-AddrPos < 8
        MOVE WS-AddrUpper(WS-AddrPos:WS-AddrEnd - WS-AddrPos + 1) TO WS-AddrPostcode
    END-IF

    MOVE 1 TO ZoneSub
    PERFORM UNTIL ZoneSub > ZoneCount OR MatchedZoneIdx > 0
        IF TblZoneType(ZoneSub) = 'S'
            PERFORM MATCH_STREET_RANGE
        END-IF
        ADD 1 TO ZoneSub
    END-PERFORM
    MOVE 1 TO ZoneSub
    PERFORM UNTIL ZoneSub > ZoneCount OR MatchedZoneIdx > 0
        IF TblZoneType(ZoneSub) = 'P' AND WS-AddrPostcode NOT = SPACE
            IF TblZonePostTo(ZoneSub) = SPACE
                IF WS-AddrPostcode = TblZonePostFrom(ZoneSub)
                    MOVE ZoneSub TO MatchedZoneIdx
                END-IF
            ELSE
                IF WS-AddrPostcode NOT < TblZonePostFrom(ZoneSub)
                    AND WS-AddrPostcode NOT > TblZonePostTo(ZoneSub)
                    MOVE ZoneSub TO MatchedZoneIdx
                END-IF
            END-IF
        END-IF
        ADD 1 TO ZoneSub
    END-PERFORM.

MATCH_STREET_RANGE.
    MOVE TblZoneStreet(ZoneSub) TO WS-StreetUpper
    INSPECT WS-StreetUpper CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    MOVE 20 TO WS-StreetLen
    PERFORM UNTIL WS-StreetLen = 0 OR WS-StreetUpper(WS-StreetLen:1) NOT = SPACE
        SUBTRACT 1 FROM WS-StreetLen
    END-PERFORM
    IF WS-StreetLen > 0
        MOVE 0 TO WS-StreetHits
        INSPECT WS-AddrUpper TALLYING WS-StreetHits
            FOR ALL WS-StreetUpper(1:WS-StreetLen)
        IF WS-StreetHits > 0
            IF TblZoneNumFrom(ZoneSub) = 0 AND TblZoneNumTo(ZoneSub) = 0
                MOVE ZoneSub TO MatchedZoneIdx
            ELSE
                IF WS-AddrHouseNo NOT < TblZoneNumFrom(ZoneSub)
                    AND WS-AddrHouseNo NOT > TblZoneNumTo(ZoneSub)
                    MOVE ZoneSub TO MatchedZoneIdx
                END-IF
            END-IF
        END-IF
    END-IF.

*> THE PROMISE IS THE TIME THE ORDER WAS RUNG PLUS THE ZONE'S QUOTE, ACROSS
*> MIDNIGHT IF NEED BE
SET_PROMISE_TIME.
    DIVIDE WS-LogTime BY 10000 GIVING WS-PromiseHH
    COMPUTE WS-PromiseMM = (WS-LogTime - WS-PromiseHH * 10000) / 100
    COMPUTE WS-PromiseMins = WS-PromiseHH * 60 + WS-PromiseMM
        + TblZoneQuote(MatchedZoneIdx)
    IF WS-PromiseMins NOT < 1440
        SUBTRACT 1440 FROM WS-PromiseMins
    END-IF
    DIVIDE WS-PromiseMins BY 60 GIVING WS-PromiseHH REMAINDER WS-PromiseMM
    COMPUTE WS-PromiseTime = WS-PromiseHH * 10000 + WS-PromiseMM * 100.

*> THE DELIVERY GOES ON Deliv.dat AS PLACED, WAITING FOR DISPATCH TO ASSIGN
*> A DRIVER -- IT CARRIES THE ZONE AND THE PROMISE FOR ZONERPT
WRITE_DELIV_RECORD.
    OPEN EXTEND DelivFile
    IF WS-DelivStatus NOT = "00"
        OPEN OUTPUT DelivFile *> very first delivery rung
    END-IF
    MOVE WS-TransNo TO DV-TransNo
    MOVE WS-LogDate TO DV-Date
    MOVE CustIDEntered TO DV-CustID
    MOVE SPACE TO DV-Driver
    MOVE 'P' TO DV-Status
    MOVE 0 TO DV-OutTime
    MOVE 0 TO DV-DelivTime
    MOVE FinalTotalNum TO DV-Amount
    MOVE Tender1Type TO DV-Tender
    MOVE TblZoneID(MatchedZoneIdx) TO DV-ZoneID
    MOVE WS-DelivFeeNum TO DV-Fee
    MOVE TblZoneQuote(MatchedZoneIdx) TO DV-QuoteMins
    MOVE WS-PromiseTime TO DV-PromiseTime
    WRITE DelivData
    CLOSE DelivFile.

*> "DOES THAT HAVE NUTS IN IT?" -- THE ANSWER COMES FROM THE FILE, NOT RECALL
SHOW_ITEM_INFO.
    DISPLAY "Menu ID to look up : " WITH NO ADVANCING
    ACCEPT WS-InfoItemID
    OPEN INPUT MenuFile
    MOVE WS-InfoItemID TO MenuID
    READ MenuFile KEY IS MenuID
        INVALID KEY DISPLAY "NO SUCH MENU ITEM."
        NOT INVALID KEY
            DISPLAY MenuItemName
            IF MenuAllergens = SPACE
                DISPLAY "  ALLERGENS : NONE DECLARED"
            ELSE
                DISPLAY "  ALLERGENS : " MenuAllergens " (N=NUTS G=GLUTEN D=DAIRY E=EGG S=SHELLFISH)"
            END-IF
            IF MenuCalories IS NUMERIC AND MenuCalories > 0
                DISPLAY "  CALORIES  : " MenuCalories
            ELSE
                DISPLAY "  CALORIES  : NOT ON FILE"
            END-IF
    END-READ
    CLOSE MenuFile.

*> LOAD THE AVAILABILITY WINDOWS FROM MenuAvail.dat AT STARTUP (MENUMNT MAINTAINS THEM)
LOAD_AVAIL_WINDOWS.
    MOVE 0 TO AvailCount
    OPEN INPUT MenuAvailFile
    IF WS-AvailStatus = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
        ADD 1 TO SizeSub
    END-PERFORM.

*> TAKE THE LINE'S QUANTITY OFF THE ITEM'S STOCK ON HAND. THE RECORD IS READ
*> AGAIN UNDER LOCK FIRST, SO A SALE OF THE SAME ITEM AT ANOTHER REGISTER SINCE
*> THE ORDER WAS RUNG IS NOT WRITTEN OVER
DRAW_MENU_STOCK.
    PERFORM LOCK_READ_MENU
    IF LockRecFound
        IF OrderItemQty(Temp_Count) > MenuStockQty
            MOVE 0 TO MenuStockQty
        ELSE
            SUBTRACT OrderItemQty(Temp_Count) FROM MenuStockQty
        END-IF
        REWRITE MenuData
        UNLOCK MenuFile
    END-IF
    IF LockRecBusy
        DISPLAY "STOCK FOR " MenuID " NOT DRAWN DOWN -- ITEM HELD AT ANOTHER REGISTER, TELL A MANAGER."
    END-IF.

*> DRAW THE SOLD VARIANT'S OWN STOCK DOWN AND WRITE THE TABLE BACK, THE WAY
*> THE LOCKOUT TABLE PERSISTS ITS CHANGES
DRAW_SIZE_STOCK.
            WS-LogTime DELIMITED BY SIZE
            INTO StationTicketLine
        WRITE StationTicketLine
        IF WS-TrainingMode NOT = 'Y'
            PERFORM WRITE_KITCHEN_FIRE
        END-IF
    END-IF.

*> START THE SPEED-OF-SERVICE CLOCK FOR THIS ORDER AT THIS STATION --
*> THE LINE BUMPS IT READY BY TRANSACTION NUMBER IN KITBUMP
WRITE_KITCHEN_FIRE.
    OPEN EXTEND KitchenTimeFile
    IF WS-KitTimeStatus NOT = "00"
        OPEN OUTPUT KitchenTimeFile *> very first ticket timed
    END-IF
    MOVE SPACE TO KitchenTimeData
    MOVE 'F' TO KS-Status
    MOVE WS-TransNo TO KS-TransNo
    MOVE WS-LineStation TO KS-Station
    MOVE UserID TO KS-UserID
    MOVE WS-LogDate TO KS-FireDate
    MOVE WS-LogTime TO KS-FireTime
    MOVE 0 TO KS-ReadyDate
    MOVE 0 TO KS-ReadyTime
    WRITE KitchenTimeData
    CLOSE KitchenTimeFile.

*> SCAN-FRIENDLY ORDER ENTRY -- EACH CODE SCANNED (OR TYPED) LOOKS THE ITEM UP
*> BY ITS BARCODE/PLU AND ADDS ONE TO THE ORDER, ENTER ON ITS OWN FINISHES
SCAN_MODE.
    PERFORM CHECK_ORDER_STOCK
    GO TO CONFIRM_ORDER.

*> FIND THE SCANNED CODE ON THE MENU AND ADD ONE UNIT TO THE ORDER TABLE --
*> A DELI-SCALE LABEL IS LOOKED UP BY ITS PLU AND BRINGS ITS OWN PRICE OR WEIGHT
SCAN_ONE_CODE.
    PERFORM READ_SCALE_LABEL
    MOVE 'N' TO WS-ScanFound
    OPEN INPUT MenuFile
    MOVE 'N' TO WS-ScanEOF
    IF WS-ScaleLabel = 'X'
        MOVE 'Y' TO WS-ScanEOF *> a misread label is never looked up
    END-IF
    PERFORM UNTIL WS-ScanEOF = 'Y'
        READ MenuFile NEXT RECORD
            AT END MOVE 'Y' TO WS-ScanEOF
            NOT AT END
                IF MenuScanCode = WS-ScanKey AND MenuScanCode NOT = SPACE
                    MOVE 'Y' TO WS-ScanFound
                    MOVE 'Y' TO WS-ScanEOF
                END-IF
    CLOSE MenuFile

    IF WS-ScanFound = 'N'
        IF WS-ScaleLabel = 'X'
            DISPLAY "SCALE LABEL " WS-ScanCode " DID NOT READ CLEANLY -- SCAN IT AGAIN."
        ELSE
            DISPLAY "CODE " WS-ScanCode " IS NOT ON THE MENU FILE."
        END-IF
        MOVE "SCAN_ONE_CODE" TO WS-ErrParagraph
        MOVE WS-ScanCode(1:13) TO WS-ErrKeyValue(1:13)
        MOVE "Unknown scan code" TO WS-ErrMessage
        PERFORM LogError
    ELSE IF WS-ScaleLabel NOT = 'N' AND MenuSoldBy NOT = 'W'
        DISPLAY MenuItemName " IS NOT SOLD BY WEIGHT -- SCAN ITS OWN BARCODE."
    ELSE
        *> SAME ITEM SCANNED AGAIN BUMPS ITS QTY, OTHERWISE TAKE THE NEXT FREE LINE --
        *> EVERY PACK OF A WEIGHED ITEM IS A LINE OF ITS OWN
        MOVE 0 TO WS-ScanSlot
        IF MenuSoldBy NOT = 'W'
            MOVE 1 TO WS-ScanSub
            PERFORM UNTIL WS-ScanSub > 25
                IF OrderItemID(WS-ScanSub) = MenuID AND WS-ScanSlot = 0
                    MOVE WS-ScanSub TO WS-ScanSlot
                END-IF
                ADD 1 TO WS-ScanSub
            END-PERFORM
        END-IF
        IF WS-ScanSlot > 0
            ADD 1 TO OrderItemQty(WS-ScanSlot)
        ELSE
            ELSE
                MOVE MenuID TO OrderItemID(WS-ScanSlot)
                MOVE 1 TO OrderItemQty(WS-ScanSlot)
                IF MenuSoldBy = 'W'
                    PERFORM TAKE_LABEL_WEIGHT
                END-IF
            END-IF
        END-IF
        IF WS-ScanSlot > 0
            MOVE MenuItemPrice TO WS-ItemPrice
            IF MenuSoldBy = 'W'
                IF OrderLabelPrice(WS-ScanSlot) > 0
                    MOVE OrderLabelPrice(WS-ScanSlot) TO WS-ItemPrice
                ELSE
                    COMPUTE WS-ItemPrice ROUNDED = WS-ItemPrice * OrderWeight(WS-ScanSlot)
                END-IF
            END-IF
            ADD WS-ItemPrice TO WS-ScanSubtotal
            MOVE WS-ScanSubtotal TO CF-AmountIn
            CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
            DISPLAY "  " MenuItemName " x " OrderItemQty(WS-ScanSlot)
                "   RUNNING SUBTOTAL " WS-PriceDisp
            IF MenuSoldBy = 'W' AND OrderWeight(WS-ScanSlot) = 0
                DISPLAY "  (NO WEIGHT ON THE CODE -- IT IS ASKED FOR AT CONFIRM)"
            END-IF
        END-IF
    END-IF
    END-IF.

*> A DELI-SCALE LABEL IS 13 DIGITS: THE PREFIX, THE 5-DIGIT PLU, THE PACK PRICE
*> IN CENTS OR THE WEIGHT IN GRAMS, THEN AN EAN CHECK DIGIT OVER THE FIRST 12
*> (ODD POSITIONS COUNT ONCE, EVEN POSITIONS THREE TIMES). ANY OTHER CODE IS
*> LOOKED UP AS SCANNED
READ_SCALE_LABEL.
    MOVE 'N' TO WS-ScaleLabel
    MOVE WS-ScanCode TO WS-ScanKey
    IF (WS-ScanCode(1:2) = ScaleLabelPricePfx OR WS-ScanCode(1:2) = ScaleLabelWeightPfx)
        AND WS-ScanCode(1:13) IS NUMERIC
        IF WS-ScanCode(1:2) = ScaleLabelPricePfx
            MOVE 'P' TO WS-ScaleLabel
        ELSE
            MOVE 'W' TO WS-ScaleLabel
        END-IF
        MOVE SPACE TO WS-ScanKey
        MOVE WS-ScanCode(3:5) TO WS-ScanKey
        MOVE WS-ScanCode(8:5) TO WS-LabelValue
        MOVE 0 TO WS-LabelSum
        MOVE 1 TO WS-LabelSub
        PERFORM UNTIL WS-LabelSub > 11
            MOVE WS-ScanCode(WS-LabelSub:1) TO WS-LabelDigit
            ADD WS-LabelDigit TO WS-LabelSum
            ADD 1 TO WS-LabelSub
            MOVE WS-ScanCode(WS-LabelSub:1) TO WS-LabelDigit
            COMPUTE WS-LabelSum = WS-LabelSum + WS-LabelDigit * 3
            ADD 1 TO WS-LabelSub
        END-PERFORM
        DIVIDE WS-LabelSum BY 10 GIVING WS-LabelQuot REMAINDER WS-LabelCheck
        IF WS-LabelCheck > 0
            COMPUTE WS-LabelCheck = 10 - WS-LabelCheck
        END-IF
        MOVE WS-ScanCode(13:1) TO WS-LabelDigit
        IF WS-LabelDigit NOT = WS-LabelCheck
            MOVE 'X' TO WS-ScaleLabel
        END-IF
    END-IF.

*> A PRICE LABEL FIXES THE PACK PRICE AND THE WEIGHT IS WORKED BACK FROM THE
*> PER-KILO PRICE; A WEIGHT LABEL CARRIES GRAMS. A PLAIN SCAN OF A WEIGHED ITEM
*> LEAVES BOTH AT ZERO AND THE WEIGHT IS ASKED FOR AT CONFIRM
TAKE_LABEL_WEIGHT.
    MOVE 0 TO OrderWeight(WS-ScanSlot)
    MOVE 0 TO OrderLabelPrice(WS-ScanSlot)
    IF WS-ScaleLabel = 'P'
        COMPUTE OrderLabelPrice(WS-ScanSlot) = WS-LabelValue / 100
        MOVE MenuItemPrice TO WS-ItemPrice
        IF WS-ItemPrice > 0
            COMPUTE OrderWeight(WS-ScanSlot) ROUNDED = OrderLabelPrice(WS-ScanSlot) / WS-ItemPrice
        END-IF
    END-IF
    IF WS-ScaleLabel = 'W'
        COMPUTE OrderWeight(WS-ScanSlot) = WS-LabelValue / 1000
    END-IF.

*> SELL (OR RELOAD) A GIFT CARD -- THE ACTIVATION IS JOURNALED UNDER THE
    PERFORM ENSURE_GIFTCARD_FILE
    OPEN I-O GiftCardFile
    MOVE WS-GiftCardNo TO GC-CardNo
    PERFORM LOCK_READ_GIFTCARD
    IF LockRecBusy
        CLOSE GiftCardFile
        DISPLAY "GIFT CARD " WS-GiftCardNo " IS IN USE AT ANOTHER REGISTER -- NOTHING LOADED, TRY AGAIN."
        GO TO DISPLAY_MENU
    END-IF
    IF LockRecMissing
        MOVE WS-GiftCardNo TO GC-CardNo
        MOVE WS-GiftLoadNum TO GC-Balance
        ACCEPT GC-IssueDate FROM DATE YYYYMMDD
        MOVE 'A' TO GC-Status
        WRITE GiftCardData
    ELSE
        ADD WS-GiftLoadNum TO GC-Balance
        MOVE 'A' TO GC-Status
        REWRITE GiftCardData
    END-IF
    MOVE GC-Balance TO WS-GiftRemaining
    CLOSE GiftCardFile

        MOVE WS-TrainingMode TO SL-Training
        MOVE WS-TermID TO SL-TermID
        MOVE WS-StoreID TO SL-StoreID
        PERFORM SEAL_SALES_RECORD
        WRITE SalesLogRecord
        PERFORM RELEASE_SALES_CHAIN
        PERFORM POST_TRANS_INDEX
    CLOSE SalesLog

    OPEN EXTEND ReceiptFile
        CLOSE GiftCardFile
    END-IF.

*> SELL A PREPAID PLAN -- A PUNCH CARD OR MEAL PLAN HOLDS SERVINGS OF ONE ITEM
*> OR ONE MENU CATEGORY, NOT MONEY. THE PAYMENT IS JOURNALED UNDER THE PSEUDO
*> ITEM ID "PLAN" THE SAME WAY GIFT ACTIVATIONS RIDE UNDER "GIFT", SO THE
*> REPORTS CARRY IT AS A LIABILITY AND NOT AS A SALE
SELL_PREPAID_PLAN.
    IF TrainingMode
        DISPLAY "PREPAID PLANS CANNOT BE SOLD IN TRAINING MODE."
        GO TO DISPLAY_MENU
    END-IF
    PERFORM CHECK_DAY_CLOSE
    IF DayIsClosed = 'Y' AND WS-CloseFlagStale = 'Y'
        PERFORM OFFER_CLOSE_FLAG_OVERRIDE *> a stuck flag can be cleared by an authenticated manager
    END-IF
    IF DayIsClosed = 'Y'
        DISPLAY "END OF DAY PROCESSING IS RUNNING, NEW ORDERS ARE HELD UNTIL IT FINISHES."
    END-IF

    DISPLAY " "
    DISPLAY "Prepaid plan number to sell : " WITH NO ADVANCING
    ACCEPT WS-PlanNoIn
    IF WS-PlanNoIn = SPACE
        DISPLAY "NO PLAN NUMBER, CANCELLED."
        GO TO DISPLAY_MENU
    END-IF
    DISPLAY "Customer ID the plan belongs to (blank for none) : " WITH NO ADVANCING
    ACCEPT WS-PlanCustIn
    DISPLAY "Plan description : " WITH NO ADVANCING
    ACCEPT WS-PlanDescIn
    DISPLAY "Item ID it covers (blank for a whole category) : " WITH NO ADVANCING
    ACCEPT WS-PlanItemIn
    MOVE SPACE TO WS-PlanCatIn
    IF WS-PlanItemIn = SPACE
        DISPLAY "Menu category it covers : " WITH NO ADVANCING
        ACCEPT WS-PlanCatIn
    END-IF
    DISPLAY "Servings bought : " WITH NO ADVANCING
    ACCEPT WS-PlanServIn
    DISPLAY "Price paid : " WITH NO ADVANCING
    ACCEPT WS-PlanPriceEdit
    MOVE WS-PlanPriceEdit TO WS-PlanPriceNum
    DISPLAY "Last day it can be used (CCYYMMDD, 0 = no expiry) : " WITH NO ADVANCING
    ACCEPT WS-PlanExpiryIn

    *> THE ITEM (OR SOME ITEM IN THE CATEGORY) HAS TO BE ON THE MENU
    MOVE 'N' TO WS-PlanOK
    OPEN INPUT MenuFile
    IF WS-PlanItemIn NOT = SPACE
        MOVE WS-PlanItemIn TO MenuID
        READ MenuFile KEY IS MenuID
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE 'Y' TO WS-PlanOK
        END-READ
    ELSE
        IF WS-PlanCatIn NOT = SPACE
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y' OR WS-PlanOK = 'Y'
                READ MenuFile NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF MenuCategory = WS-PlanCatIn
                            MOVE 'Y' TO WS-PlanOK
                        END-IF
                END-READ
            END-PERFORM
        END-IF
    END-IF
    CLOSE MenuFile
    IF WS-PlanOK = 'N'
        DISPLAY "THAT ITEM OR CATEGORY IS NOT ON THE MENU, CANCELLED."
        GO TO DISPLAY_MENU
    END-IF
    IF WS-PlanServIn = 0 OR WS-PlanPriceNum = 0
        DISPLAY "A PLAN NEEDS SERVINGS AND A PRICE, CANCELLED."
        GO TO DISPLAY_MENU
    END-IF

    *> A PLAN NUMBER IS SOLD ONCE -- A USED-UP PLAN IS NOT RELOADED
    PERFORM ENSURE_PLAN_FILE
    OPEN I-O EntitlementFile
    MOVE WS-PlanNoIn TO EN-PlanNo
    READ EntitlementFile
        INVALID KEY
            MOVE 'Y' TO WS-PlanOK
        NOT INVALID KEY
            MOVE 'N' TO WS-PlanOK
    END-READ
    IF WS-PlanOK = 'Y'
        MOVE SPACE TO EntitlementData
        MOVE WS-PlanNoIn TO EN-PlanNo
        IF WS-PlanCustIn IS NUMERIC
            MOVE WS-PlanCustIn TO EN-CustID
        ELSE
            MOVE 0 TO EN-CustID
        END-IF
        MOVE WS-PlanDescIn TO EN-Desc
        MOVE WS-PlanItemIn TO EN-MenuID
        MOVE WS-PlanCatIn TO EN-Category
        MOVE WS-PlanServIn TO EN-ServBought
        MOVE 0 TO EN-ServUsed
        MOVE WS-PlanPriceNum TO EN-PricePaid
        ACCEPT EN-IssueDate FROM DATE YYYYMMDD
        MOVE WS-PlanExpiryIn TO EN-ExpiryDate
        MOVE 0 TO EN-LastUsed
        MOVE 'A' TO EN-Status
        WRITE EntitlementData
    END-IF
    CLOSE EntitlementFile
    IF WS-PlanOK = 'N'
        DISPLAY "PREPAID PLAN " WS-PlanNoIn " IS ALREADY ON FILE, CANCELLED."
        GO TO DISPLAY_MENU
    END-IF

    DISPLAY "Paid by (C)ash or Ca(R)d : " WITH NO ADVANCING
    ACCEPT WS-GiftTenderChoice

    PERFORM GET_NEXT_TRANS_NO
    ACCEPT WS-LogDate FROM DATE YYYYMMDD
    ACCEPT WS-LogTimeRaw FROM TIME
    MOVE WS-LogTimeRaw(1:6) TO WS-LogTime
    OPEN EXTEND SalesLog
        MOVE SPACE TO SalesLogRecord
        MOVE 'H' TO SL-RecType
        MOVE UserID TO SL-UserID
        MOVE WS-LogDate TO SL-Date
        MOVE WS-LogTime TO SL-Time
        MOVE "PLAN" TO SL-MenuID
        MOVE "PREPAID PLAN SALE" TO SL-MenuItemName
        MOVE WS-PlanServIn TO SL-Qty
        MOVE WS-PlanPriceNum TO SL-Amount
        IF WS-GiftTenderChoice = 'R' OR WS-GiftTenderChoice = 'r'
            MOVE "CARD" TO SL-Tender1Type
        ELSE
            MOVE "CASH" TO SL-Tender1Type
        END-IF
        MOVE WS-PlanPriceNum TO SL-Tender1Amt
        MOVE WS-TransNo TO SL-TransNo
        MOVE 'S' TO SL-Channel
        MOVE WS-TrainingMode TO SL-Training
        MOVE WS-TermID TO SL-TermID
        MOVE WS-StoreID TO SL-StoreID
        MOVE EN-CustID TO SL-CustID
        PERFORM SEAL_SALES_RECORD
        WRITE SalesLogRecord
        PERFORM RELEASE_SALES_CHAIN
        PERFORM POST_TRANS_INDEX
    CLOSE SalesLog

    OPEN EXTEND ReceiptFile
        PERFORM WRITE_STORE_HEADER
        MOVE SPACE TO ReceiptLine
        STRING "RECEIPT #" DELIMITED BY SIZE
            WS-TransNo DELIMITED BY SIZE
            " - USER " DELIMITED BY SIZE
            UserID DELIMITED BY SIZE
            " - " DELIMITED BY SIZE
            WS-LogDate DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            WS-LogTime DELIMITED BY SIZE
            INTO ReceiptLine
        WRITE ReceiptLine
        MOVE "--------------------------------------------" TO ReceiptLine
        WRITE ReceiptLine
        MOVE SPACE TO ReceiptLine
        STRING "PREPAID PLAN " DELIMITED BY SIZE
            WS-PlanNoIn DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            WS-PlanDescIn DELIMITED BY SIZE
            INTO ReceiptLine
        WRITE ReceiptLine
        MOVE SPACE TO ReceiptLine
        IF WS-PlanItemIn NOT = SPACE
            STRING "  " DELIMITED BY SIZE
                WS-PlanServIn DELIMITED BY SIZE
                " SERVING(S) OF ITEM " DELIMITED BY SIZE
                WS-PlanItemIn DELIMITED BY SIZE
                INTO ReceiptLine
        ELSE
            STRING "  " DELIMITED BY SIZE
                WS-PlanServIn DELIMITED BY SIZE
                " SERVING(S) FROM " DELIMITED BY SIZE
                WS-PlanCatIn DELIMITED BY SIZE
                INTO ReceiptLine
        END-IF
        WRITE ReceiptLine
        IF WS-PlanExpiryIn > 0
            MOVE SPACE TO ReceiptLine
            STRING "  USE BY " DELIMITED BY SIZE
                WS-PlanExpiryIn DELIMITED BY SIZE
                INTO ReceiptLine
            WRITE ReceiptLine
        END-IF
        MOVE WS-PlanPriceNum TO CF-AmountIn
        CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, RcptTotalPrice
        MOVE ReceiptTotalLine TO ReceiptLine
        WRITE ReceiptLine
        MOVE SPACE TO ReceiptLine
        WRITE ReceiptLine
    CLOSE ReceiptFile

    DISPLAY "PREPAID PLAN " WS-PlanNoIn " SOLD, " WS-PlanServIn " SERVING(S)."
    GO TO DISPLAY_MENU.

*> CREATE AN EMPTY Entitlement.dat THE FIRST TIME A PLAN IS SOLD
ENSURE_PLAN_FILE.
    OPEN I-O EntitlementFile
    IF WS-EntStatus = "35"
        OPEN OUTPUT EntitlementFile
        CLOSE EntitlementFile
    ELSE
        CLOSE EntitlementFile
    END-IF.

*> LOOK THE PLAN UP AND, IF IT IS LIVE, ZERO THE FIRST LINE IT COVERS
REDEEM_PREPAID_PLAN.
    ACCEPT WS-PlanToday FROM DATE YYYYMMDD
    OPEN INPUT EntitlementFile
    IF WS-EntStatus NOT = "00"
        DISPLAY "PREPAID PLAN FILE NOT AVAILABLE."
    ELSE
        MOVE WS-PlanNoIn TO EN-PlanNo
        READ EntitlementFile
            INVALID KEY
                DISPLAY "PREPAID PLAN " WS-PlanNoIn " NOT FOUND."
            NOT INVALID KEY
                MOVE 0 TO WS-PlanLeft
                IF EN-ServBought > EN-ServUsed
                    COMPUTE WS-PlanLeft = EN-ServBought - EN-ServUsed
                END-IF
                EVALUATE TRUE
                    WHEN EN-Status NOT = 'A' OR WS-PlanLeft = 0
                        DISPLAY "PREPAID PLAN " WS-PlanNoIn " IS USED UP."
                    WHEN EN-ExpiryDate IS NUMERIC AND EN-ExpiryDate > 0
                        AND EN-ExpiryDate < WS-PlanToday
                        DISPLAY "PREPAID PLAN " WS-PlanNoIn " EXPIRED ON " EN-ExpiryDate "."
                    WHEN OTHER
                        PERFORM FIND_PLAN_LINE
                END-EVALUATE
        END-READ
        CLOSE EntitlementFile
    END-IF.

*> FIRST LINE NOT ALREADY REPRICED WHOSE ITEM (OR CATEGORY) THE PLAN COVERS
*> AND WHOSE QUANTITY THE SERVINGS LEFT CAN PAY FOR
FIND_PLAN_LINE.
    MOVE 0 TO WS-PlanLine
    MOVE 'N' TO WS-PlanShort
    OPEN INPUT MenuFile
    MOVE 1 TO WS-PlanSub
    PERFORM UNTIL WS-PlanSub > 25 OR WS-PlanLine > 0
        IF OrderItemID(WS-PlanSub) NOT = SPACE
            AND OrderOvrFlag(WS-PlanSub) NOT = 'Y'
            MOVE 'N' TO WS-PlanOK
            IF EN-MenuID NOT = SPACE
                IF OrderItemID(WS-PlanSub) = EN-MenuID
                    MOVE 'Y' TO WS-PlanOK
                END-IF
            ELSE
                MOVE OrderItemID(WS-PlanSub) TO MenuID
                READ MenuFile KEY IS MenuID
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF MenuCategory = EN-Category
                            MOVE 'Y' TO WS-PlanOK
                        END-IF
                END-READ
            END-IF
            IF WS-PlanOK = 'Y'
                IF OrderItemQty(WS-PlanSub) > WS-PlanLeft
                    MOVE 'Y' TO WS-PlanShort
                ELSE
                    MOVE WS-PlanSub TO WS-PlanLine
                END-IF
            END-IF
        END-IF
        ADD 1 TO WS-PlanSub
    END-PERFORM
    CLOSE MenuFile
    EVALUATE TRUE
        WHEN WS-PlanLine > 0
            MOVE 'Y' TO OrderOvrFlag(WS-PlanLine)
            MOVE 0 TO OrderOvrPrice(WS-PlanLine)
            MOVE "PP" TO OrderOvrReason(WS-PlanLine)
            MOVE EN-PlanNo TO WS-PlanNo
            MOVE OrderItemQty(WS-PlanLine) TO WS-PlanServings
            COMPUTE WS-PlanLeft = WS-PlanLeft - WS-PlanServings
            DISPLAY "PREPAID PLAN " EN-Desc " PAYS FOR LINE " WS-PlanLine
                " -- " WS-PlanLeft " SERVING(S) LEFT AFTER THIS ORDER."
            IF EN-CustID > 0
                DISPLAY "PLAN HOLDER IS CUSTOMER " EN-CustID "."
            END-IF
        WHEN WS-PlanShort = 'Y'
            DISPLAY "ONLY " WS-PlanLeft " SERVING(S) LEFT ON PLAN " WS-PlanNoIn
                " -- NOT ENOUGH FOR THE LINE."
        WHEN OTHER
            DISPLAY "NOTHING ON THIS ORDER IS COVERED BY PLAN " WS-PlanNoIn "."
    END-EVALUATE.

*> COUNT THE REDEEMED SERVINGS OFF THE PLAN -- A PLAN WITH NONE LEFT CLOSES
DRAW_PLAN_SERVINGS.
    MOVE 0 TO WS-PlanLeft
    OPEN I-O EntitlementFile
    IF WS-EntStatus = "00"
        MOVE WS-PlanNo TO EN-PlanNo
        READ EntitlementFile
            INVALID KEY CONTINUE
            NOT INVALID KEY
                ADD WS-PlanServings TO EN-ServUsed
                ACCEPT EN-LastUsed FROM DATE YYYYMMDD
                IF EN-ServUsed NOT < EN-ServBought
                    MOVE 'V' TO EN-Status
                ELSE
                    COMPUTE WS-PlanLeft = EN-ServBought - EN-ServUsed
                END-IF
                REWRITE EntitlementData
        END-READ
        CLOSE EntitlementFile
    END-IF.

*> THE MORNING REGULAR'S "USUAL": THE CUSTOMER'S MOST RECENT ORDER IS DUG
*> OUT OF THE JOURNAL HISTORY AND PROPOSED FOR CONFIRMATION, EDITABLE
*> BEFORE IT GOES ANYWHERE NEAR PAYMENT
REPEAT_LAST_ORDER.
    PERFORM CHECK_DAY_CLOSE
    IF DayIsClosed = 'Y' AND WS-CloseFlagStale = 'Y'
        PERFORM OFFER_CLOSE_FLAG_OVERRIDE
    END-IF
    IF DayIsClosed = 'Y'
        DISPLAY "END OF DAY PROCESSING IS RUNNING, NEW ORDERS ARE HELD UNTIL IT FINISHES."
        GO TO DISPLAY_MENU
    END-IF

    DISPLAY " "
    DISPLAY "Loyalty customer ID for their usual : " WITH NO ADVANCING
    ACCEPT WS-UsualCustID

    *> THE LIVE LOG FIRST, THEN THE ARCHIVES DAY BY DAY UP TO 30 DAYS BACK
    MOVE 'N' TO WS-UsualFound
    MOVE "SalesLog.dat" TO WS-UsualFileName
    PERFORM SCAN_USUAL_FILE
    IF WS-UsualFound = 'N'
        ACCEPT WS-LogDate FROM DATE YYYYMMDD
        MOVE 1 TO WS-UsualDaysBack
        PERFORM UNTIL WS-UsualDaysBack > 30 OR WS-UsualFound = 'Y'
            COMPUTE WS-UsualDateInt = FUNCTION INTEGER-OF-DATE(WS-LogDate)
                - WS-UsualDaysBack
            COMPUTE WS-UsualDate = FUNCTION DATE-OF-INTEGER(WS-UsualDateInt)
            MOVE SPACE TO WS-UsualFileName
            STRING "SalesLog_" DELIMITED BY SIZE
                WS-UsualDate DELIMITED BY SIZE
                ".dat" DELIMITED BY SIZE
                INTO WS-UsualFileName
            PERFORM SCAN_USUAL_FILE
            ADD 1 TO WS-UsualDaysBack
        END-PERFORM
    END-IF

    IF WS-UsualFound = 'N'
        DISPLAY "NO ORDER ON FILE FOR CUSTOMER " WS-UsualCustID " IN THE LAST 30 DAYS."
        GO TO DISPLAY_MENU
    END-IF

    MOVE SPACE TO OrderNo
    MOVE 0 TO WS-PartySize
    MOVE 0 TO WS-CaterOrderNo
    MOVE 0 TO WS-CaterDeposit
    PERFORM LOAD_USUAL_LINES
    IF OrderItemID(1) = SPACE
        DISPLAY "THE LAST ORDER CARRIED NO ITEM LINES -- NOTHING TO PROPOSE."
        GO TO DISPLAY_MENU
    END-IF

    DISPLAY "Their usual (trans " WS-UsualTransNo ") :"
    MOVE 1 TO UsualSub
    PERFORM UNTIL UsualSub > 25
        IF OrderItemID(UsualSub) NOT = SPACE
            DISPLAY "  " UsualSub "  " OrderItemID(UsualSub) " x " OrderItemQty(UsualSub)
        END-IF
        ADD 1 TO UsualSub
    END-PERFORM
    MOVE 1 TO WS-UsualDrop
    PERFORM UNTIL WS-UsualDrop = 0
        DISPLAY "Line number to drop (0 = keep the rest) : " WITH NO ADVANCING
        ACCEPT WS-UsualDrop
        IF WS-UsualDrop > 0 AND WS-UsualDrop NOT > 25
            MOVE SPACE TO OrderItemID(WS-UsualDrop)
            MOVE 0 TO OrderItemQty(WS-UsualDrop)
        END-IF
    END-PERFORM

    PERFORM CHECK_ORDER_STOCK
    IF OrderItemID(1) = SPACE
        DISPLAY "NOTHING LEFT ON THE ORDER."
        GO TO DISPLAY_MENU
    END-IF
    DISPLAY "USUAL LOADED, CONFIRM AND TAKE PAYMENT."
    GO TO CONFIRM_ORDER.

*> LAST MATCHING 'H' IN THE FILE WINS -- THE JOURNAL APPENDS IN TIME ORDER
SCAN_USUAL_FILE.
    OPEN INPUT UsualLogFile
    IF WS-UsualStatus = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ UsualLogFile INTO SalesLogRecord
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SL-RecType = 'H' AND SL-CustID = WS-UsualCustID
                        AND SL-Training NOT = 'Y'
                        AND SL-MenuID NOT = "GIFT" AND SL-MenuID NOT = "CATD" AND SL-MenuID NOT = "PLAN"
                        MOVE 'Y' TO WS-UsualFound
                        MOVE SL-TransNo TO WS-UsualTransNo
                    END-IF
            END-READ
        END-PERFORM
        CLOSE UsualLogFile
    END-IF.

LOAD_USUAL_LINES.
    MOVE 0 TO UsualSub
    OPEN INPUT UsualLogFile
    IF WS-UsualStatus = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ UsualLogFile INTO SalesLogRecord
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SL-RecType = 'I' AND SL-TransNo = WS-UsualTransNo
                        AND SL-MenuID NOT = "SVC"
                        AND SL-MenuID NOT = "DEP" *> the deposit comes back with its item
                        AND UsualSub < 25
                        ADD 1 TO UsualSub
                        MOVE SL-MenuID TO OrderItemID(UsualSub)
                        MOVE SL-Qty TO OrderItemQty(UsualSub)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE UsualLogFile
    END-IF.

*> CATERING PICKUP -- LOAD A FUTURE-DATED ORDER'S LINES, APPLY ITS DEPOSIT,
*> AND SETTLE THE BALANCE THROUGH THE NORMAL CONFIRM/PAYMENT PATH
CATERING_PICKUP.
    PERFORM CHECK_DAY_CLOSE
    IF DayIsClosed = 'Y' AND WS-CloseFlagStale = 'Y'
        PERFORM OFFER_CLOSE_FLAG_OVERRIDE
    END-IF
    IF DayIsClosed = 'Y'
        DISPLAY "END OF DAY PROCESSING IS RUNNING, NEW ORDERS ARE HELD UNTIL IT FINISHES."
        GO TO DISPLAY_MENU
    END-IF

    OPEN INPUT CaterOrdFile
    IF WS-CaterStatus NOT = "00"
        DISPLAY "NO CATERING ORDERS ON FILE."
        GO TO DISPLAY_MENU
    END-IF
    MOVE 'N' TO WS-CaterFound
    MOVE 'N' TO WS-EOF
    DISPLAY " "
    DISPLAY "Catering orders awaiting pickup :"
    END-IF

    IF WS-TabFound = 'N'
        PERFORM FIND_TABLE_BOOKING
        IF WS-ResvNo > 0
            DISPLAY "Booking " WS-ResvNo " : " RS-Name " party of " RS-PartySize " at " RS-Time
            DISPLAY "Seat this booking at the table (Y/N) : " WITH NO ADVANCING
            ACCEPT WS-ResvAnswer
            IF WS-ResvAnswer NOT = 'Y' AND WS-ResvAnswer NOT = 'y'
                MOVE 0 TO WS-ResvNo
            END-IF
        END-IF
        IF WS-ResvNo = 0
            DISPLAY "Booking number being seated (0 = walk-in) : " WITH NO ADVANCING
            ACCEPT WS-ResvPick
            IF WS-ResvPick > 0
                PERFORM SEAT_BOOKING
                IF WS-ResvNo = 0
                    DISPLAY "NO BOOKING " WS-ResvPick " DUE TODAY -- OPENING AS A WALK-IN."
                END-IF
            END-IF
        ELSE
            MOVE WS-ResvNo TO WS-ResvPick
            PERFORM SEAT_BOOKING
        END-IF
        IF WS-ResvNo = 0
            DISPLAY "Party size (heads at the table) : " WITH NO ADVANCING
            ACCEPT WS-PartySize
        ELSE
            DISPLAY "SEATING " RS-Name " , PARTY OF " WS-PartySize "."
        END-IF
        OPEN EXTEND TabFile
            MOVE SPACE TO TabData
            MOVE 'H' TO TB-RecType
            GO TO DISPLAY_MENU
    END-EVALUATE.

*> TODAY'S EARLIEST BOOKING STILL DUE AT THIS TABLE, OFFERED FIRST WHEN THE TAB OPENS
FIND_TABLE_BOOKING.
    MOVE 0 TO WS-ResvNo
    MOVE 9999 TO WS-ResvBestTime
    ACCEPT WS-ResvToday FROM DATE YYYYMMDD
    OPEN INPUT ReservationFile
    IF WS-ResvStatus = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ ReservationFile
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF RS-Status = 'B' AND RS-Date = WS-ResvToday
                        AND RS-TableNo = WS-TableNo
                        AND RS-Time < WS-ResvBestTime
                        MOVE RS-BookingNo TO WS-ResvNo
                        MOVE RS-Time TO WS-ResvBestTime
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ReservationFile
    END-IF
    *> LEAVE THE CHOSEN BOOKING IN THE RECORD AREA FOR THE PROMPT
    IF WS-ResvNo > 0
        OPEN INPUT ReservationFile
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ ReservationFile
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF RS-BookingNo = WS-ResvNo
                        MOVE 'Y' TO WS-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ReservationFile
    END-IF.

*> MARK BOOKING WS-ResvPick SEATED AT THIS TABLE AND TAKE ITS PARTY SIZE --
*> WS-ResvNo COMES BACK ZERO WHEN NO LIVE BOOKING FOR TODAY HAS THAT NUMBER
SEAT_BOOKING.
    MOVE 0 TO WS-ResvNo
    ACCEPT WS-ResvToday FROM DATE YYYYMMDD
    OPEN I-O ReservationFile
    IF WS-ResvStatus = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ ReservationFile
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF RS-BookingNo = WS-ResvPick AND RS-Status = 'B'
                        AND RS-Date = WS-ResvToday
                        MOVE RS-BookingNo TO WS-ResvNo
                        MOVE RS-PartySize TO WS-PartySize
                        MOVE 'S' TO RS-Status
                        MOVE WS-TableNo TO RS-TableNo
                        MOVE WS-ResvToday TO RS-StatusDate
                        ACCEPT WS-LogTimeRaw FROM TIME
                        MOVE WS-LogTimeRaw(1:6) TO RS-StatusTime
                        REWRITE ReservationData
                        MOVE 'Y' TO WS-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ReservationFile
    END-IF.

*> PRINT THE CALLED COURSE'S UNFIRED LINES AS THEIR OWN KITCHEN TICKET AND
*> MARK THEM FIRED -- "FIRE MAINS FOR TABLE 7" FINALLY LEAVES A TRAIL
FIRE_COURSE.
        MOVE WS-LogTimeRaw(1:6) TO HO-Time
        MOVE 0 TO HO-Qty
        MOVE DiscountCode TO HO-DiscountCode
        IF WS-SaleChannel = 'K'
            MOVE 'K' TO HO-Channel
        END-IF
        WRITE HeldOrderData
        MOVE 1 TO HeldSub
        PERFORM UNTIL HeldSub > 25
                MOVE OrderModCode(HeldSub, 1) TO HO-ModCode(1)
                MOVE OrderModCode(HeldSub, 2) TO HO-ModCode(2)
                MOVE OrderModCode(HeldSub, 3) TO HO-ModCode(3)
                MOVE OrderSizeCode(HeldSub) TO HO-SizeCode
                MOVE 0 TO HO-Weight
                MOVE 0 TO HO-LabelPrice
                IF OrderWeight(HeldSub) IS NUMERIC
                    MOVE OrderWeight(HeldSub) TO HO-Weight
                END-IF
                IF OrderLabelPrice(HeldSub) IS NUMERIC
                    MOVE OrderLabelPrice(HeldSub) TO HO-LabelPrice
                END-IF
                MOVE 0 TO HO-Date
                MOVE 0 TO HO-Time
                WRITE HeldOrderData
        END-PERFORM
    CLOSE HeldOrderFile

    MOVE SPACE TO OrderNo
    IF KioskMode
        DISPLAY " "
        DISPLAY "  YOUR CALL NUMBER IS " WS-NextRecallNo
        DISPLAY "  PLEASE PAY AT THE COUNTER WHEN YOUR NUMBER IS CALLED."
    ELSE
        DISPLAY "ORDER PARKED UNDER RECALL NO " WS-NextRecallNo "."
    END-IF.

*> RECALL A PARKED ORDER BACK INTO THE ORDER TABLE AND CARRY ON TO CONFIRM/PAYMENT
RECALL_ORDER.
    OPEN I-O HeldOrderFile
    IF WS-HeldStatus NOT = "00"
        DISPLAY "NO PARKED ORDERS ON FILE."
        GO TO DISPLAY_MENU
    END-IF

    MOVE 'N' TO WS-HeldFound
    MOVE 'N' TO WS-EOF
    DISPLAY " "
    DISPLAY "Parked orders :"
    PERFORM UNTIL WS-EOF = 'Y'
        READ HeldOrderFile
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF HO-RecType = 'H'
                    MOVE 'Y' TO WS-HeldFound
                    IF HO-Channel = 'K'
                        DISPLAY "  RECALL NO " HO-RecallNo " - PARKED " HO-Date "-" HO-Time " AT THE KIOSK (CALL NO)"
                    ELSE
                        DISPLAY "  RECALL NO " HO-RecallNo " - PARKED " HO-Date "-" HO-Time " BY " HO-UserID
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE HeldOrderFile

    IF WS-HeldFound = 'N'
        DISPLAY "NO PARKED ORDERS ON FILE."
        GO TO DISPLAY_MENU
    END-IF

    DISPLAY "Recall number : " WITH NO ADVANCING
    ACCEPT WS-RecallPick

    MOVE SPACE TO OrderNo
    MOVE 0 TO WS-PartySize
    MOVE 0 TO WS-CaterOrderNo
    MOVE 0 TO WS-CaterDeposit
    MOVE SPACE TO WS-RecalledDiscCode
    MOVE 0 TO HeldSub
    MOVE 'N' TO WS-HeldFound
    OPEN I-O HeldOrderFile
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ HeldOrderFile
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF HO-RecallNo = WS-RecallPick
                    IF HO-RecType = 'H'
                        MOVE 'Y' TO WS-HeldFound
                        MOVE HO-DiscountCode TO WS-RecalledDiscCode
                        IF HO-Channel = 'K'
                            MOVE 'K' TO WS-SaleChannel *> still a kiosk sale, wherever it is paid
                        END-IF
                        MOVE 'X' TO HO-RecType *> recalled -- off the parked list
                        REWRITE HeldOrderData
                    ELSE
                        IF HO-RecType = 'I' AND HeldSub < 25
                            ADD 1 TO HeldSub
                            MOVE HO-MenuID TO OrderItemID(HeldSub)
                            MOVE HO-Qty TO OrderItemQty(HeldSub)
                            MOVE HO-ModCode(1) TO OrderModCode(HeldSub, 1)
                            MOVE HO-ModCode(2) TO OrderModCode(HeldSub, 2)
                            MOVE HO-ModCode(3) TO OrderModCode(HeldSub, 3)
                            MOVE HO-SizeCode TO OrderSizeCode(HeldSub)
                            MOVE HO-Weight TO OrderWeight(HeldSub)
                            MOVE HO-LabelPrice TO OrderLabelPrice(HeldSub)
                            MOVE 'X' TO HO-RecType
                            REWRITE HeldOrderData
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE HeldOrderFile

    IF WS-HeldFound = 'N' OR HeldSub = 0
        DISPLAY "NO PARKED ORDER WITH THAT RECALL NUMBER."
        GO TO DISPLAY_MENU
    END-IF

    PERFORM CHECK_ORDER_STOCK
    DISPLAY "ORDER RECALLED, CONFIRM AND TAKE PAYMENT."
    GO TO CONFIRM_ORDER.

*> SELF-ORDER KIOSK -- A GUEST BROWSES THE MENU BY CATEGORY, BUILDS THE ORDER
*> WITH SIZES AND MODIFIERS, THEN PAYS BY CARD HERE OR PARKS IT UNDER A CALL
*> NUMBER FOR THE COUNTER. NO CASHIER IS LOGGED IN; A MANAGER TAKES THE
*> KIOSK OUT OF SERVICE WITH * AT THE WELCOME SCREEN
KIOSK_MENU.
    PERFORM CHECK_SHARED_FILES
    MOVE SPACE TO OrderNo
    MOVE 'K' TO WS-SaleChannel
    MOVE 'N' TO WS-AgeChecked
    MOVE SPACE TO WS-CmplCategory
    MOVE SPACE TO WS-PlanNo
    MOVE SPACE TO WS-RecalledDiscCode
    MOVE 'N' TO WS-DelivOrder
    MOVE 0 TO WS-PartySize
    MOVE 0 TO WS-CaterOrderNo
    MOVE 0 TO WS-CaterDeposit
    DISPLAY " "
    DISPLAY "======================================================"
    DISPLAY "                W E L C O M E                         "
    DISPLAY "         ORDER HERE AND SKIP THE QUEUE                "
    DISPLAY "======================================================"
    DISPLAY "Press ENTER to start your order : " WITH NO ADVANCING
    ACCEPT WS-MenuChoice
    IF WS-MenuChoice = '*'
        PERFORM KIOSK_STAFF_EXIT
        GO TO KIOSK_MENU
    END-IF

    PERFORM CHECK_DAY_CLOSE
    IF DayIsClosed = 'Y'
        DISPLAY "SORRY, THIS KIOSK IS NOT TAKING ORDERS RIGHT NOW -- PLEASE ORDER AT THE COUNTER."
        GO TO KIOSK_MENU
    END-IF.

KIOSK_BROWSE.
    PERFORM BUILD_CATEGORY_LIST
    DISPLAY " "
    DISPLAY "  WHAT WOULD YOU LIKE?"
    MOVE 1 TO CatSub
    PERFORM UNTIL CatSub > CategoryCount
        DISPLAY "   " CatSub "  " TblCategory(CatSub)
        ADD 1 TO CatSub
    END-PERFORM
    PERFORM KIOSK_COUNT_LINES
    DISPLAY "  (" WS-KioskLines " LINE(S) IN YOUR ORDER SO FAR)"
    DISPLAY "Category number, V = view/remove, D = done, C = cancel : " WITH NO ADVANCING
    ACCEPT WS-KioskPick
    EVALUATE TRUE
        WHEN WS-KioskPick = 'D' OR WS-KioskPick = 'd'
            IF WS-KioskLines = 0
                DISPLAY "YOUR ORDER IS EMPTY -- PICK A CATEGORY TO START."
                GO TO KIOSK_BROWSE
            END-IF
            PERFORM CHECK_ORDER_STOCK
            GO TO CONFIRM_ORDER
        WHEN WS-KioskPick = 'C' OR WS-KioskPick = 'c'
            DISPLAY "ORDER CANCELLED."
            GO TO KIOSK_MENU
        WHEN WS-KioskPick = 'V' OR WS-KioskPick = 'v'
            PERFORM KIOSK_REVIEW
            GO TO KIOSK_BROWSE
        WHEN OTHER
            MOVE 0 TO WS-KioskCatNo
            IF WS-KioskPick(1:2) IS NUMERIC
                MOVE WS-KioskPick(1:2) TO WS-KioskCatNo
            ELSE
                IF WS-KioskPick(1:1) IS NUMERIC AND WS-KioskPick(2:1) = SPACE
                    MOVE WS-KioskPick(1:1) TO WS-KioskCatNo
                END-IF
            END-IF
            IF WS-KioskCatNo > 0 AND WS-KioskCatNo NOT > CategoryCount
                MOVE TblCategory(WS-KioskCatNo) TO WS-CurCategory
                PERFORM KIOSK_PICK_ITEMS
            ELSE
                DISPLAY "PLEASE PICK A NUMBER FROM THE LIST."
            END-IF
            GO TO KIOSK_BROWSE
    END-EVALUATE.

*> ONE CATEGORY ON SCREEN, THEN AS MANY ITEMS FROM IT AS THE GUEST WANTS
KIOSK_PICK_ITEMS.
    DISPLAY " "
    DISPLAY " ----- " WS-CurCategory " -----"
    PERFORM KIOSK_SHOW_CATEGORY
    MOVE "X" TO WS-KioskPick
    PERFORM UNTIL WS-KioskPick = SPACE
        DISPLAY "Item ID to add (ENTER to go back) : " WITH NO ADVANCING
        ACCEPT WS-KioskPick
        IF WS-KioskPick IS NOT = SPACE
            PERFORM KIOSK_ADD_ITEM
        END-IF
    END-PERFORM.

*> THE ITEMS OF WS-CurCategory A GUEST CAN ORDER HERE, WITH THE ALLERGENS AND
*> THE SIZE VARIANTS ON FILE -- ALCOHOL AND OPEN-PRICE ITEMS STAY AT THE COUNTER
KIOSK_SHOW_CATEGORY.
    ACCEPT WS-LogTimeRaw FROM TIME
    MOVE WS-LogTimeRaw(1:4) TO WS-TimeHHMM
    ACCEPT WS-DayOfWeek FROM DAY-OF-WEEK
    OPEN INPUT MenuFile
        MOVE SPACE TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ MenuFile NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF MenuCategory = WS-CurCategory
                        AND MenuTaxClass NOT = 'A' AND MenuOpenPrice NOT = 'Y'
                        PERFORM CHECK_ITEM_AVAILABLE
                        IF WS-ItemAvailable = 'Y'
                            PERFORM KIOSK_SHOW_ITEM
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    CLOSE MenuFile.

KIOSK_SHOW_ITEM.
    MOVE MenuItemPrice TO CF-AmountIn
    CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
    DISPLAY "   " MenuID "   " MenuItemName "   " WS-PriceDisp
    IF MenuStockQty = 0
        DISPLAY "          SOLD OUT"
    END-IF
    IF MenuAllergens = SPACE
        DISPLAY "          ALLERGENS : NONE DECLARED"
    ELSE
        DISPLAY "          ALLERGENS : " MenuAllergens " (N=NUTS G=GLUTEN D=DAIRY E=EGG S=SHELLFISH)"
    END-IF
    MOVE 1 TO SizeSub
    PERFORM UNTIL SizeSub > SizeVarCount
        IF TblSizeMenuID(SizeSub) = MenuID
            MOVE TblSizePrice(SizeSub) TO CF-AmountIn
            CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
            DISPLAY "          SIZE " TblSizeCode(SizeSub) " = " TblSizeDesc(SizeSub)
                "  " WS-PriceDisp
        END-IF
        ADD 1 TO SizeSub
    END-PERFORM.

*> PUT ONE ITEM FROM THE CATEGORY ON SCREEN ONTO ITS OWN ORDER LINE -- THE
*> SAME ITEM IN A DIFFERENT SIZE OR WITH DIFFERENT MODIFIERS IS A NEW LINE
KIOSK_ADD_ITEM.
    MOVE 'N' TO WS-KioskFound
    OPEN INPUT MenuFile
    MOVE WS-KioskPick TO MenuID
    READ MenuFile KEY IS MenuID
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE 'Y' TO WS-KioskFound
    END-READ
    CLOSE MenuFile

    IF WS-KioskFound = 'N' OR MenuCategory NOT = WS-CurCategory
        DISPLAY "THAT ITEM IS NOT IN THIS LIST, PLEASE CHECK THE ID."
    ELSE IF MenuTaxClass = 'A' OR MenuOpenPrice = 'Y' OR MenuSoldBy = 'W'
        DISPLAY "SORRY, PLEASE ORDER " MenuItemName " AT THE COUNTER."
    ELSE
        ACCEPT WS-LogTimeRaw FROM TIME
        MOVE WS-LogTimeRaw(1:4) TO WS-TimeHHMM
        ACCEPT WS-DayOfWeek FROM DAY-OF-WEEK
        PERFORM CHECK_ITEM_AVAILABLE
        IF WS-ItemAvailable = 'N'
            DISPLAY "SORRY, " MenuItemName " IS NOT SERVED AT THIS HOUR."
        ELSE
            PERFORM KIOSK_TAKE_LINE
        END-IF
    END-IF
    END-IF.

KIOSK_TAKE_LINE.
    DISPLAY "How many? (ENTER for 1) : " WITH NO ADVANCING
    ACCEPT WS-KioskQty
    IF WS-KioskQty = 0
        MOVE 1 TO WS-KioskQty
    END-IF

    *> NOTHING GOES ON THE ORDER THAT THE STOCK CAN'T COVER, COUNTING THE
    *> LINES OF THIS ITEM ALREADY TAKEN
    MOVE WS-KioskQty TO WS-ItemQtyTotal
    MOVE 0 TO WS-KioskSlot
    MOVE 1 TO Scan_Count
    PERFORM UNTIL Scan_Count > 25
        IF OrderItemID(Scan_Count) = MenuID
            ADD OrderItemQty(Scan_Count) TO WS-ItemQtyTotal
        END-IF
        IF OrderItemID(Scan_Count) = SPACE AND WS-KioskSlot = 0
            MOVE Scan_Count TO WS-KioskSlot
        END-IF
        ADD 1 TO Scan_Count
    END-PERFORM

    IF MenuStockQty < WS-ItemQtyTotal
        DISPLAY "SORRY, WE DON'T HAVE ENOUGH " MenuItemName " FOR THAT -- " MenuStockQty " LEFT."
    ELSE IF WS-KioskSlot = 0
        DISPLAY "YOUR ORDER IS FULL (25 LINES) -- PRESS D TO FINISH IT."
    ELSE
        MOVE MenuID TO OrderItemID(WS-KioskSlot)
        MOVE WS-KioskQty TO OrderItemQty(WS-KioskSlot)
        MOVE WS-KioskSlot TO Temp_Count
        MOVE MenuItemPrice TO WS-ItemPrice
        PERFORM GET_SIZE_PRICE *> a sized item asks for its size now, so confirm doesn't
        OPEN INPUT ModifierFile
        IF WS-ModFileStatus = "00"
            CLOSE ModifierFile
            PERFORM KIOSK_LIST_MODIFIERS
            DISPLAY "Changes or extras (up to 3 codes, ',' separated, ENTER for none) : " WITH NO ADVANCING
            ACCEPT WS-ModInput
            IF WS-ModInput IS NOT = SPACE
                UNSTRING WS-ModInput DELIMITED BY ','
                    INTO OrderModCode(Temp_Count, 1), OrderModCode(Temp_Count, 2), OrderModCode(Temp_Count, 3)
                PERFORM VALIDATE_LINE_MODIFIERS
            END-IF
        END-IF
        DISPLAY "  ADDED : " OrderItemQty(WS-KioskSlot) " x " MenuItemName " " OrderSizeCode(WS-KioskSlot)
    END-IF
    END-IF.

*> EVERY MODIFIER ON FILE, WITH ITS UPCHARGE, SO THE GUEST CAN PICK BY CODE
KIOSK_LIST_MODIFIERS.
    DISPLAY "  CHANGES AND EXTRAS :"
    OPEN INPUT ModifierFile
        MOVE SPACE TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ ModifierFile NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF MOD-Upcharge = 0
                        DISPLAY "   " MOD-Code "  " MOD-Desc
                    ELSE
                        MOVE MOD-Upcharge TO CF-AmountIn
                        CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
                        DISPLAY "   " MOD-Code "  " MOD-Desc "  + " WS-PriceDisp
                    END-IF
            END-READ
        END-PERFORM
    CLOSE ModifierFile.

KIOSK_COUNT_LINES.
    MOVE 0 TO WS-KioskLines
    MOVE 1 TO Scan_Count
    PERFORM UNTIL Scan_Count > 25
        IF OrderItemID(Scan_Count) IS NOT = SPACE
            ADD 1 TO WS-KioskLines
        END-IF
        ADD 1 TO Scan_Count
    END-PERFORM.

*> SHOW THE ORDER SO FAR AND LET THE GUEST TAKE A LINE BACK OFF IT
KIOSK_REVIEW.
    DISPLAY " "
    DISPLAY "  YOUR ORDER :"
    MOVE 1 TO Scan_Count
    PERFORM UNTIL Scan_Count > 25
        IF OrderItemID(Scan_Count) IS NOT = SPACE
            DISPLAY "   " Scan_Count "  " OrderItemID(Scan_Count) " x " OrderItemQty(Scan_Count)
                "  SIZE " OrderSizeCode(Scan_Count)
                "  " OrderModCode(Scan_Count, 1) " " OrderModCode(Scan_Count, 2)
                " " OrderModCode(Scan_Count, 3)
        END-IF
        ADD 1 TO Scan_Count
    END-PERFORM
    DISPLAY "Line number to remove (0 = keep everything) : " WITH NO ADVANCING
    ACCEPT WS-KioskRemove
    IF WS-KioskRemove > 0 AND WS-KioskRemove NOT > 25
        IF OrderItemID(WS-KioskRemove) IS NOT = SPACE
            MOVE SPACE TO OrderLine(WS-KioskRemove)
            DISPLAY "LINE REMOVED."
        END-IF
    END-IF.

*> THE ORDER IS PRICED AND TAXED BY CONFIRM_ORDER -- THE GUEST PAYS BY CARD
*> HERE WHILE THE PROCESSOR LINK IS UP, OR TAKES A CALL NUMBER TO THE COUNTER
KIOSK_CHECKOUT.
    PERFORM LOAD_CARD_LINK *> a register may have marked the link down since this kiosk started
    DISPLAY " "
    IF CardLinkUp
        DISPLAY "Pay by card here (C), pay at the counter (P), add more (N), or cancel (X)? " WITH NO ADVANCING
    ELSE
        DISPLAY "CARD PAYMENT IS NOT AVAILABLE AT THE KIOSK RIGHT NOW."
        DISPLAY "Pay at the counter (P), add more (N), or cancel (X)? " WITH NO ADVANCING
    END-IF
    ACCEPT WS-KioskAnswer
    EVALUATE TRUE
        WHEN (WS-KioskAnswer = 'C' OR WS-KioskAnswer = 'c') AND CardLinkUp
            PERFORM GET_NEXT_TRANS_NO
            ACCEPT WS-LogDate FROM DATE YYYYMMDD
            ACCEPT WS-LogTimeRaw FROM TIME
            MOVE WS-LogTimeRaw(1:6) TO WS-LogTime
            MOVE 'A' TO WS-JrnlStatusOut
            PERFORM WRITE_ORDER_JRNL
            PERFORM PROCESS_PAYMENT
            PERFORM PRINT_RECEIPT
            DISPLAY " "
            DISPLAY "  THANK YOU -- YOUR ORDER NUMBER IS " WS-TransNo
            DISPLAY "  PLEASE TAKE YOUR RECEIPT AND WAIT FOR YOUR NUMBER."
            GO TO KIOSK_MENU
        WHEN WS-KioskAnswer = 'P' OR WS-KioskAnswer = 'p'
            PERFORM PARK_ORDER
            GO TO KIOSK_MENU
        WHEN WS-KioskAnswer = 'N' OR WS-KioskAnswer = 'n'
            GO TO KIOSK_BROWSE
        WHEN WS-KioskAnswer = 'X' OR WS-KioskAnswer = 'x'
            DISPLAY "ORDER CANCELLED."
            GO TO KIOSK_MENU
        WHEN OTHER
            GO TO KIOSK_CHECKOUT
    END-EVALUATE.

*> ONLY A MANAGER'S OWN ID AND PASSWORD TAKE THE KIOSK OUT OF SERVICE
KIOSK_STAFF_EXIT.
    DISPLAY "Manager ID : " WITH NO ADVANCING
    ACCEPT UserID
    PERFORM FIND_CASHIER
    DISPLAY "Password : " WITH NO ADVANCING
    ACCEPT UserPswd
    MOVE 'N' TO WS-KioskAnswer
    IF IDCorrect = 1
        CALL "PSWDHASH" USING UserPswd, WS-HashedPswd
        IF WS-HashedPswd = TblCashierPswd(MatchedCashierIdx)
            AND TblCashierRole(MatchedCashierIdx) = 'M'
            MOVE 'Y' TO WS-KioskAnswer
        END-IF
    END-IF
    MOVE SPACE TO UserPswd
    IF WS-KioskAnswer = 'Y'
        MOVE "KIOSK-CLOSE" TO WS-SecEvent
        MOVE "KIOSK TAKEN OUT OF SERVICE" TO WS-SecDetail
        PERFORM LogSecEvent
        DISPLAY "KIOSK CLOSED."
        STOP RUN
    END-IF
    MOVE "LOGIN-FAIL" TO WS-SecEvent
    MOVE "KIOSK STAFF EXIT REFUSED" TO WS-SecDetail
    PERFORM LogSecEvent
    MOVE "KIOSK" TO UserID
    DISPLAY "NOT AUTHORISED.".

*> CONTAINER RETURN -- BOTTLES AND CANS BROUGHT BACK ARE KEYED BY ITEM, AND THE
*> DEPOSIT THE ITEM CARRIES ON Menu.dat IS PAID OUT OF THE DRAWER IN CASH. ONE
*> 'B' RECORD PER ITEM UNDER ONE TRANSACTION NUMBER, AND A SLIP FOR THE GUEST
CONTAINER_RETURN.
    PERFORM CHECK_DAY_CLOSE
    IF DayIsClosed = 'Y' AND WS-CloseFlagStale = 'Y'
        PERFORM OFFER_CLOSE_FLAG_OVERRIDE *> a stuck flag can be cleared by an authenticated manager
    END-IF
    IF DayIsClosed = 'Y'
        DISPLAY "END OF DAY PROCESSING IS RUNNING, CONTAINER RETURNS ARE HELD UNTIL IT FINISHES."
        GO TO DISPLAY_MENU
    END-IF

    DISPLAY " "
    DISPLAY "CONTAINER RETURN -- key each item brought back and how many of it"
    MOVE 0 TO WS-RetCount
    MOVE 0 TO WS-RetTotal
    MOVE 'Y' TO WS-RetMore
    OPEN INPUT MenuFile
    PERFORM UNTIL WS-RetMore = 'N'
        MOVE SPACE TO WS-RetItemID
        DISPLAY "Item ID of the container (blank when done) : " WITH NO ADVANCING
        ACCEPT WS-RetItemID
        IF WS-RetItemID = SPACE
            MOVE 'N' TO WS-RetMore
        ELSE
            MOVE WS-RetItemID TO MenuID
            READ MenuFile KEY IS MenuID
                INVALID KEY
                    DISPLAY "NO ITEM " WS-RetItemID " ON THE MENU."
                NOT INVALID KEY
                    IF MenuDeposit IS NOT NUMERIC OR MenuDeposit = 0
                        DISPLAY MenuItemName " CARRIES NO DEPOSIT."
                    ELSE
                        MOVE 0 TO WS-RetQty
                        DISPLAY "How many " MenuItemName " containers : " WITH NO ADVANCING
                        ACCEPT WS-RetQty
                        IF WS-RetQty > 0
                            PERFORM NOTE_CONTAINER_RETURN
                        END-IF
                    END-IF
            END-READ
        END-IF
    END-PERFORM
    CLOSE MenuFile

    IF WS-RetCount = 0
        DISPLAY "NOTHING RETURNED."
        GO TO DISPLAY_MENU
    END-IF
    MOVE WS-RetTotal TO CF-AmountIn
    CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
    DISPLAY "Deposit to pay back in cash : " WS-PriceDisp
    DISPLAY "Pay it out? (Y/N) : " WITH NO ADVANCING
    ACCEPT WS-RetMore
    IF WS-RetMore NOT = 'Y' AND WS-RetMore NOT = 'y'
        DISPLAY "CONTAINER RETURN CANCELLED."
        GO TO DISPLAY_MENU
    END-IF

    PERFORM GET_NEXT_TRANS_NO
    ACCEPT WS-LogDate FROM DATE YYYYMMDD
    ACCEPT WS-LogTimeRaw FROM TIME
    MOVE WS-LogTimeRaw(1:6) TO WS-LogTime

    OPEN EXTEND SalesLog
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > WS-RetCount
            MOVE SPACE TO SalesLogRecord
            MOVE 'B' TO SL-RecType
            MOVE UserID TO SL-UserID
            MOVE WS-LogDate TO SL-Date
            MOVE WS-LogTime TO SL-Time
            MOVE TblRetMenuID(Temp_Count) TO SL-MenuID
            MOVE TblRetName(Temp_Count) TO SL-MenuItemName
            MOVE TblRetQty(Temp_Count) TO SL-Qty
            MOVE TblRetAmount(Temp_Count) TO SL-Amount
            MOVE "CASH" TO SL-Tender1Type
            MOVE TblRetAmount(Temp_Count) TO SL-Tender1Amt
            MOVE WS-TransNo TO SL-TransNo
            MOVE 'S' TO SL-Channel
            MOVE WS-TrainingMode TO SL-Training
            MOVE WS-TermID TO SL-TermID
            MOVE WS-StoreID TO SL-StoreID
            PERFORM SEAL_SALES_RECORD
            WRITE SalesLogRecord
            PERFORM RELEASE_SALES_CHAIN
            ADD 1 TO Temp_Count
        END-PERFORM
    CLOSE SalesLog

    OPEN EXTEND ReceiptFile
        PERFORM WRITE_STORE_HEADER
        MOVE SPACE TO ReceiptLine
        STRING "CONTAINER RETURN #" DELIMITED BY SIZE
            WS-TransNo DELIMITED BY SIZE
            " - USER " DELIMITED BY SIZE
            UserID DELIMITED BY SIZE
            " - " DELIMITED BY SIZE
            WS-LogDate DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            WS-LogTime DELIMITED BY SIZE
            INTO ReceiptLine
        WRITE ReceiptLine
        MOVE "--------------------------------------------" TO ReceiptLine
        WRITE ReceiptLine
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > WS-RetCount
            MOVE TblRetMenuID(Temp_Count) TO RcptItemID
            MOVE TblRetName(Temp_Count) TO RcptItemName
            MOVE TblRetQty(Temp_Count) TO RcptItemQty
            MOVE SPACE TO RcptItemPrice
            MOVE TblRetAmount(Temp_Count) TO CF-AmountIn
            CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, RcptLineTotal
            MOVE ReceiptDetailLine TO ReceiptLine
            WRITE ReceiptLine
            ADD 1 TO Temp_Count
        END-PERFORM
        MOVE SPACE TO ReceiptLine
        MOVE WS-RetTotal TO CF-AmountIn
        CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
        STRING "DEPOSIT REFUNDED IN CASH : " DELIMITED BY SIZE
            WS-PriceDisp DELIMITED BY SIZE
            INTO ReceiptLine
        WRITE ReceiptLine
        MOVE SPACE TO ReceiptLine
        WRITE ReceiptLine
    CLOSE ReceiptFile

    DISPLAY "PAY OUT " WS-PriceDisp " -- CONTAINER RETURN #" WS-TransNo " COMPLETE."
    GO TO DISPLAY_MENU.

*> ONE ITEM'S CONTAINERS ONTO THE RETURN BEING BUILT
NOTE_CONTAINER_RETURN.
    IF WS-RetCount = 10
        DISPLAY "TEN ITEMS IS THE MOST ON ONE RETURN -- RING THE REST AS A SECOND RETURN."
        MOVE 'N' TO WS-RetMore
    ELSE
        ADD 1 TO WS-RetCount
        COMPUTE WS-RetAmount = MenuDeposit * WS-RetQty
        MOVE MenuID TO TblRetMenuID(WS-RetCount)
        MOVE MenuItemName TO TblRetName(WS-RetCount)
        MOVE WS-RetQty TO TblRetQty(WS-RetCount)
        MOVE WS-RetAmount TO TblRetAmount(WS-RetCount)
        ADD WS-RetAmount TO WS-RetTotal
    END-IF.

*> MANAGER-ONLY REFUND AGAINST A COMPLETED SALE -- LOCATES THE ORIGINAL BY THE
*> DATE/TIME ON THE RECEIPT, LETS THE MANAGER PICK THE LINES COMING BACK, THEN
    MOVE 0 TO WS-OrigAmount
    MOVE 0 TO WS-OrigDisc
    MOVE 0 TO WS-OrigTax

    *> BY NUMBER, THE TRANSACTION DIRECTORY SAYS WHICH ARCHIVE HOLDS THE SALE AND
    *> WHERE -- READ FORWARD TO ITS HEADER AND STOP AT THE END OF ITS LINES. A SALE
    *> STILL ON THE LIVE LOG (OR NOT IN THE DIRECTORY) IS FOUND BY THE SCAN AS BEFORE
    MOVE WS-SalesLogName TO WS-SavedLogName
    MOVE 'N' TO WS-RefundPositioned
    MOVE 0 TO WS-RefundSkip
    IF WS-RefundTransNo > 0
        MOVE WS-RefundTransNo TO WS-TxLookupNo
        PERFORM FIND_TRANS_INDEX
        IF WS-TxFound = 'Y' AND TX-RecType = 'R'
            DISPLAY "TRANSACTION " WS-RefundTransNo " IS ITSELF A REFUND, NOT A SALE."
            GO TO DISPLAY_MENU
        END-IF
        IF WS-TxFound = 'Y' AND TX-LogRecNo > 0
            MOVE TX-LogFile TO WS-SalesLogName
            MOVE 'Y' TO WS-RefundPositioned
            COMPUTE WS-RefundSkip = TX-LogRecNo - 1
        END-IF
    END-IF
    OPEN INPUT SalesLog
    IF WS-SalesLogStatus = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-RefundSkip = 0 OR WS-EOF = 'Y'
            READ SalesLog
                AT END MOVE 'Y' TO WS-EOF
            END-READ
            SUBTRACT 1 FROM WS-RefundSkip
        END-PERFORM
        PERFORM UNTIL WS-EOF = 'Y'
            READ SalesLog
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF WS-RefundPositioned = 'Y' AND WS-OrigFound = 'Y'
                        AND SL-TransNo NOT = WS-RefundTransNo
                        MOVE 'Y' TO WS-EOF *> past the original's last line
                    ELSE
                        PERFORM REFUND_TAKE_RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SalesLog
    ELSE
        IF WS-RefundPositioned = 'Y'
            DISPLAY "THE ARCHIVE " TX-LogFile " HOLDING THAT SALE COULD NOT BE OPENED."
        END-IF
    END-IF
    MOVE WS-SavedLogName TO WS-SalesLogName

    IF RefundLineCount = 0
        DISPLAY "No sale found with that date and time."
        MOVE WS-StoreID TO SL-StoreID
        MOVE WS-RefundTax TO SL-TaxAmt
        COMPUTE SL-TaxableAmt = WS-RefundTotal - WS-RefundTax
        PERFORM SEAL_SALES_RECORD
        WRITE SalesLogRecord
        PERFORM RELEASE_SALES_CHAIN
        PERFORM POST_TRANS_INDEX
        MOVE 1 TO RfdSub
        PERFORM UNTIL RfdSub > RefundLineCount
            IF RfdPicked(RfdSub) = 'Y'
                MOVE WS-TrainingMode TO SL-Training
                MOVE WS-TermID TO SL-TermID
                MOVE WS-StoreID TO SL-StoreID
                PERFORM SEAL_SALES_RECORD
                WRITE SalesLogRecord
                PERFORM RELEASE_SALES_CHAIN
            END-IF
            ADD 1 TO RfdSub
        END-PERFORM
        DISPLAY "GIFT CARD FILE NOT AVAILABLE."
    ELSE
        MOVE WS-GiftCardNo TO GC-CardNo
        PERFORM LOCK_READ_GIFTCARD
        IF LockRecBusy
            DISPLAY "GIFT CARD " WS-GiftCardNo " IS IN USE AT ANOTHER REGISTER."
            CLOSE GiftCardFile
        ELSE
            IF LockRecMissing
                MOVE WS-GiftCardNo TO GC-CardNo
                MOVE WS-RefundTotal TO GC-Balance
                ACCEPT GC-IssueDate FROM DATE YYYYMMDD
                MOVE 'A' TO GC-Status
                WRITE GiftCardData
            ELSE
                ADD WS-RefundTotal TO GC-Balance
                MOVE 'A' TO GC-Status
                REWRITE GiftCardData
            END-IF
            MOVE GC-Balance TO WS-GiftRemaining
            CLOSE GiftCardFile
            MOVE "GIFT" TO WS-RefundTenderType
            MOVE WS-GiftRemaining TO CF-AmountIn
            CALL "CURRFMT" USING CF-AmountIn, LC-CurrencySymbol, WS-PriceDisp
            DISPLAY "STORE CREDIT LOADED, CARD BALANCE : " WS-PriceDisp
        END-IF
    END-IF.

*> ONE JOURNAL RECORD AGAINST THE ORIGINAL BEING REFUNDED -- ITS HEADER GIVES THE
*> PRORATION FIGURES, ITS ITEM LINES FILL THE PICK LIST
REFUND_TAKE_RECORD.
    IF (WS-RefundTransNo > 0
            AND SL-TransNo = WS-RefundTransNo)
        OR (WS-RefundTransNo = 0
            AND SL-Date = WS-RefundDate
            AND SL-Time = WS-RefundTime)
        IF SL-RecType = 'H'
            *> WHAT THE SALE ACTUALLY TOOK -- THE CEILING AND THE
            *> PRORATION FIGURES FOR THE REFUND ARITHMETIC BELOW
            MOVE 'Y' TO WS-OrigFound
            MOVE SL-Amount TO WS-OrigAmount
            IF SL-DiscAmt IS NUMERIC
                MOVE SL-DiscAmt TO WS-OrigDisc
            END-IF
            IF SL-TaxAmt IS NUMERIC
                MOVE SL-TaxAmt TO WS-OrigTax
            END-IF
        END-IF
        *> A CONTAINER DEPOSIT IS PAID BACK THROUGH A CONTAINER RETURN, NOT A REFUND
        IF SL-RecType = 'I' AND SL-MenuID NOT = "DEP" AND RefundLineCount < 25
            ADD 1 TO RefundLineCount
            MOVE SL-MenuID TO RfdMenuID(RefundLineCount)
            MOVE SL-MenuItemName TO RfdItemName(RefundLineCount)
            MOVE SL-Qty TO RfdQty(RefundLineCount)
            MOVE SL-Amount TO RfdAmount(RefundLineCount)
            MOVE 'N' TO RfdPicked(RefundLineCount)
        END-IF
    END-IF.

*> RE-DISPLAY A PAST RECEIPT FROM ReceiptFile, LOCATED BY THE DATE/TIME STAMPED INTO ITS HEADER LINE
    MOVE 'N' TO WS-ReprintEOF
    MOVE 'N' TO WS-ReprintFound
    MOVE 'N' TO WS-ReprintInBlock
    MOVE 'N' TO WS-ReprintElsewhere

    *> Receipt.txt IS THIS REGISTER'S OWN PRINT IMAGE -- BY NUMBER, THE TRANSACTION
    *> DIRECTORY SAYS WHICH REGISTER PRINTED IT, SO ANOTHER REGISTER'S RECEIPT ISN'T
    *> HUNTED FOR HERE. A NUMBER NOT YET IN THE DIRECTORY IS SEARCHED FOR AS BEFORE
    IF WS-ReprintTransNo > 0
        MOVE WS-ReprintTransNo TO WS-TxLookupNo
        PERFORM FIND_TRANS_INDEX
        IF WS-TxFound = 'Y' AND TX-TermID NOT = SPACE AND TX-TermID NOT = WS-TermID
            MOVE 'Y' TO WS-ReprintElsewhere
        END-IF
    END-IF

    IF WS-ReprintElsewhere = 'Y'
        DISPLAY "TRANSACTION " WS-ReprintTransNo " WAS RUNG AT REGISTER " TX-TermID
            " ON " TX-Date " -- REPRINT IT FROM THAT REGISTER."
    ELSE
        OPEN INPUT ReceiptFile
        IF WS-ReceiptFileStatus NOT = "00"
            DISPLAY "No receipts have been printed yet."
        ELSE
            DISPLAY " "
            PERFORM UNTIL WS-ReprintEOF = 'Y'
                READ ReceiptFile
                    AT END MOVE 'Y' TO WS-ReprintEOF
                    NOT AT END PERFORM ReprintScanLine
                END-READ
            END-PERFORM
            CLOSE ReceiptFile
            IF NOT ReprintFound
                DISPLAY "No receipt found with that date and time."
            ELSE
                *> REPRINTS ARE A CLASSIC SWEETHEARTING TELL -- JOURNAL THE EVENT
                ACCEPT WS-LogDate FROM DATE YYYYMMDD
                ACCEPT WS-LogTimeRaw FROM TIME
                MOVE WS-LogTimeRaw(1:6) TO WS-LogTime
                OPEN EXTEND SalesLog
                    MOVE SPACE TO SalesLogRecord
                    MOVE 'P' TO SL-RecType
                    MOVE UserID TO SL-UserID
                    MOVE WS-LogDate TO SL-Date
                    MOVE WS-LogTime TO SL-Time
                    MOVE 0 TO SL-Amount
                    MOVE WS-ReprintTransNo TO SL-TransNo
                    MOVE WS-TermID TO SL-TermID
                    MOVE WS-StoreID TO SL-StoreID
                    MOVE 'S' TO SL-Channel
                    MOVE WS-TrainingMode TO SL-Training
                    PERFORM SEAL_SALES_RECORD
                    WRITE SalesLogRecord
                    PERFORM RELEASE_SALES_CHAIN
                CLOSE SalesLog
            END-IF
        END-IF
    END-IF.

ReprintScanLine.
    IF ReceiptLine(1:9) = "RECEIPT #" OR ReceiptLine(1:8) = "REFUND #"
        OR ReceiptLine(1:15) = "RECEIPT - USER "
        IF ReprintFound AND WS-ReprintTransNo > 0
            MOVE 'Y' TO WS-ReprintEOF *> a number is printed once -- no need to read on past its receipt
        END-IF
        MOVE 'N' TO WS-ReprintInBlock
        MOVE 0 TO WS-ReprintKeyCount
        INSPECT ReceiptLine TALLYING WS-ReprintKeyCount
        END-IF
    END-IF.

*> CHAIN THE RECORD ABOUT TO BE JOURNALED TO THE ONE BEFORE IT -- EVERY WRITE
*> TO SalesLog GOES THROUGH HERE, SO AN EDITED OR DELETED SALE BREAKS THE CHAIN
*> THE LOCAL JOURNAL GOES UNSEALED -- LOCALSYNC SEALS EACH RECORD AS IT LANDS ON
*> THE LIVE LOG, SO THE CHAIN FOLLOWS THE ORDER THE RECORDS ARE REALLY THERE IN
SEAL_SALES_RECORD.
    IF LocalMode
        MOVE SPACE TO SL-ChainValue
    ELSE
        MOVE 'S' TO WS-ChainMode
        CALL "SLCHAIN" USING WS-ChainMode, SalesLogRecord, WS-ChainPrev, WS-ChainLink
    END-IF.

*> THE SEALED RECORD IS ON THE LOG -- LET THE NEXT REGISTER SEAL
RELEASE_SALES_CHAIN.
    IF NOT LocalMode
        MOVE 'W' TO WS-ChainMode
        CALL "SLCHAIN" USING WS-ChainMode, SalesLogRecord, WS-ChainPrev, WS-ChainLink
    END-IF.

*> FILE THE SALE OR REFUND HEADER JUST JOURNALLED IN THE TRANSACTION DIRECTORY --
*> ON THE LIVE LOG IT HAS NO POSITION YET, DAYARCH GIVES IT ONE AT DAY CLOSE. THE
*> LOCAL JOURNAL ISN'T FILED HERE; LOCALSYNC FILES IT AS IT MERGES IT BACK
POST_TRANS_INDEX.
    IF NOT LocalMode
        MOVE "SalesLog.dat" TO TI-LogFile
        MOVE 0 TO TI-LogRecNo
        CALL "TXPOST" USING SalesLogRecord, TI-LogFile, TI-LogRecNo
    END-IF.

*> LOOK UP WS-TxLookupNo IN THE TRANSACTION DIRECTORY -- WS-TxFound = 'Y' LEAVES
*> THE ENTRY IN TransIdxData
FIND_TRANS_INDEX.
    MOVE 'N' TO WS-TxFound
    OPEN INPUT TransIdxFile
    IF WS-TransIdxStatus = "00"
        MOVE WS-TxLookupNo TO TX-TransNo
        READ TransIdxFile
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE 'Y' TO WS-TxFound
        END-READ
        CLOSE TransIdxFile
    END-IF.
