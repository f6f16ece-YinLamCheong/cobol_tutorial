     01 SvcChargePct PIC V999 VALUE .100. *> the automatic service charge rate -- kept apart from discretionary tips
     01 PlatCommRate PIC V999 VALUE .250. *> the commission rate agreed with the delivery platform -- anything above it is flagged
     01 DiningTableCount PIC 9(3) VALUE 12. *> how many tables the floor has -- the table board shows every one, open or free
     01 LateCancelHours PIC 9(3) VALUE 24. *> a booking cancelled closer to its time than this counts as a late cancel
     01 NoShowDepositCount PIC 9(2) VALUE 2. *> no-shows plus late cancels at which a guest is asked for a deposit to book
     01 TicketTargetMins PIC 9(3) VALUE 12. *> a station ticket taking longer than this from fire to bump counts as over target
     01 StaffMealAllowance PIC 9(4)V99 VALUE 120.00. *> monthly staff-meal allowance for a user whose Cashier.dat record carries none of its own
     01 AdvRecoverMax PIC 9(4)V99 VALUE 0. *> most PAYEXT deducts toward staff cash advances in one pay period; zero = the whole balance (never more than the period's gross pay)
     01 APDefaultTermsDays PIC 9(3) VALUE 30. *> days to pay a supplier invoice when SUP-Terms carries no days figure we can read
     01 SupScoreWorstLines PIC 9 VALUE 3. *> how many of a supplier's worst delivery lines and worst invoice lines SUPSCORE lists under it
     01 FoodCostMovePct PIC 9(2)V9 VALUE 2.0. *> a menu item whose theoretical food cost % moves by more than this many points on a cost update is reported
     01 TargetFoodCostPct PIC 9(2)V9 VALUE 30.0. *> food cost % REPRICE prices a category back to when no target is keyed for it
     01 RepriceRoundUnit PIC 9V99 VALUE 0.25. *> REPRICE rounds a suggested menu price up to the next multiple of this
     01 SalesPerLaborHour PIC 9(4)V99 VALUE 150.00. *> forecast sales one staff member is expected to cover in an hour -- ROTASUGG staffs each hour to this
     01 RotaMinShiftHours PIC 9(2) VALUE 3. *> a suggested shift is never shorter than this
     01 RotaDefaultRate PIC 9(3)V99 VALUE 15.00. *> hourly rate costed for an unassigned shift when PayRate.dat has no rates to average
     01 BreakAfterMins PIC 9(3) VALUE 360. *> the longest anyone may work without a meal break -- a stretch past this is a break-compliance exception
     01 MinBreakMins PIC 9(3) VALUE 30. *> a meal break shorter than this does not count and is reported as short
     01 ErasedCustID PIC 9(5) VALUE 99999. *> the anonymous loyalty number an erased customer's history is re-pointed to, so sales still foot -- never issued to a real customer
     01 CertWarnDays PIC 9(3) VALUE 30. *> a staff certificate this close to its expiry is warned at clock-in and listed by CERTRPT
     01 AlcoholLegalAge PIC 9(2) VALUE 18. *> a date of birth making the guest younger than this refuses the alcohol on the order
     01 AgeChallengeAge PIC 9(2) VALUE 25. *> a guest who visibly looks over this age may be served without a date of birth being keyed
     01 RptRetainMonths PIC 9(3) VALUE 24. *> dated report copies in the report library older than this many months are removed by RPTPURGE
     01 TradingOpenTime PIC 9(4) VALUE 0700. *> HHMM the store opens -- a master change saved before this is flagged by MCHGAFT as after hours
     01 TradingCloseTime PIC 9(4) VALUE 2300. *> HHMM the store closes -- a master change saved after this is flagged as after hours
     01 JobCatchUpDays PIC 9(3) VALUE 35. *> how far back JOBSCHED looks for a scheduled run it missed -- long enough to cover a month-end job
     01 LockRetries PIC 9(2) VALUE 5. *> tries at a record another register holds before the program gives up and says it is busy
     01 LockWaitSecs PIC 9(2) VALUE 1. *> seconds LOCKWAIT pauses between those tries
     01 ScaleLabelPricePfx PIC X(2) VALUE "21". *> a scanned code opening with this is a deli-scale label: 5-digit PLU, the pack price in cents, check digit
     01 ScaleLabelWeightPfx PIC X(2) VALUE "22". *> likewise, but carrying the weight in grams instead of the price
     01 AbsenceAlertDays PIC 9(2) VALUE 3. *> unexcused absences in one school week that put a student on ATTRPT's alert list
     01 StandHonourAvg PIC 999 VALUE 85. *> term average that puts a student on STANDING's honour roll, provided no subject was failed
     01 StandWarnAvg PIC 999 VALUE 60. *> a term average below this brings an academic warning
     01 StandProbAvg PIC 999 VALUE 50. *> a term average below this goes straight to probation
     01 StandPassMark PIC 999 VALUE 50. *> a subject score below this counts as a failed subject
     01 StandWarnFails PIC 99 VALUE 1. *> failed subjects in a term that bring a warning
     01 StandProbFails PIC 99 VALUE 3. *> failed subjects in a term that go straight to probation
     01 StandTrendDrop PIC 999 VALUE 10. *> a fall in the term average of this many points or more from the term before brings a warning
