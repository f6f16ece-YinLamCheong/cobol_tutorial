        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ROTASUGG. *> suggested staff rota: forecasts each hour of a coming week off the archived journals, staffs it to the sales-per-labor-hour target as draft shifts, and accepts the reviewed draft into Schedule.dat
AUTHOR. Yanling.
DATE-WRITTEN.Sep 20th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT SalesLog ASSIGN TO WS-LogFileName *> the dated journals the nightly close archives -- the 'H' headers give orders and sales per hour
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesLogStatus.
        SELECT RotaPropFile ASSIGN TO "RotaProp.dat" *> the draft week: one header, then the suggested shifts as reviewed
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RotaPropStatus.
        SELECT ScheduleFile ASSIGN TO "Schedule.dat" *> the plan SCHEDMNT maintains -- replaced when a draft is accepted
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ScheduleStatus.
        SELECT PayRateFile ASSIGN TO "PayRate.dat" *> hourly rate per cashier, set in SCHEDMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayRateStatus.

DATA DIVISION.
FILE SECTION.
FD SalesLog.
COPY SALESLOG.

FD RotaPropFile.
01 RotaPropData.
        02 RP-RecType PIC X(1). *> W = the week the draft is for, S = one suggested shift
        02 RP-Body PIC X(40).
        02 RP-WeekBody REDEFINES RP-Body.
            03 RP-WeekStart PIC 9(8). *> CCYYMMDD, the Monday the rota is for
            03 RP-HistWeeks PIC 9(2). *> weeks of history the forecast averaged
            03 RP-FcstOrders PIC 9(6).
            03 RP-FcstSales PIC 9(7)V99.
            03 FILLER PIC X(15).
        02 RP-ShiftBody REDEFINES RP-Body.
            03 RP-CashierID PIC X(10). *> spaces until the manager puts someone on it
            03 RP-DOW PIC 9(1). *> 1 = Monday .. 7 = Sunday, as on Schedule.dat
            03 RP-Start PIC 9(4). *> HHMM
            03 RP-End PIC 9(4). *> HHMM
            03 FILLER PIC X(21).

FD ScheduleFile.
01 ScheduleData.
        02 SC-CashierID PIC X(10).
        02 SC-DOW PIC 9(1). *> 1 = Monday .. 7 = Sunday, same numbering as PriceSched.dat
        02 SC-Start PIC 9(4). *> HHMM the shift is due to start
        02 SC-End PIC 9(4). *> HHMM the shift is due to end

FD PayRateFile.
01 PayRateData.
        02 PR-CashierID PIC X(10).
        02 PR-HourlyRate PIC 9(3)V99.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 WSEOF PIC X VALUE 'N'.
01 SalesLogStatus PIC XX.
01 RotaPropStatus PIC XX.
01 ScheduleStatus PIC XX.
01 PayRateStatus PIC XX.
01 WS-LogFileName PIC X(30).
01 WS-WeekStart PIC 9(8).
01 WS-HistWeeks PIC 99.
01 WS-FromDate PIC 9(8).
01 WS-ToDate PIC 9(8).
01 WS-SweepDate PIC 9(8).
01 WS-SweepInt PIC 9(7).
01 WS-SweepDOW PIC 9.
01 WS-Hour PIC 99.
01 WS-Confirm PIC X.
01 WS-LineIn PIC 9(3).
01 WS-CashierIn PIC X(10).
01 WS-TimeIn PIC 9(4).
01 WS-DOWIn PIC 9.
01 WS-Level PIC 99.
01 WS-RunStart PIC 99.
01 WS-RunEnd PIC 99.
01 WS-Mins PIC S9(5).
01 WS-Unassigned PIC 9(3).
01 WS-TotHours PIC 9(5)V99.
01 WS-TotCost PIC 9(7)V99.
01 WS-ShiftHours PIC 9(3)V99.
01 WS-ShiftRate PIC 9(3)V99.
01 WS-AvgRate PIC 9(3)V99.
01 WS-LaborPct PIC 9(3)V9.
01 WS-CostDisp PIC $$,$$$,$$9.99.
01 WS-SalesDisp PIC $$,$$$,$$9.99.
01 WS-HoursDisp PIC Z,ZZ9.99.
01 WS-RateDisp PIC $$9.99.
01 Temp_Count PIC 9(3).
COPY RATES. *> SalesPerLaborHour, RotaMinShiftHours, RotaDefaultRate

01 DayNameList PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
01 DayNames REDEFINES DayNameList.
        05 DayName PIC X(3) OCCURS 7 TIMES.

*> the history tallied by weekday and hour, then turned into the forecast and the heads needed
01 ForecastTable.
        05 FcstDay OCCURS 7 TIMES.
            10 FcstHour OCCURS 24 TIMES.
                15 TblHistOrders PIC 9(6).
                15 TblHistSales PIC 9(8)V99.
                15 TblStaffNeed PIC 9(2).
            10 TblDayPeak PIC 9(2).
01 DaySub PIC 9.
01 HourSub PIC 99.
01 WS-FcstHourSales PIC 9(7)V99.
01 WS-FcstOrders PIC 9(6).
01 WS-FcstSales PIC 9(7)V99.

*> the draft held in storage -- loaded and rewritten in full on every change
01 PropWeekStart PIC 9(8) VALUE 0.
01 PropHistWeeks PIC 99 VALUE 0.
01 PropFcstOrders PIC 9(6) VALUE 0.
01 PropFcstSales PIC 9(7)V99 VALUE 0.
01 PropTable.
        05 PropEntry OCCURS 150 TIMES.
            10 TblPropID PIC X(10).
            10 TblPropDOW PIC 9(1).
            10 TblPropStart PIC 9(4).
            10 TblPropEnd PIC 9(4).
01 PropCount PIC 9(3) VALUE 0.
01 PropIdx PIC 9(3).
01 PropOverflow PIC X VALUE 'N'.

01 RateTable.
        05 RateEntry OCCURS 20 TIMES.
            10 TblRateID PIC X(10).
            10 TblRateAmt PIC 9(3)V99.
01 RateCount PIC 99 VALUE 0.
01 RateIdx PIC 99.

PROCEDURE DIVISION.
StartPara.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "SUGGESTED STAFF ROTA"
            DISPLAY "1            : Build A Draft Rota For A Week"
            DISPLAY "2            : Review The Draft And Its Labor Cost"
            DISPLAY "3            : Adjust A Draft Shift"
            DISPLAY "4            : Add A Shift To The Draft"
            DISPLAY "5            : Accept The Draft Into The Schedule"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM BuildDraft
                WHEN 2 PERFORM ReviewDraft
                WHEN 3 PERFORM AdjustShift
                WHEN 4 PERFORM AddDraftShift
                WHEN 5 PERFORM AcceptDraft
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        STOP RUN.

*> FORECAST THE WEEK FROM THE SAME WEEKDAYS OF THE WEEKS BEFORE IT, STAFF EACH
*> HOUR TO THE TARGET, AND CUT THE HEADS NEEDED INTO SHIFTS
BuildDraft.
        PERFORM LoadDraft
        MOVE 'Y' TO WS-Confirm
        IF PropCount > 0
            DISPLAY "A draft for the week of " PropWeekStart " is already on file -- replace it? (Y/N) : " With NO ADVANCING
            ACCEPT WS-Confirm
        END-IF
        IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
            PERFORM BuildNewDraft
        ELSE
            DISPLAY "Draft kept."
        END-IF.

BuildNewDraft.
        DISPLAY " "
        DISPLAY "Week starting (Monday, CCYYMMDD) : " With NO ADVANCING.
        ACCEPT WS-WeekStart.
        COMPUTE WS-SweepDOW = FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-WeekStart) - 1, 7) + 1
        IF WS-SweepDOW NOT = 1
            DISPLAY "That date is not a Monday -- no draft built."
        ELSE
            DISPLAY "Weeks of history to average (eg 04) : " With NO ADVANCING
            ACCEPT WS-HistWeeks
            IF WS-HistWeeks = 0
                MOVE 4 TO WS-HistWeeks
            END-IF
            PERFORM TallyHistory
            PERFORM StaffTheHours
            PERFORM CutShifts
            MOVE WS-WeekStart TO PropWeekStart
            MOVE WS-HistWeeks TO PropHistWeeks
            MOVE WS-FcstOrders TO PropFcstOrders
            MOVE WS-FcstSales TO PropFcstSales
            PERFORM SaveDraft
            DISPLAY PropCount " draft shift(s) suggested for the week of " PropWeekStart
            PERFORM ShowLaborCost
        END-IF.

*> THE DATED JOURNALS FOR THE HISTORY WEEKS, TALLIED BY WEEKDAY AND HOUR
TallyHistory.
        INITIALIZE ForecastTable
        COMPUTE WS-SweepInt = FUNCTION INTEGER-OF-DATE(WS-WeekStart) - (WS-HistWeeks * 7)
        COMPUTE WS-FromDate = FUNCTION DATE-OF-INTEGER(WS-SweepInt)
        COMPUTE WS-SweepInt = FUNCTION INTEGER-OF-DATE(WS-WeekStart) - 1
        COMPUTE WS-ToDate = FUNCTION DATE-OF-INTEGER(WS-SweepInt)
        MOVE WS-FromDate TO WS-SweepDate
        PERFORM UNTIL WS-SweepDate > WS-ToDate
            MOVE SPACE TO WS-LogFileName
            STRING "SalesLog_" DELIMITED BY SIZE
                WS-SweepDate DELIMITED BY SIZE
                ".dat" DELIMITED BY SIZE
                INTO WS-LogFileName
            COMPUTE WS-SweepDOW = FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-SweepDate) - 1, 7) + 1
            PERFORM SweepOneLog
            COMPUTE WS-SweepInt = FUNCTION INTEGER-OF-DATE(WS-SweepDate) + 1
            COMPUTE WS-SweepDate = FUNCTION DATE-OF-INTEGER(WS-SweepInt)
        END-PERFORM.

SweepOneLog.
        OPEN INPUT SalesLog
        IF SalesLogStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ SalesLog
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF SL-RecType = 'H' AND SL-Training NOT = 'Y'
                            AND SL-MenuID NOT = "GIFT" AND SL-MenuID NOT = "CATD" AND SL-MenuID NOT = "PLAN" *> liability movement, not trade -- same rule as HOURLYRPT
                            AND SL-Date = WS-SweepDate
                            MOVE SL-Time(1:2) TO WS-Hour
                            COMPUTE HourSub = WS-Hour + 1
                            ADD 1 TO TblHistOrders(WS-SweepDOW, HourSub)
                            ADD SL-Amount TO TblHistSales(WS-SweepDOW, HourSub)
                        END-IF
                        IF SL-RecType = 'I' AND SL-MenuID = "DEP" AND SL-Training NOT = 'Y' *> a container deposit is held for the scheme, not sold
                            AND SL-Date = WS-SweepDate
                            MOVE SL-Time(1:2) TO WS-Hour
                            COMPUTE HourSub = WS-Hour + 1
                            SUBTRACT SL-Amount FROM TblHistSales(WS-SweepDOW, HourSub)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SalesLog
        END-IF.

*> AN HOUR'S FORECAST IS ITS AVERAGE OVER THE HISTORY WEEKS; ONE HEAD FOR EVERY
*> SalesPerLaborHour OF IT (PART OF ONE COUNTS AS ONE), AND ANY HOUR THAT TRADED AT
*> ALL GETS AT LEAST ONE
StaffTheHours.
        MOVE 0 TO WS-FcstOrders
        MOVE 0 TO WS-FcstSales
        MOVE 1 TO DaySub
        PERFORM UNTIL DaySub > 7
            MOVE 0 TO TblDayPeak(DaySub)
            MOVE 1 TO HourSub
            PERFORM UNTIL HourSub > 24
                COMPUTE WS-FcstHourSales ROUNDED = TblHistSales(DaySub, HourSub) / WS-HistWeeks
                COMPUTE WS-FcstOrders = WS-FcstOrders + TblHistOrders(DaySub, HourSub) / WS-HistWeeks
                ADD WS-FcstHourSales TO WS-FcstSales
                COMPUTE TblStaffNeed(DaySub, HourSub) = WS-FcstHourSales / SalesPerLaborHour
                IF TblStaffNeed(DaySub, HourSub) * SalesPerLaborHour < WS-FcstHourSales
                    ADD 1 TO TblStaffNeed(DaySub, HourSub)
                END-IF
                IF TblStaffNeed(DaySub, HourSub) = 0 AND TblHistOrders(DaySub, HourSub) > 0
                    MOVE 1 TO TblStaffNeed(DaySub, HourSub)
                END-IF
                IF TblStaffNeed(DaySub, HourSub) > TblDayPeak(DaySub)
                    MOVE TblStaffNeed(DaySub, HourSub) TO TblDayPeak(DaySub)
                END-IF
                ADD 1 TO HourSub
            END-PERFORM
            ADD 1 TO DaySub
        END-PERFORM.

*> LAYER BY LAYER: THE FIRST HEAD COVERS EVERY HOUR NEEDING ONE OR MORE, THE SECOND
*> EVERY HOUR NEEDING TWO OR MORE, AND SO ON -- EACH UNBROKEN RUN IS ONE SHIFT
CutShifts.
        MOVE 0 TO PropCount
        MOVE 'N' TO PropOverflow
        MOVE 1 TO DaySub
        PERFORM UNTIL DaySub > 7
            MOVE 1 TO WS-Level
            PERFORM UNTIL WS-Level > TblDayPeak(DaySub)
                MOVE 0 TO WS-RunStart
                MOVE 1 TO HourSub
                PERFORM UNTIL HourSub > 24
                    IF TblStaffNeed(DaySub, HourSub) NOT < WS-Level
                        IF WS-RunStart = 0
                            MOVE HourSub TO WS-RunStart
                        END-IF
                    ELSE
                        IF WS-RunStart > 0
                            COMPUTE WS-RunEnd = HourSub - 1
                            PERFORM NoteDraftShift
                            MOVE 0 TO WS-RunStart
                        END-IF
                    END-IF
                    ADD 1 TO HourSub
                END-PERFORM
                IF WS-RunStart > 0
                    MOVE 24 TO WS-RunEnd
                    PERFORM NoteDraftShift
                END-IF
                ADD 1 TO WS-Level
            END-PERFORM
            ADD 1 TO DaySub
        END-PERFORM
        IF PropOverflow = 'Y'
            DISPLAY "More shifts were needed than the draft can hold -- the later ones were left off."
        END-IF.

*> HOURS WS-RunStart..WS-RunEnd (TABLE ROWS, HOUR + 1) AS ONE SHIFT, STRETCHED TO
*> THE MINIMUM LENGTH -- LATER WHERE THE DAY ALLOWS, OTHERWISE EARLIER
NoteDraftShift.
        IF WS-RunEnd - WS-RunStart + 1 < RotaMinShiftHours
            COMPUTE WS-RunEnd = WS-RunStart + RotaMinShiftHours - 1
            IF WS-RunEnd > 24
                MOVE 24 TO WS-RunEnd
                COMPUTE WS-RunStart = 24 - RotaMinShiftHours + 1
            END-IF
        END-IF
        IF PropCount < 150
            ADD 1 TO PropCount
            MOVE SPACE TO TblPropID(PropCount)
            MOVE DaySub TO TblPropDOW(PropCount)
            COMPUTE TblPropStart(PropCount) = (WS-RunStart - 1) * 100
            IF WS-RunEnd = 24
                MOVE 2359 TO TblPropEnd(PropCount)
            ELSE
                COMPUTE TblPropEnd(PropCount) = WS-RunEnd * 100
            END-IF
        ELSE
            MOVE 'Y' TO PropOverflow
        END-IF.

ReviewDraft.
        PERFORM LoadDraft
        IF PropCount = 0
            DISPLAY "No draft rota on file -- build one first."
        ELSE
            DISPLAY " "
            DISPLAY "DRAFT ROTA FOR THE WEEK OF " PropWeekStart "  (" PropHistWeeks " weeks of history)"
            DISPLAY "Line  Day  Start  End   Cashier"
            MOVE 1 TO PropIdx
            PERFORM UNTIL PropIdx > PropCount
                IF TblPropID(PropIdx) = SPACE
                    DISPLAY PropIdx "   " DayName(TblPropDOW(PropIdx)) "  " TblPropStart(PropIdx)
                        "   " TblPropEnd(PropIdx) "  (unassigned)"
                ELSE
                    DISPLAY PropIdx "   " DayName(TblPropDOW(PropIdx)) "  " TblPropStart(PropIdx)
                        "   " TblPropEnd(PropIdx) "  " TblPropID(PropIdx)
                END-IF
                ADD 1 TO PropIdx
            END-PERFORM
            PERFORM ShowLaborCost
        END-IF.

*> HOURS ON THE DRAFT AT EACH CASHIER'S RATE (THE AVERAGE RATE WHILE A SHIFT IS
*> UNASSIGNED) AGAINST THE WEEK'S FORECAST SALES
ShowLaborCost.
        PERFORM LoadPayRates
        MOVE 0 TO WS-TotHours
        MOVE 0 TO WS-TotCost
        MOVE 0 TO WS-Unassigned
        MOVE 1 TO PropIdx
        PERFORM UNTIL PropIdx > PropCount
            COMPUTE WS-Mins = (TblPropEnd(PropIdx) / 100) * 60 + FUNCTION MOD(TblPropEnd(PropIdx), 100)
                - (TblPropStart(PropIdx) / 100) * 60 - FUNCTION MOD(TblPropStart(PropIdx), 100)
            IF WS-Mins < 0
                ADD 1440 TO WS-Mins *> a shift running past midnight
            END-IF
            COMPUTE WS-ShiftHours ROUNDED = WS-Mins / 60
            MOVE WS-AvgRate TO WS-ShiftRate
            IF TblPropID(PropIdx) = SPACE
                ADD 1 TO WS-Unassigned
            ELSE
                MOVE 1 TO RateIdx
                PERFORM UNTIL RateIdx > RateCount
                    IF TblRateID(RateIdx) = TblPropID(PropIdx)
                        MOVE TblRateAmt(RateIdx) TO WS-ShiftRate
                    END-IF
                    ADD 1 TO RateIdx
                END-PERFORM
            END-IF
            ADD WS-ShiftHours TO WS-TotHours
            COMPUTE WS-TotCost = WS-TotCost + WS-ShiftHours * WS-ShiftRate
            ADD 1 TO PropIdx
        END-PERFORM
        IF PropFcstSales > 0
            COMPUTE WS-LaborPct ROUNDED = (WS-TotCost * 100) / PropFcstSales
        ELSE
            MOVE 0 TO WS-LaborPct
        END-IF
        MOVE WS-TotHours TO WS-HoursDisp
        MOVE WS-TotCost TO WS-CostDisp
        MOVE PropFcstSales TO WS-SalesDisp
        DISPLAY " "
        DISPLAY "Forecast orders    : " PropFcstOrders
        DISPLAY "Forecast sales     : " WS-SalesDisp
        DISPLAY "Scheduled hours    : " WS-HoursDisp
        DISPLAY "Projected labor    : " WS-CostDisp
        DISPLAY "Projected labor %  : " WS-LaborPct
        IF WS-Unassigned > 0
            MOVE WS-AvgRate TO WS-RateDisp
            DISPLAY WS-Unassigned " shift(s) unassigned, costed at " WS-RateDisp " an hour"
        END-IF.

AdjustShift.
        PERFORM LoadDraft
        MOVE 0 TO WS-LineIn
        IF PropCount > 0
            DISPLAY " "
            DISPLAY "Draft line to adjust : " With NO ADVANCING
            ACCEPT WS-LineIn
        END-IF
        EVALUATE TRUE
            WHEN PropCount = 0
                DISPLAY "No draft rota on file -- build one first."
            WHEN WS-LineIn = 0 OR WS-LineIn > PropCount
                DISPLAY "No such line on the draft."
            WHEN OTHER
                PERFORM ChangeDraftLine
                PERFORM SaveDraft
        END-EVALUATE.

ChangeDraftLine.
        DISPLAY "  " DayName(TblPropDOW(WS-LineIn)) "  " TblPropStart(WS-LineIn) " - "
            TblPropEnd(WS-LineIn) "  " TblPropID(WS-LineIn)
        MOVE SPACE TO WS-CashierIn
        DISPLAY "Cashier ID (blank = keep, DROP = take the shift off) : " With NO ADVANCING
        ACCEPT WS-CashierIn
        IF FUNCTION UPPER-CASE(WS-CashierIn) = "DROP"
            PERFORM DropDraftLine
            DISPLAY "Shift taken off the draft."
        ELSE
            IF WS-CashierIn NOT = SPACE
                MOVE WS-CashierIn TO TblPropID(WS-LineIn)
            END-IF
            DISPLAY "Start (HHMM, 0 = keep) : " With NO ADVANCING
            ACCEPT WS-TimeIn
            IF WS-TimeIn > 0
                MOVE WS-TimeIn TO TblPropStart(WS-LineIn)
            END-IF
            DISPLAY "End   (HHMM, 0 = keep) : " With NO ADVANCING
            ACCEPT WS-TimeIn
            IF WS-TimeIn > 0
                MOVE WS-TimeIn TO TblPropEnd(WS-LineIn)
            END-IF
            DISPLAY "Draft line updated."
        END-IF.

DropDraftLine.
        MOVE WS-LineIn TO PropIdx
        PERFORM UNTIL PropIdx NOT < PropCount
            MOVE PropEntry(PropIdx + 1) TO PropEntry(PropIdx)
            ADD 1 TO PropIdx
        END-PERFORM
        SUBTRACT 1 FROM PropCount.

AddDraftShift.
        PERFORM LoadDraft
        IF PropWeekStart = 0
            DISPLAY "No draft rota on file -- build one first."
        ELSE
            IF PropCount NOT < 150
                DISPLAY "THE DRAFT IS FULL (150 SHIFTS)."
            ELSE
                ADD 1 TO PropCount
                DISPLAY " "
                DISPLAY "Cashier ID (blank = unassigned) : " With NO ADVANCING
                MOVE SPACE TO TblPropID(PropCount)
                ACCEPT TblPropID(PropCount)
                DISPLAY "Day of week (1 = Mon .. 7 = Sun) : " With NO ADVANCING
                ACCEPT WS-DOWIn
                IF WS-DOWIn < 1 OR WS-DOWIn > 7
                    MOVE 1 TO WS-DOWIn
                END-IF
                MOVE WS-DOWIn TO TblPropDOW(PropCount)
                DISPLAY "Shift start (HHMM) : " With NO ADVANCING
                ACCEPT TblPropStart(PropCount)
                DISPLAY "Shift end   (HHMM) : " With NO ADVANCING
                ACCEPT TblPropEnd(PropCount)
                PERFORM SaveDraft
                DISPLAY "Shift added to the draft as line " PropCount
            END-IF
        END-IF.

*> EVERY SHIFT MUST HAVE SOMEONE ON IT; THE COST IS SHOWN BEFORE THE MANAGER
*> COMMITS, AND THE ACCEPTED DRAFT REPLACES THE SCHEDULE
AcceptDraft.
        PERFORM LoadDraft
        IF PropCount = 0
            DISPLAY "No draft rota on file -- build one first."
        ELSE
            PERFORM ShowLaborCost
            IF WS-Unassigned > 0
                DISPLAY "Put someone on every shift before accepting -- nothing changed."
            ELSE
                DISPLAY " "
                DISPLAY "Replace Schedule.dat with this rota? (Y/N) : " With NO ADVANCING
                ACCEPT WS-Confirm
                IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
                    OPEN OUTPUT ScheduleFile
                    MOVE 1 TO PropIdx
                    PERFORM UNTIL PropIdx > PropCount
                        MOVE TblPropID(PropIdx) TO SC-CashierID
                        MOVE TblPropDOW(PropIdx) TO SC-DOW
                        MOVE TblPropStart(PropIdx) TO SC-Start
                        MOVE TblPropEnd(PropIdx) TO SC-End
                        WRITE ScheduleData
                        ADD 1 TO PropIdx
                    END-PERFORM
                    CLOSE ScheduleFile
                    OPEN OUTPUT RotaPropFile *> the draft is spent once it is the schedule
                    CLOSE RotaPropFile
                    DISPLAY PropCount " shift(s) accepted into Schedule.dat."
                ELSE
                    DISPLAY "Draft kept, schedule unchanged."
                END-IF
            END-IF
        END-IF.

LoadDraft.
        MOVE 0 TO PropCount
        MOVE 0 TO PropWeekStart
        MOVE 0 TO PropHistWeeks
        MOVE 0 TO PropFcstOrders
        MOVE 0 TO PropFcstSales
        OPEN INPUT RotaPropFile
        IF RotaPropStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ RotaPropFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF RP-RecType = 'W'
                            MOVE RP-WeekStart TO PropWeekStart
                            MOVE RP-HistWeeks TO PropHistWeeks
                            MOVE RP-FcstOrders TO PropFcstOrders
                            MOVE RP-FcstSales TO PropFcstSales
                        ELSE
                            IF PropCount < 150
                                ADD 1 TO PropCount
                                MOVE RP-CashierID TO TblPropID(PropCount)
                                MOVE RP-DOW TO TblPropDOW(PropCount)
                                MOVE RP-Start TO TblPropStart(PropCount)
                                MOVE RP-End TO TblPropEnd(PropCount)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RotaPropFile
        END-IF.

SaveDraft.
        OPEN OUTPUT RotaPropFile
        MOVE SPACE TO RotaPropData
        MOVE 'W' TO RP-RecType
        MOVE PropWeekStart TO RP-WeekStart
        MOVE PropHistWeeks TO RP-HistWeeks
        MOVE PropFcstOrders TO RP-FcstOrders
        MOVE PropFcstSales TO RP-FcstSales
        WRITE RotaPropData
        MOVE 1 TO PropIdx
        PERFORM UNTIL PropIdx > PropCount
            MOVE SPACE TO RotaPropData
            MOVE 'S' TO RP-RecType
            MOVE TblPropID(PropIdx) TO RP-CashierID
            MOVE TblPropDOW(PropIdx) TO RP-DOW
            MOVE TblPropStart(PropIdx) TO RP-Start
            MOVE TblPropEnd(PropIdx) TO RP-End
            WRITE RotaPropData
            ADD 1 TO PropIdx
        END-PERFORM
        CLOSE RotaPropFile.

*> THE RATES ON FILE, AND THEIR AVERAGE FOR COSTING A SHIFT NOBODY IS ON YET
LoadPayRates.
        MOVE 0 TO RateCount
        MOVE 0 TO WS-TotCost
        OPEN INPUT PayRateFile
        IF PayRateStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ PayRateFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF RateCount < 20
                            ADD 1 TO RateCount
                            MOVE PR-CashierID TO TblRateID(RateCount)
                            MOVE PR-HourlyRate TO TblRateAmt(RateCount)
                            ADD PR-HourlyRate TO WS-TotCost
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PayRateFile
        END-IF
        IF RateCount > 0
            COMPUTE WS-AvgRate ROUNDED = WS-TotCost / RateCount
        ELSE
            MOVE RotaDefaultRate TO WS-AvgRate
        END-IF.
