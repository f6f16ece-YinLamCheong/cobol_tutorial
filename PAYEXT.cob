        SELECT PayRateFile ASSIGN TO "PayRate.dat" *> hourly rates, set in SCHEDMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayRateStatus.
        SELECT StaffMealFile ASSIGN TO "StaffMeal.dat" *> employee meals rung on the STAF tender at the register
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StaffMealStatus.
        SELECT AdvanceFile ASSIGN TO "Advance.dat" *> staff cash advances paid from the drawer; the period's recoveries are added here
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AdvanceStatus.
        SELECT ExtractFile ASSIGN TO "PayExtract.dat" *> fixed layout for the bureau, one record per cashier per period
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT CtlReport ASSIGN TO "PayControl.rpt" *> the sign-off page: total hours per cashier
        02 TC-UserID PIC X(10).
        02 TC-Date PIC 9(8).
        02 TC-Time PIC 9(6).
        02 TC-Type PIC X(1). *> I = clock-in, O = clock-out, B = unpaid break start, E = break end

FD PayRateFile.
01 PayRateData.
        02 PR-CashierID PIC X(10).
        02 PR-HourlyRate PIC 9(3)V99.

FD StaffMealFile.
COPY STAFFMEAL.

FD AdvanceFile.
COPY ADVREC.

FD ExtractFile.
01 ExtractRecord.
        02 PX-CashierID PIC X(10).
        02 PX-RegPay PIC 9(6)V99.
        02 PX-OTPay PIC 9(6)V99.
        02 PX-TotalPay PIC 9(7)V99.
        02 PX-MealBenefit PIC 9(6)V99. *> staff meals eaten in the period at their register value -- a taxable benefit, not part of PX-TotalPay
        02 PX-AdvanceDeduct PIC 9(6)V99. *> staff cash advances to take back out of this period's pay -- a deduction, not part of PX-TotalPay

FD CtlReport.
01 PrintLine PIC X(80).
01 WSEOF PIC X VALUE 'N'.
01 TimeClockStatus PIC XX.
01 PayRateStatus PIC XX.
01 StaffMealStatus PIC XX.
01 AdvanceStatus PIC XX.
01 WS-FromDate PIC 9(8).
01 WS-ToDate PIC 9(8).
01 WS-CurDate PIC 9(8).
            10 TblWeekHours PIC 9(4)V99. *> straight-time hours so far this week
            10 TblRegHours PIC 9(4)V99.
            10 TblOTHours PIC 9(4)V99.
            10 TblMealValue PIC 9(6)V99. *> staff meals in the period
            10 TblAdvOwed PIC S9(7)V99. *> advances up to the period end less earlier periods' recoveries
            10 TblAdvTaken PIC 9(6)V99. *> already deducted for this same period -- a re-run repeats it rather than taking it twice
01 PayCount PIC 99 VALUE 0.
01 PayIdx PIC 99 VALUE 0.
01 Temp_Count PIC 99.
01 WS-WeekOver PIC 9(4)V99.
01 WS-Rate PIC 9(3)V99.
01 WS-TotalHours PIC 9(4)V99.
01 WS-AdvDeduct PIC 9(6)V99.
01 WS-TimeRaw PIC 9(8).
01 WS-AdvLeft PIC S9(7)V99.

01 PageHeading.
        05 FILLER PIC X(23) VALUE "PAYROLL CONTROL PAGE  ".
        05 PrnFromDate PIC 9(8).
        05 FILLER PIC X(4) VALUE " TO ".
        05 PrnToDate PIC 9(8).
01 Heads PIC X(75) VALUE
    "Cashier     Reg Hrs   OT Hrs  Tot Hrs    Rate    Total Pay  Staff Meals".
01 CtlDetailLine.
        05 PrnUserID PIC X(10).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRate PIC $$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnTotPay PIC $$$,$$9.99.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnMealValue PIC $$$,$$9.99.
01 NoRateLine PIC X(66) VALUE
    "  * rate of zero means no PayRate.dat entry -- set one in SCHEDMNT".
01 MealNoteLine PIC X(70) VALUE
    "  * staff meals are a taxable benefit at register value, not cash pay".
01 AdvanceLine.
        05 FILLER PIC X(34) VALUE "    less staff cash advance     : ".
        05 PrnAdvDeduct PIC $$$,$$9.99.
        05 FILLER PIC X(16) VALUE "   still owed : ".
        05 PrnAdvLeft PIC $$$,$$9.99.
01 AdvNoteLine PIC X(76) VALUE
    "  * advances are deducted from net pay and entered on Advance.dat (ADVRPT)".
01 SignOffLine PIC X(50) VALUE "Checked and approved : ______________  Date : ____".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Pay period from (CCYYMMDD) : " WITH NO ADVANCING
        COMPUTE WS-CurDate = FUNCTION DATE-OF-INTEGER(WS-CurDateInt)
END-PERFORM

*> STAFF MEALS EATEN IN THE PERIOD RIDE ON THE SAME RECORD AS THE BENEFIT --
*> SOMEONE WHO ATE BUT NEVER PUNCHED STILL GETS A RECORD FOR IT
OPEN INPUT StaffMealFile
IF StaffMealStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ StaffMealFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF SM-Date NOT < WS-FromDate AND SM-Date NOT > WS-ToDate
                        MOVE SM-CashierID TO WS-LookupUser
                        PERFORM FindPayRow
                        IF PayIdx > 0
                            ADD SM-Amount TO TblMealValue(PayIdx)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StaffMealFile
END-IF
MOVE 'N' TO WSEOF

*> STAFF CASH ADVANCES STILL OWED AT THE PERIOD END. AN ADVANCE PAID AFTER THE
*> PERIOD WAITS FOR THE NEXT ONE; RECOVERIES ALREADY ENTERED FOR THIS SAME
*> PERIOD MEAN THE PERIOD IS BEING RUN AGAIN
OPEN INPUT AdvanceFile
IF AdvanceStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ AdvanceFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END PERFORM TallyAdvance
            END-READ
        END-PERFORM
        CLOSE AdvanceFile
END-IF
MOVE 'N' TO WSEOF

*> THE EXTRACT AND THE CONTROL PAGE
OPEN OUTPUT ExtractFile
OPEN OUTPUT CtlReport
MOVE 1 TO Temp_Count
PERFORM WriteOneCashier UNTIL Temp_Count > PayCount
WRITE PrintLine FROM NoRateLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM MealNoteLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM AdvNoteLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM SignOffLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE CtlReport
MOVE "PayControl.rpt" TO RF-ReportName
MOVE "PAYEXT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
CLOSE ExtractFile
DISPLAY "Extract written to PayExtract.dat, control page to PayControl.rpt"
STOP RUN.
IF PayIdx = 0 *> the 20-cashier table is full -- skip, don't subscript zero
        CONTINUE
ELSE
IF TC-Type = 'I' OR TC-Type = 'E' *> back from a break reopens the paid span; a break start closes it like a clock-out
        MOVE TC-Time TO TblLastIn(PayIdx)
ELSE
        IF TblLastIn(PayIdx) NOT = 999999
        MOVE 0 TO TblWeekHours(PayIdx)
        MOVE 0 TO TblRegHours(PayIdx)
        MOVE 0 TO TblOTHours(PayIdx)
        MOVE 0 TO TblMealValue(PayIdx)
        MOVE 0 TO TblAdvOwed(PayIdx)
        MOVE 0 TO TblAdvTaken(PayIdx)
END-IF.

*> ONE CASHIER'S DAY SPLIT INTO STRAIGHT TIME AND OVERTIME: HOURS PAST THE
COMPUTE PX-RegPay ROUNDED = TblRegHours(Temp_Count) * WS-Rate
COMPUTE PX-OTPay ROUNDED = TblOTHours(Temp_Count) * WS-Rate * OTMultiplier
COMPUTE PX-TotalPay = PX-RegPay + PX-OTPay
MOVE TblMealValue(Temp_Count) TO PX-MealBenefit
PERFORM WorkOutAdvanceDeduct
MOVE WS-AdvDeduct TO PX-AdvanceDeduct
WRITE ExtractRecord

MOVE TblPayUser(Temp_Count) TO PrnUserID
MOVE WS-TotalHours TO PrnTotHours
MOVE WS-Rate TO PrnRate
MOVE PX-TotalPay TO PrnTotPay
MOVE TblMealValue(Temp_Count) TO PrnMealValue
WRITE PrintLine FROM CtlDetailLine AFTER ADVANCING 1 LINE
IF WS-AdvDeduct > 0 OR WS-AdvLeft > 0
        MOVE WS-AdvDeduct TO PrnAdvDeduct
        MOVE WS-AdvLeft TO PrnAdvLeft
        WRITE PrintLine FROM AdvanceLine AFTER ADVANCING 1 LINE
END-IF
ADD 1 TO Temp_Count.

TallyAdvance.
IF ADV-RecType = 'A' AND ADV-Date NOT > WS-ToDate
        MOVE ADV-EmpID TO WS-LookupUser
        PERFORM FindPayRow
        IF PayIdx > 0
            ADD ADV-Amount TO TblAdvOwed(PayIdx)
        END-IF
END-IF
IF ADV-RecType = 'R'
        MOVE ADV-EmpID TO WS-LookupUser
        PERFORM FindPayRow
        IF PayIdx > 0
            IF ADV-PeriodTo = WS-ToDate
                ADD ADV-Amount TO TblAdvTaken(PayIdx)
            ELSE IF ADV-PeriodTo < WS-ToDate
                SUBTRACT ADV-Amount FROM TblAdvOwed(PayIdx)
            END-IF
            END-IF
        END-IF
END-IF.

*> THIS PERIOD'S DEDUCTION: THE WHOLE BALANCE, HELD TO AdvRecoverMax AND TO THE
*> GROSS PAY, ENTERED ON Advance.dat AS AN R RECORD SO THE BALANCE COMES DOWN
WorkOutAdvanceDeduct.
MOVE 0 TO WS-AdvDeduct
IF TblAdvTaken(Temp_Count) > 0
        MOVE TblAdvTaken(Temp_Count) TO WS-AdvDeduct
ELSE
        IF TblAdvOwed(Temp_Count) > 0
            MOVE TblAdvOwed(Temp_Count) TO WS-AdvDeduct
            IF AdvRecoverMax > 0 AND WS-AdvDeduct > AdvRecoverMax
                MOVE AdvRecoverMax TO WS-AdvDeduct
            END-IF
            IF WS-AdvDeduct > PX-TotalPay
                MOVE PX-TotalPay TO WS-AdvDeduct
            END-IF
            IF WS-AdvDeduct > 0
                OPEN EXTEND AdvanceFile
                    MOVE SPACE TO AdvanceData
                    MOVE 'R' TO ADV-RecType
                    MOVE TblPayUser(Temp_Count) TO ADV-EmpID
                    ACCEPT ADV-Date FROM DATE YYYYMMDD
                    ACCEPT WS-TimeRaw FROM TIME
                    MOVE WS-TimeRaw(1:6) TO ADV-Time
                    MOVE WS-AdvDeduct TO ADV-Amount
                    MOVE "PAYEXT" TO ADV-ApprovedBy
                    MOVE WS-ToDate TO ADV-PeriodTo
                    WRITE AdvanceData
                CLOSE AdvanceFile
            END-IF
        END-IF
END-IF
COMPUTE WS-AdvLeft = TblAdvOwed(Temp_Count) - WS-AdvDeduct.
