        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MEALRPT. *> staff meals for a month by employee, against each person's monthly allowance on Cashier.dat
AUTHOR. Yanling.
DATE-WRITTEN.Sep 17th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT CashierFile ASSIGN TO "Cashier.dat" *> the allowance each user is held to, set in USERMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CashierFileStatus.
        SELECT StaffMealFile ASSIGN TO "StaffMeal.dat" *> one record per meal rung on the STAF tender
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StaffMealStatus.
        SELECT MealReport ASSIGN TO "StaffMeals.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CashierFile.
COPY CASHIER.

FD StaffMealFile.
COPY STAFFMEAL.

FD MealReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 CashierFileStatus PIC XX.
01 StaffMealStatus PIC XX.
01 WS-Month PIC 9(6).
01 WS-NextMonth PIC 9(6). *> the month after, for the month-end date
01 WS-Left PIC S9(6)V99.
01 WS-MealTotal PIC 9(7)V99 VALUE 0.
01 WS-MealCount PIC 9(5) VALUE 0.
01 WS-LookupUser PIC X(10).
COPY RATES. *> StaffMealAllowance for records that carry no allowance of their own

*> one row per user on Cashier.dat, plus anyone who ate but has since been removed
01 MealTable.
        05 MealEntry OCCURS 40 TIMES.
            10 TblMealUser PIC X(10).
            10 TblMealAllow PIC 9(4)V99.
            10 TblMealOnFile PIC X. *> N = no longer on Cashier.dat
            10 TblMealCount PIC 9(4).
            10 TblMealValue PIC 9(6)V99.
01 MealCount PIC 99 VALUE 0.
01 MealIdx PIC 99.
01 ScanSub PIC 99.

01 PageHeading.
        05 FILLER PIC X(30) VALUE "STAFF MEALS FOR MONTH         ".
        05 PrnMonth PIC 9(6).
01 Heads PIC X(80) VALUE
    "Employee    Meals      Value  Allowance       Left  ".
01 DetailLine.
        05 PrnUser PIC X(10).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnCount PIC ZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnValue PIC $$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnAllow PIC $$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnLeft PIC $$,$$9.99-.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnFlag PIC X(20).
01 SummaryLine.
        05 FILLER PIC X(21) VALUE "Staff meals        : ".
        05 PrnTotCount PIC ZZZZ9.
        05 FILLER PIC X(14) VALUE "   value      ".
        05 PrnTotValue PIC $$$,$$9.99.
01 OverflowLine PIC X(60) VALUE
    "*** MORE THAN 40 EMPLOYEES -- LATER EMPLOYEES OMITTED".
01 WS-Overflow PIC X VALUE 'N'.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Month (CCYYMM) : " WITH NO ADVANCING
ACCEPT WS-Month

*> EVERYONE ON FILE GETS A LINE, SO AN UNUSED ALLOWANCE SHOWS TOO
OPEN INPUT CashierFile
IF CashierFileStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ CashierFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE CashierID TO WS-LookupUser
                    PERFORM FindMealRow
                    IF MealIdx > 0
                        MOVE 'Y' TO TblMealOnFile(MealIdx)
                        IF CashierMealAllow IS NUMERIC
                            MOVE CashierMealAllow TO TblMealAllow(MealIdx)
                        ELSE
                            MOVE StaffMealAllowance TO TblMealAllow(MealIdx)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CashierFile
END-IF

OPEN INPUT StaffMealFile
IF StaffMealStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ StaffMealFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF SM-Date(1:6) = WS-Month
                        MOVE SM-CashierID TO WS-LookupUser
                        PERFORM FindMealRow
                        IF MealIdx > 0
                            ADD 1 TO TblMealCount(MealIdx)
                            ADD SM-Amount TO TblMealValue(MealIdx)
                        END-IF
                        ADD 1 TO WS-MealCount
                        ADD SM-Amount TO WS-MealTotal
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StaffMealFile
END-IF

OPEN OUTPUT MealReport
MOVE WS-Month TO PrnMonth
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
MOVE 1 TO ScanSub
PERFORM UNTIL ScanSub > MealCount
        PERFORM PrintEmployee
        ADD 1 TO ScanSub
END-PERFORM
IF WS-Overflow = 'Y'
        WRITE PrintLine FROM OverflowLine AFTER ADVANCING 1 LINE
END-IF
MOVE WS-MealCount TO PrnTotCount
MOVE WS-MealTotal TO PrnTotValue
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE MealReport
MOVE "StaffMeals.rpt" TO RF-ReportName
MOVE "MEALRPT" TO RF-Program
*> FILED UNDER THE MONTH'S LAST DAY -- THE FIRST OF THE NEXT, LESS ONE DAY
MOVE 0 TO RF-BusDate
IF WS-Month(5:2) = "12"
        COMPUTE WS-NextMonth = WS-Month + 89
ELSE
        COMPUTE WS-NextMonth = WS-Month + 1
END-IF
IF WS-Month(5:2) NOT < "01" AND WS-Month(5:2) NOT > "12"
        COMPUTE RF-BusDate = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-NextMonth * 100 + 1) - 1)
END-IF
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Staff meal report written to StaffMeals.rpt"
STOP RUN.

FindMealRow.
MOVE 0 TO MealIdx
MOVE 1 TO ScanSub
PERFORM UNTIL ScanSub > MealCount
        IF TblMealUser(ScanSub) = WS-LookupUser
            MOVE ScanSub TO MealIdx
        END-IF
        ADD 1 TO ScanSub
END-PERFORM
IF MealIdx = 0
        IF MealCount < 40
            ADD 1 TO MealCount
            MOVE MealCount TO MealIdx
            MOVE WS-LookupUser TO TblMealUser(MealIdx)
            MOVE 0 TO TblMealAllow(MealIdx)
            MOVE 'N' TO TblMealOnFile(MealIdx)
            MOVE 0 TO TblMealCount(MealIdx)
            MOVE 0 TO TblMealValue(MealIdx)
        ELSE
            MOVE 'Y' TO WS-Overflow
        END-IF
END-IF.

PrintEmployee.
MOVE TblMealUser(ScanSub) TO PrnUser
MOVE TblMealCount(ScanSub) TO PrnCount
MOVE TblMealValue(ScanSub) TO PrnValue
MOVE TblMealAllow(ScanSub) TO PrnAllow
COMPUTE WS-Left = TblMealAllow(ScanSub) - TblMealValue(ScanSub)
MOVE WS-Left TO PrnLeft
EVALUATE TRUE
        WHEN TblMealOnFile(ScanSub) = 'N'
            MOVE "NOT ON CASHIER FILE" TO PrnFlag
        WHEN TblMealAllow(ScanSub) > 0 AND WS-Left NOT > 0
            MOVE "ALLOWANCE USED UP" TO PrnFlag
        WHEN OTHER
            MOVE SPACE TO PrnFlag
END-EVALUATE
WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE.
