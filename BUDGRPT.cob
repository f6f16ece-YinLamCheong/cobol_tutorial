        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BUDGRPT. *> budget versus actual by category for a month or a fiscal period, with to-date actuals and percent achieved
AUTHOR. Yanling.
DATE-WRITTEN.Sep 3rd 2026
ENVIRONMENT DIVISION.
        02 BU-Month PIC 9(6).
        02 BU-Category PIC X(8).
        02 BU-Amount PIC 9(7)V99.
        02 BU-Basis PIC X(1). *> M (or space) = calendar month, F = fiscal period CCYYPP

FD SalesLog.
COPY SALESLOG.
01 SalesLogStatus PIC XX.
01 MenuFileStatus PIC XX.
01 MenuFileOK PIC X VALUE 'N'.
01 WS-Month PIC 9(6). *> CCYYMM, or CCYYPP on a fiscal run
01 WS-Basis PIC X VALUE 'M'.
01 WS-RangeStart PIC 9(8).
01 WS-RangeEnd PIC 9(8).
01 WS-CurDateInt PIC 9(7).
01 WS-Day PIC 99.
01 WS-CurDate PIC 9(8).
01 WS-LogFileName PIC X(30).
01 Temp_Count PIC 99.
01 WS-Variance PIC S9(8)V99.
01 WS-PctAchieved PIC 9(3)V9.
*> fiscal period dates through the shared FISCLOOK routine
01 FL-Date PIC 9(8).
01 FL-FiscalYear PIC 9(4).
01 FL-Period PIC 9(2).
01 FL-Week PIC 9(2).
01 FL-PeriodStart PIC 9(8).
01 FL-PeriodEnd PIC 9(8).
01 FL-Found PIC X.
01 TotBudget PIC 9(8)V99 VALUE 0.
01 TotActual PIC 9(8)V99 VALUE 0.

01 PageHeading.
        05 FILLER PIC X(25) VALUE "BUDGET VERSUS ACTUAL FOR ".
        05 PrnBasisLabel PIC X(15) VALUE "MONTH".
        05 PrnMonth PIC 9(6).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRangeStart PIC 9(8) BLANK WHEN ZERO.
        05 PrnRangeTo PIC X(4) VALUE SPACE.
        05 PrnRangeEnd PIC 9(8) BLANK WHEN ZERO.
01 Heads PIC X(70) VALUE
    "Category      Budget  MTD Actual     Variance  Pct Achvd".
01 VarDetailLine.
        05 FILLER PIC X(7) VALUE SPACE.
        05 PrnTotPct PIC ZZ9.9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Report by (M) calendar month or (F) fiscal period : " WITH NO ADVANCING
ACCEPT WS-Basis
IF WS-Basis = 'F' OR WS-Basis = 'f'
        MOVE 'F' TO WS-Basis
        DISPLAY "Budget versus actual for fiscal period (CCYYPP) : " WITH NO ADVANCING
ELSE
        MOVE 'M' TO WS-Basis
        DISPLAY "Budget versus actual for month (CCYYMM) : " WITH NO ADVANCING
END-IF
ACCEPT WS-Month

*> THE DATES THE ACTUALS ARE TAKEN OVER: THE CALENDAR MONTH, OR THE FISCAL
*> PERIOD'S FIRST TO LAST DAY AS FISCMNT LAID IT OUT ON FiscalCal.dat
MOVE WS-Month TO WS-RangeStart(1:6)
MOVE "01" TO WS-RangeStart(7:2)
MOVE WS-Month TO WS-RangeEnd(1:6)
MOVE "31" TO WS-RangeEnd(7:2)
IF WS-Basis = 'F'
        MOVE 0 TO FL-Date
        MOVE WS-Month(1:4) TO FL-FiscalYear
        MOVE WS-Month(5:2) TO FL-Period
        CALL "FISCLOOK" USING FL-Date, FL-FiscalYear, FL-Period, FL-Week,
            FL-PeriodStart, FL-PeriodEnd, FL-Found
        IF FL-Found NOT = 'Y'
            DISPLAY "Fiscal period " WS-Month " is not on FiscalCal.dat -- build the year in FISCMNT first."
            STOP RUN
        END-IF
        MOVE FL-PeriodStart TO WS-RangeStart
        MOVE FL-PeriodEnd TO WS-RangeEnd
END-IF

*> THE PLAN ROWS SEED THE TABLE, SO A CATEGORY WITH NO SALES STILL SHOWS
OPEN INPUT BudgetFile
IF BudgetStatus = "00"
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF BU-Month = WS-Month
                        AND (BU-Basis = WS-Basis OR (BU-Basis = SPACE AND WS-Basis = 'M'))
                        MOVE BU-Category TO WS-ItemCat
                        PERFORM FindVarRow
                        IF VarIdx > 0
        MOVE 'Y' TO MenuFileOK
END-IF

*> THE ACTUALS: EVERY DAY OF THE MONTH'S (OR PERIOD'S) ARCHIVES, THEN THE LIVE LOG
IF WS-Basis = 'F'
        MOVE WS-RangeStart TO WS-CurDate
        PERFORM UNTIL WS-CurDate > WS-RangeEnd
            PERFORM SweepOneDay
            COMPUTE WS-CurDateInt = FUNCTION INTEGER-OF-DATE(WS-CurDate) + 1
            COMPUTE WS-CurDate = FUNCTION DATE-OF-INTEGER(WS-CurDateInt)
        END-PERFORM
ELSE
        MOVE 1 TO WS-Day
        PERFORM UNTIL WS-Day > 31
            MOVE WS-Month TO WS-CurDate(1:6)
            MOVE WS-Day TO WS-CurDate(7:2)
            PERFORM SweepOneDay
            ADD 1 TO WS-Day
        END-PERFORM
END-IF
MOVE "SalesLog.dat" TO WS-LogFileName
PERFORM SweepOneLog
IF MenuFileOK = 'Y'

OPEN OUTPUT BudgReport
MOVE WS-Month TO PrnMonth
IF WS-Basis = 'F'
        MOVE "FISCAL PERIOD" TO PrnBasisLabel
        MOVE WS-RangeStart TO PrnRangeStart
        MOVE " TO " TO PrnRangeTo
        MOVE WS-RangeEnd TO PrnRangeEnd
        MOVE "PTD" TO Heads(23:3)
END-IF
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
MOVE 1 TO Temp_Count
WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE BudgReport
MOVE "BudgetVar.rpt" TO RF-ReportName
MOVE "BUDGRPT" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Variance report written to BudgetVar.rpt"
STOP RUN.

        MOVE 0 TO TblVarActual(VarIdx)
END-IF.

SweepOneDay.
MOVE SPACE TO WS-LogFileName
STRING "SalesLog_" DELIMITED BY SIZE
        WS-CurDate DELIMITED BY SIZE
        ".dat" DELIMITED BY SIZE
        INTO WS-LogFileName
PERFORM SweepOneLog.

*> ONE JOURNAL FILE'S ITEM LINES ROLLED INTO THEIR CATEGORIES' ACTUALS
SweepOneLog.
OPEN INPUT SalesLog
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF SL-RecType = 'I' AND SL-Training NOT = 'Y'
                        AND SL-Date NOT < WS-RangeStart AND SL-Date NOT > WS-RangeEnd
                        AND SL-MenuID NOT = "SVC"
                        AND SL-MenuID NOT = "DLV"
                        AND SL-MenuID NOT = "DEP"
                        PERFORM TallyActual
                    END-IF
            END-READ
