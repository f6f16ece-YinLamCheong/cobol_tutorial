        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BUDGMNT. *> maintains Budget.dat: the sales plan per category by calendar month or fiscal period, so the plan finally lives next to the actuals
AUTHOR. Yanling.
DATE-WRITTEN.Sep 3rd 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT BudgetFile ASSIGN TO "Budget.dat" *> one record per month (or fiscal period) per category
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BudgetStatus.

FILE SECTION.
FD BudgetFile.
01 BudgetData.
        02 BU-Month PIC 9(6). *> CCYYMM, or CCYYPP (fiscal year + period) when BU-Basis is F
        02 BU-Category PIC X(8). *> the same MenuCategory codes the Z-report subtotals by
        02 BU-Amount PIC 9(7)V99.
        02 BU-Basis PIC X(1). *> M (or space, older lines) = calendar month, F = 4-4-5 fiscal period off FiscalCal.dat

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 BudgetStatus PIC XX.
01 WSEOF PIC X VALUE 'N'.
01 WS-MonthIn PIC 9(6).
01 WS-BasisIn PIC X.
01 WS-CategoryIn PIC X(8).
01 WS-AmtDisp PIC $$$$,$$9.99.

            10 TblBudgMonth PIC 9(6).
            10 TblBudgCategory PIC X(8).
            10 TblBudgAmount PIC 9(7)V99.
            10 TblBudgBasis PIC X(1).
01 BudgCount PIC 9(3) VALUE 0.
01 BudgIdx PIC 9(3).
01 Temp_Count PIC 9(3).
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "SALES BUDGET MAINTENANCE"
            DISPLAY "1            : Set Budget (month or fiscal period + category)"
            DISPLAY "2            : List A Month's Or Fiscal Period's Budget"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
                            MOVE BU-Month TO TblBudgMonth(BudgCount)
                            MOVE BU-Category TO TblBudgCategory(BudgCount)
                            MOVE BU-Amount TO TblBudgAmount(BudgCount)
                            IF BU-Basis = 'F'
                                MOVE 'F' TO TblBudgBasis(BudgCount)
                            ELSE
                                MOVE 'M' TO TblBudgBasis(BudgCount)
                            END-IF
                        ELSE
                            MOVE 'Y' TO BudgOverflow
                        END-IF

SetBudget.
        DISPLAY " "
        PERFORM AskPlanPeriod
        DISPLAY "Category (FOOD/BEV/..) : " With NO ADVANCING.
        ACCEPT WS-CategoryIn.
        MOVE 0 TO BudgIdx
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > BudgCount
            IF TblBudgMonth(Temp_Count) = WS-MonthIn
                AND TblBudgBasis(Temp_Count) = WS-BasisIn
                AND TblBudgCategory(Temp_Count) = WS-CategoryIn
                MOVE Temp_Count TO BudgIdx
            END-IF
            MOVE BudgCount TO BudgIdx
            MOVE WS-MonthIn TO TblBudgMonth(BudgIdx)
            MOVE WS-CategoryIn TO TblBudgCategory(BudgIdx)
            MOVE WS-BasisIn TO TblBudgBasis(BudgIdx)
        END-IF
        IF BudgIdx = 0
            DISPLAY "THE BUDGET TABLE IS FULL (100 LINES)."

ListMonth.
        DISPLAY " "
        PERFORM AskPlanPeriod
        DISPLAY "Category  Budget"
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > BudgCount
            IF TblBudgMonth(Temp_Count) = WS-MonthIn
                AND TblBudgBasis(Temp_Count) = WS-BasisIn
                MOVE TblBudgAmount(Temp_Count) TO WS-AmtDisp
                DISPLAY TblBudgCategory(Temp_Count) "  " WS-AmtDisp
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM.

*> A PLAN LINE IS FOR A CALENDAR MONTH OR FOR ONE OF HEAD OFFICE'S FISCAL PERIODS
AskPlanPeriod.
        DISPLAY "Plan by (M) calendar month or (F) fiscal period : " With NO ADVANCING.
        ACCEPT WS-BasisIn.
        IF WS-BasisIn = 'F' OR WS-BasisIn = 'f'
            MOVE 'F' TO WS-BasisIn
            DISPLAY "Fiscal year + period (CCYYPP) : " With NO ADVANCING
        ELSE
            MOVE 'M' TO WS-BasisIn
            DISPLAY "Month (CCYYMM) : " With NO ADVANCING
        END-IF
        ACCEPT WS-MonthIn.

*> REWRITE Budget.dat FROM THE IN-MEMORY TABLE -- REFUSE AFTER AN OVERFLOWED LOAD
SaveBudgets.
        IF BudgOverflow = 'Y'
                MOVE TblBudgMonth(Temp_Count) TO BU-Month
                MOVE TblBudgCategory(Temp_Count) TO BU-Category
                MOVE TblBudgAmount(Temp_Count) TO BU-Amount
                MOVE TblBudgBasis(Temp_Count) TO BU-Basis
                WRITE BudgetData
                ADD 1 TO Temp_Count
            END-PERFORM
