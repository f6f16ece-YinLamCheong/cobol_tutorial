01 RecipeCount PIC 9(3) VALUE 0.
01 RecSub PIC 9(3).

*> units sold per menu item on the day -- kilos for an item sold by weight,
*> whose recipe quantities are then per kilo
01 ItemTable.
        05 ItemEntry OCCURS 50 TIMES.
            10 TblItemID PIC X(4).
            10 TblItemUnits PIC 9(5)V999.
01 ItemCount PIC 99 VALUE 0.
01 FoundIdx PIC 99.
01 Temp_Count PIC 9(3).
01 NeverCountedLine PIC X(60) VALUE
    "  (ingredients never counted are not shown on this page)".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Deplete ingredient stock for sales of date (CCYYMMDD) : " WITH NO ADVANCING
WRITE PrintLine FROM NeverCountedLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE UsageReport
MOVE "IngUsage.rpt" TO RF-ReportName
MOVE "INGDEPL" TO RF-Program
MOVE WS-ReportDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Ingredient stock depleted, report written to IngUsage.rpt"
STOP RUN.

        MOVE 0 TO TblItemUnits(FoundIdx)
END-IF
IF FoundIdx > 0
        IF SL-Weight IS NUMERIC AND SL-Weight > 0
            ADD SL-Weight TO TblItemUnits(FoundIdx)
        ELSE
            ADD SL-Qty TO TblItemUnits(FoundIdx)
        END-IF
END-IF.

*> ONE RECIPE LINE EXTENDED BY ITS ITEM'S UNITS SOLD -- SAME ARITHMETIC AS FOODCOST
