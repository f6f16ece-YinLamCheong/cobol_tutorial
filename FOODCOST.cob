        SELECT RecipeFile ASSIGN TO "Recipe.dat" *> ingredient lines per MenuID, maintained by RECIPMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RecipeFileStatus.
        SELECT PrepRecipeFile ASSIGN TO "PrepRecipe.dat" *> raw lines behind the batch-made ingredients, costed through to the menu items that use them
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PrepFileStatus.
        SELECT MenuFile ASSIGN TO "Menu.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
        02 RC-UnitCost PIC 9(3)V99.
        02 RC-QtyPer PIC 9(3)V99.

FD PrepRecipeFile.
COPY SUBRCP.

FD MenuFile.
COPY MENUREC.

01 RecipeCount PIC 9(3) VALUE 0.
01 RecSub PIC 9(3).

*> prepared ingredients: a batch's raw cost over its yield is what one unit
*> costs a menu recipe -- in place of the unit cost keyed on Recipe.dat
01 PrepFileStatus PIC XX.
01 PrepTable.
        05 PrepEntry OCCURS 50 TIMES.
            10 TblPrepName PIC X(20).
            10 TblPrepYield PIC 9(5)V99.
            10 TblPrepBatchCost PIC 9(7)V99.
            10 TblPrepUnitCost PIC 9(3)V99.
01 PrepCount PIC 99 VALUE 0.
01 PrepSub PIC 99.

*> distinct menu items seen on the recipe file
01 ItemTable.
        05 ItemEntry OCCURS 50 TIMES.
        05 FILLER PIC X(36) VALUE "THEORETICAL INGREDIENT USAGE FOR DAY".
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnUsageDate PIC 9(8).
01 PrepHeading PIC X(60) VALUE "PREPARED INGREDIENTS COSTED FROM THEIR BATCH RECIPES".
01 PrepHeads PIC X(70) VALUE
    "  Prepared Ingredient      Batch Yield   Batch Cost   Unit Cost".
01 PrepDetailLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnPrepName PIC X(20).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnPrepYield PIC ZZ,ZZ9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnPrepBatchCost PIC $$$,$$9.99.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnPrepUnitCost PIC $$$9.99.
01 UsageDetailLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnIngredient PIC X(20).
        05 FILLER PIC X(12) VALUE " UNIT(S) AT ".
        05 PrnWasteCostTot PIC $$$,$$9.99.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Extend usage for sales of date (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-ReportDate

*> COST EACH PREPARED INGREDIENT FROM ITS BATCH RECIPE FIRST, SO A MENU
*> RECIPE LINE THAT NAMES ONE PICKS UP WHAT ITS RAW INGREDIENTS REALLY COST
OPEN INPUT PrepRecipeFile
IF PrepFileStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ PrepRecipeFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END PERFORM NotePrepLine
            END-READ
        END-PERFORM
        CLOSE PrepRecipeFile
END-IF
MOVE 'N' TO WSEOF
MOVE 1 TO PrepSub
PERFORM UNTIL PrepSub > PrepCount
        COMPUTE TblPrepUnitCost(PrepSub) ROUNDED =
            TblPrepBatchCost(PrepSub) / TblPrepYield(PrepSub)
        ADD 1 TO PrepSub
END-PERFORM

*> LOAD THE RECIPE LINES AND NOTE EACH DISTINCT ITEM'S THEORETICAL COST
OPEN INPUT RecipeFile
IF RecipeFileStatus NOT = "00"
                    MOVE RC-Ingredient TO TblRecIngredient(RecipeCount)
                    MOVE RC-UnitCost TO TblRecUnitCost(RecipeCount)
                    MOVE RC-QtyPer TO TblRecQtyPer(RecipeCount)
                    PERFORM FindPrepRow
                    IF PrepSub > 0
                        MOVE TblPrepUnitCost(PrepSub) TO TblRecUnitCost(RecipeCount)
                    END-IF
                    PERFORM NoteRecipeItem
                END-IF
        END-READ
IF MenuFileStatus = "00"
        CLOSE MenuFile
END-IF
IF PrepCount > 0
        WRITE PrintLine FROM PrepHeading AFTER ADVANCING 3 LINES
        WRITE PrintLine FROM PrepHeads AFTER ADVANCING 1 LINE
        MOVE 1 TO PrepSub
        PERFORM UNTIL PrepSub > PrepCount
            MOVE TblPrepName(PrepSub) TO PrnPrepName
            MOVE TblPrepYield(PrepSub) TO PrnPrepYield
            MOVE TblPrepBatchCost(PrepSub) TO PrnPrepBatchCost
            MOVE TblPrepUnitCost(PrepSub) TO PrnPrepUnitCost
            WRITE PrintLine FROM PrepDetailLine AFTER ADVANCING 1 LINE
            ADD 1 TO PrepSub
        END-PERFORM
END-IF

*> EXTEND THE DAY'S SALES INTO INGREDIENT USAGE
MOVE 1 TO RecSub

WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE CostReport
MOVE "FoodCost.rpt" TO RF-ReportName
MOVE "FOODCOST" TO RF-Program
MOVE WS-ReportDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Food cost report written to FoodCost.rpt"
STOP RUN.

ADD WL-Qty TO WasteQtyTotal
ADD WS-WasteLineCost TO WasteCostTotal.

*> ONE RAW LINE OF A PREP RECIPE ADDED INTO ITS PREPARED INGREDIENT'S BATCH COST
NotePrepLine.
MOVE 0 TO PrepSub
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > PrepCount
        IF TblPrepName(Temp_Count) = SR-Prepared
            MOVE Temp_Count TO PrepSub
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF PrepSub = 0 AND PrepCount < 50 AND SR-BatchYield > 0
        ADD 1 TO PrepCount
        MOVE PrepCount TO PrepSub
        MOVE SR-Prepared TO TblPrepName(PrepSub)
        MOVE SR-BatchYield TO TblPrepYield(PrepSub)
        MOVE 0 TO TblPrepBatchCost(PrepSub)
END-IF
IF PrepSub > 0
        COMPUTE TblPrepBatchCost(PrepSub) =
            TblPrepBatchCost(PrepSub) + (SR-UnitCost * SR-QtyPerBatch)
END-IF.

FindPrepRow.
MOVE 0 TO PrepSub
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > PrepCount
        IF TblPrepName(Temp_Count) = RC-Ingredient
            MOVE Temp_Count TO PrepSub
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM.

*> ROLL THIS RECIPE LINE'S COST INTO ITS ITEM'S THEORETICAL COST
NoteRecipeItem.
MOVE 0 TO FoundIdx
