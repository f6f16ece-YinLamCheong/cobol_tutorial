        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. COSTUPD. *> recipe cost update: rolls the latest matched supplier invoice price for each ingredient into every Recipe.dat and PrepRecipe.dat line that uses it, keeps a dated cost history, and reports the menu items whose food cost % moved
AUTHOR. Yanling.
DATE-WRITTEN.Sep 19th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT SuppInvFile ASSIGN TO "SuppInv.dat" *> the invoice lines as keyed, with the price actually charged
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SuppInvStatus.
        SELECT PayablesFile ASSIGN TO "Payables.dat" *> an invoice is only taken once INVMATCH found it clean and raised it here
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayablesStatus.
        SELECT IngSourceFile ASSIGN TO "IngSource.dat" *> ingredient to invoiced item, linked in INGSTOCK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IngSourceStatus.
        SELECT RecipeFile ASSIGN TO "Recipe.dat" *> ingredient lines per MenuID, maintained by RECIPMNT -- rewritten here with the new costs
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RecipeFileStatus.
        SELECT PrepRecipeFile ASSIGN TO "PrepRecipe.dat" *> raw lines behind the batch-made ingredients -- repriced here, then rolled into Recipe.dat per unit of yield
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PrepFileStatus.
        SELECT CostHistFile ASSIGN TO "CostHist.dat" *> every ingredient cost change, dated, with the invoice it came from
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CostHistStatus.
        SELECT MenuFile ASSIGN TO "Menu.dat" *> selling prices for the food cost %
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MenuID
            FILE STATUS IS MenuFileStatus.
        SELECT CostReport ASSIGN TO "CostUpdate.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SuppInvFile.
01 SuppInvData.
        02 IV-SupplierID PIC X(4).
        02 IV-InvoiceNo PIC X(10).
        02 IV-PONo PIC 9(5).
        02 IV-MenuID PIC X(4).
        02 IV-Qty PIC 9(5).
        02 IV-UnitPrice PIC 9(4)V99.

FD PayablesFile.
COPY APVOUCH.

FD IngSourceFile.
COPY INGSRC.

FD RecipeFile.
01 RecipeData.
        02 RC-MenuID PIC X(4).
        02 RC-Ingredient PIC X(20).
        02 RC-UnitCost PIC 9(3)V99.
        02 RC-QtyPer PIC 9(3)V99.

FD PrepRecipeFile.
COPY SUBRCP.

FD CostHistFile.
01 CostHistData.
        02 CH-Date PIC 9(8).
        02 CH-Ingredient PIC X(20).
        02 CH-OldCost PIC 9(3)V99.
        02 CH-NewCost PIC 9(3)V99.
        02 CH-PurchItem PIC X(4).
        02 CH-SupplierID PIC X(4).
        02 CH-InvoiceNo PIC X(10).
        02 CH-PackPrice PIC 9(4)V99. *> the invoiced unit price the new cost was worked from

FD MenuFile.
COPY MENUREC.

FD CostReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 SuppInvStatus PIC XX.
01 PayablesStatus PIC XX.
01 IngSourceStatus PIC XX.
01 RecipeFileStatus PIC XX.
01 CostHistStatus PIC XX.
01 MenuFileStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-NewCost PIC 9(3)V99.
01 WS-OldCost PIC 9(3)V99.
01 WS-Packs PIC 9(5)V99.
01 WS-Changed PIC X.
01 WS-IngLines PIC 9(3).
01 WS-LinesChanged PIC 9(4) VALUE 0.
01 WS-IngChanged PIC 9(4) VALUE 0.
01 WS-ItemsFlagged PIC 9(4) VALUE 0.
01 WS-MenuPriceNum PIC 9(6)V99.
01 WS-OldPct PIC 9(4)V9.
01 WS-NewPct PIC 9(4)V9.
01 WS-PctMove PIC S9(4)V9.
01 Temp_Count PIC 9(3).
COPY RATES. *> FoodCostMovePct

*> the payables on file -- only an invoice raised here counts as matched
01 VchTable.
        05 VchEntry OCCURS 500 TIMES.
            10 TblVchSupp PIC X(4).
            10 TblVchInvoice PIC X(10).
            10 TblVchDate PIC 9(8).
            10 TblVchNo PIC 9(6).
01 VchCount PIC 9(3) VALUE 0.
01 VchIdx PIC 9(3).

*> the latest matched price per invoiced item
01 PriceTable.
        05 PriceEntry OCCURS 200 TIMES.
            10 TblPrcItem PIC X(4).
            10 TblPrcPrice PIC 9(4)V99.
            10 TblPrcDate PIC 9(8).
            10 TblPrcVchNo PIC 9(6).
            10 TblPrcSupp PIC X(4).
            10 TblPrcInvoice PIC X(10).
01 PriceCount PIC 9(3) VALUE 0.
01 PriceIdx PIC 9(3).

01 SrcTable.
        05 SrcEntry OCCURS 100 TIMES.
            10 TblSrcIngredient PIC X(20).
            10 TblSrcPurchItem PIC X(4).
            10 TblSrcUnitsPerPack PIC 9(5)V99.
01 SrcCount PIC 9(3) VALUE 0.
01 SrcIdx PIC 9(3).

*> the whole recipe file, rewritten in full -- refused after an overflowed load
01 RecipeTable.
        05 RecipeEntry OCCURS 200 TIMES.
            10 TblRecID PIC X(4).
            10 TblRecIngredient PIC X(20).
            10 TblRecUnitCost PIC 9(3)V99.
            10 TblRecQtyPer PIC 9(3)V99.
01 RecipeCount PIC 9(3) VALUE 0.
01 RecSub PIC 9(3).
01 RecOverflow PIC X VALUE 'N'.

*> the prep recipe file, rewritten in full like the recipes -- and never after
*> an overflowed load, when the prepared costs are left exactly as they were
01 PrepFileStatus PIC XX.
01 PrepTable.
        05 PrepEntry OCCURS 200 TIMES.
            10 TblPrepName PIC X(20).
            10 TblPrepYield PIC 9(5)V99.
            10 TblPrepIngredient PIC X(20).
            10 TblPrepUnitCost PIC 9(3)V99.
            10 TblPrepQtyPer PIC 9(5)V99.
01 PrepCount PIC 9(3) VALUE 0.
01 PrepSub PIC 9(3).
01 PrepOverflow PIC X VALUE 'N'.
01 WS-PrepChanged PIC 9(4) VALUE 0.
01 WS-BatchCost PIC 9(7)V99.
01 WS-BatchYield PIC 9(5)V99.

*> theoretical cost per menu item before and after the update
01 ItemTable.
        05 ItemEntry OCCURS 100 TIMES.
            10 TblItemID PIC X(4).
            10 TblItemOldCost PIC 9(5)V99.
            10 TblItemNewCost PIC 9(5)V99.
01 ItemCount PIC 9(3) VALUE 0.
01 ItemIdx PIC 9(3).

01 PageHeading.
        05 FILLER PIC X(28) VALUE "RECIPE COST UPDATE RUN OF   ".
        05 PrnRunDate PIC 9(8).
01 IngHeads PIC X(90) VALUE
    "Ingredient            Item  Supp  Invoice     Pack Price  Old Cost  New Cost  Lines".
01 IngLine.
        05 PrnIngredient PIC X(20).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnPurchItem PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSupp PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnInvoice PIC X(10).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnPackPrice PIC $$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnOldCost PIC $$$9.99.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnNewCost PIC $$$9.99.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnLines PIC ZZ9.
01 MoveHeading.
        05 FILLER PIC X(44) VALUE "MENU ITEMS WHOSE FOOD COST % MOVED MORE THAN".
        05 PrnThreshold PIC ZZ9.9.
        05 FILLER PIC X(7) VALUE " POINTS".
01 MoveHeads PIC X(80) VALUE
    "Item  Item Name               Price  Old Cost  New Cost   Old %   New %    Move".
01 MoveLine.
        05 PrnItemID PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnItemName PIC X(20).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnPrice PIC $$,$$9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnItemOld PIC $$$9.99.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnItemNew PIC $$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnOldPct PIC ZZ9.9.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnNewPct PIC ZZ9.9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnPctMove PIC +ZZ9.9.
01 SummaryLine.
        05 PrnSummaryText PIC X(36).
        05 PrnSummaryCount PIC ZZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD

*> THE RECIPES FIRST -- A FILE TOO BIG TO HOLD IS NEVER REWRITTEN
OPEN INPUT RecipeFile
IF RecipeFileStatus NOT = "00"
        DISPLAY "Recipe.dat not found -- set recipes up in RECIPMNT first."
        STOP RUN
END-IF
PERFORM UNTIL WSEOF = 'Y'
        READ RecipeFile
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                IF RecipeCount < 200
                    ADD 1 TO RecipeCount
                    MOVE RC-MenuID TO TblRecID(RecipeCount)
                    MOVE RC-Ingredient TO TblRecIngredient(RecipeCount)
                    MOVE RC-UnitCost TO TblRecUnitCost(RecipeCount)
                    MOVE RC-QtyPer TO TblRecQtyPer(RecipeCount)
                ELSE
                    MOVE 'Y' TO RecOverflow
                END-IF
        END-READ
END-PERFORM
CLOSE RecipeFile
IF RecOverflow = 'Y'
        DISPLAY "Recipe.dat holds more lines than this run can carry -- no costs updated."
        MOVE 8 TO RETURN-CODE
        STOP RUN
END-IF

OPEN INPUT PrepRecipeFile
IF PrepFileStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ PrepRecipeFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF PrepCount < 200
                        ADD 1 TO PrepCount
                        MOVE SR-Prepared TO TblPrepName(PrepCount)
                        MOVE SR-BatchYield TO TblPrepYield(PrepCount)
                        MOVE SR-Ingredient TO TblPrepIngredient(PrepCount)
                        MOVE SR-UnitCost TO TblPrepUnitCost(PrepCount)
                        MOVE SR-QtyPerBatch TO TblPrepQtyPer(PrepCount)
                    ELSE
                        MOVE 'Y' TO PrepOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PrepRecipeFile
END-IF
IF PrepOverflow = 'Y'
        DISPLAY "PrepRecipe.dat holds more lines than this run can carry -- prepared ingredients not repriced."
END-IF

*> THE MATCHED INVOICES, THEN THE LATEST PRICE PER INVOICED ITEM ACROSS THEM
OPEN INPUT PayablesFile
IF PayablesStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ PayablesFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF VchCount < 500
                        ADD 1 TO VchCount
                        MOVE AP-SupplierID TO TblVchSupp(VchCount)
                        MOVE AP-InvoiceNo TO TblVchInvoice(VchCount)
                        MOVE AP-VouchDate TO TblVchDate(VchCount)
                        MOVE AP-VoucherNo TO TblVchNo(VchCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PayablesFile
END-IF

OPEN INPUT SuppInvFile
IF SuppInvStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ SuppInvFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END PERFORM NoteInvoicePrice
            END-READ
        END-PERFORM
        CLOSE SuppInvFile
END-IF

OPEN INPUT IngSourceFile
IF IngSourceStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ IngSourceFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF SrcCount < 100
                        ADD 1 TO SrcCount
                        MOVE IX-Ingredient TO TblSrcIngredient(SrcCount)
                        MOVE IX-PurchItem TO TblSrcPurchItem(SrcCount)
                        MOVE IX-UnitsPerPack TO TblSrcUnitsPerPack(SrcCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IngSourceFile
END-IF

*> EACH ITEM'S THEORETICAL COST BEFORE ANYTHING MOVES
MOVE 1 TO RecSub
PERFORM UNTIL RecSub > RecipeCount
        PERFORM FindItemRow
        IF ItemIdx > 0
            COMPUTE TblItemOldCost(ItemIdx) = TblItemOldCost(ItemIdx)
                + TblRecUnitCost(RecSub) * TblRecQtyPer(RecSub)
        END-IF
        ADD 1 TO RecSub
END-PERFORM

OPEN OUTPUT CostReport
MOVE WS-Today TO PrnRunDate
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM IngHeads AFTER ADVANCING 2 LINES

OPEN EXTEND CostHistFile
IF CostHistStatus NOT = "00"
        OPEN OUTPUT CostHistFile *> very first cost update
END-IF
MOVE 1 TO SrcIdx
PERFORM UNTIL SrcIdx > SrcCount
        PERFORM UpdateIngredient
        ADD 1 TO SrcIdx
END-PERFORM
CLOSE CostHistFile

*> A PREPARED INGREDIENT COSTS A MENU RECIPE ITS BATCH'S RAW COST OVER THE
*> YIELD -- ROLLED ONTO EVERY RECIPE LINE THAT NAMES IT
IF PrepOverflow = 'N' AND PrepCount > 0
        IF WS-PrepChanged > 0
            OPEN OUTPUT PrepRecipeFile
            MOVE 1 TO PrepSub
            PERFORM UNTIL PrepSub > PrepCount
                MOVE TblPrepName(PrepSub) TO SR-Prepared
                MOVE TblPrepYield(PrepSub) TO SR-BatchYield
                MOVE TblPrepIngredient(PrepSub) TO SR-Ingredient
                MOVE TblPrepUnitCost(PrepSub) TO SR-UnitCost
                MOVE TblPrepQtyPer(PrepSub) TO SR-QtyPerBatch
                WRITE PrepRecipeData
                ADD 1 TO PrepSub
            END-PERFORM
            CLOSE PrepRecipeFile
        END-IF
        MOVE 1 TO RecSub
        PERFORM UNTIL RecSub > RecipeCount
            PERFORM RollPrepCost
            ADD 1 TO RecSub
        END-PERFORM
END-IF

IF WS-LinesChanged > 0
        OPEN OUTPUT RecipeFile
        MOVE 1 TO RecSub
        PERFORM UNTIL RecSub > RecipeCount
            MOVE TblRecID(RecSub) TO RC-MenuID
            MOVE TblRecIngredient(RecSub) TO RC-Ingredient
            MOVE TblRecUnitCost(RecSub) TO RC-UnitCost
            MOVE TblRecQtyPer(RecSub) TO RC-QtyPer
            WRITE RecipeData
            ADD 1 TO RecSub
        END-PERFORM
        CLOSE RecipeFile
END-IF

*> EACH ITEM'S COST AFTER, AND THE ONES WHOSE FOOD COST % MOVED PAST THE THRESHOLD
MOVE 1 TO RecSub
PERFORM UNTIL RecSub > RecipeCount
        PERFORM FindItemRow
        IF ItemIdx > 0
            COMPUTE TblItemNewCost(ItemIdx) = TblItemNewCost(ItemIdx)
                + TblRecUnitCost(RecSub) * TblRecQtyPer(RecSub)
        END-IF
        ADD 1 TO RecSub
END-PERFORM
MOVE FoodCostMovePct TO PrnThreshold
WRITE PrintLine FROM MoveHeading AFTER ADVANCING 3 LINES
WRITE PrintLine FROM MoveHeads AFTER ADVANCING 2 LINES
OPEN INPUT MenuFile
MOVE 1 TO ItemIdx
PERFORM UNTIL ItemIdx > ItemCount
        IF TblItemNewCost(ItemIdx) NOT = TblItemOldCost(ItemIdx)
            PERFORM CheckItemMove
        END-IF
        ADD 1 TO ItemIdx
END-PERFORM
IF MenuFileStatus = "00"
        CLOSE MenuFile
END-IF

MOVE "Ingredients repriced              : " TO PrnSummaryText
MOVE WS-IngChanged TO PrnSummaryCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
MOVE "Recipe lines updated              : " TO PrnSummaryText
MOVE WS-LinesChanged TO PrnSummaryCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Prep recipe lines updated         : " TO PrnSummaryText
MOVE WS-PrepChanged TO PrnSummaryCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Menu items past the threshold     : " TO PrnSummaryText
MOVE WS-ItemsFlagged TO PrnSummaryCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE CostReport
MOVE "CostUpdate.rpt" TO RF-ReportName
MOVE "COSTUPD" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY WS-LinesChanged " recipe line(s) repriced, " WS-ItemsFlagged " item(s) flagged."
DISPLAY "Cost update report written to CostUpdate.rpt"
STOP RUN.

*> A LINE OF A MATCHED INVOICE: KEEP IT IF IT IS THE NEWEST PRICE SEEN FOR THE ITEM
NoteInvoicePrice.
MOVE 0 TO VchIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > VchCount OR VchIdx > 0
        IF TblVchSupp(Temp_Count) = IV-SupplierID
            AND TblVchInvoice(Temp_Count) = IV-InvoiceNo
            MOVE Temp_Count TO VchIdx
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF VchIdx > 0
        MOVE 0 TO PriceIdx
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > PriceCount OR PriceIdx > 0
            IF TblPrcItem(Temp_Count) = IV-MenuID
                MOVE Temp_Count TO PriceIdx
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM
        IF PriceIdx = 0
            IF PriceCount < 200
                ADD 1 TO PriceCount
                MOVE PriceCount TO PriceIdx
                MOVE IV-MenuID TO TblPrcItem(PriceIdx)
                MOVE 0 TO TblPrcDate(PriceIdx)
                MOVE 0 TO TblPrcVchNo(PriceIdx)
            END-IF
        END-IF
        IF PriceIdx > 0
            IF TblVchDate(VchIdx) > TblPrcDate(PriceIdx)
                OR (TblVchDate(VchIdx) = TblPrcDate(PriceIdx)
                    AND TblVchNo(VchIdx) NOT < TblPrcVchNo(PriceIdx))
                MOVE IV-UnitPrice TO TblPrcPrice(PriceIdx)
                MOVE TblVchDate(VchIdx) TO TblPrcDate(PriceIdx)
                MOVE TblVchNo(VchIdx) TO TblPrcVchNo(PriceIdx)
                MOVE IV-SupplierID TO TblPrcSupp(PriceIdx)
                MOVE IV-InvoiceNo TO TblPrcInvoice(PriceIdx)
            END-IF
        END-IF
END-IF.

FindItemRow.
MOVE 0 TO ItemIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > ItemCount OR ItemIdx > 0
        IF TblItemID(Temp_Count) = TblRecID(RecSub)
            MOVE Temp_Count TO ItemIdx
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF ItemIdx = 0 AND ItemCount < 100
        ADD 1 TO ItemCount
        MOVE ItemCount TO ItemIdx
        MOVE TblRecID(RecSub) TO TblItemID(ItemIdx)
        MOVE 0 TO TblItemOldCost(ItemIdx)
        MOVE 0 TO TblItemNewCost(ItemIdx)
END-IF.

*> ONE LINKED INGREDIENT: ITS NEW COST PER RECIPE UNIT FROM THE LATEST PACK
*> PRICE, ONTO EVERY RECIPE LINE THAT USES IT, AND ONE HISTORY RECORD
UpdateIngredient.
MOVE 0 TO PriceIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > PriceCount OR PriceIdx > 0
        IF TblPrcItem(Temp_Count) = TblSrcPurchItem(SrcIdx)
            MOVE Temp_Count TO PriceIdx
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF PriceIdx > 0
        MOVE TblSrcUnitsPerPack(SrcIdx) TO WS-Packs
        IF WS-Packs = 0
            MOVE 1 TO WS-Packs
        END-IF
        COMPUTE WS-NewCost ROUNDED = TblPrcPrice(PriceIdx) / WS-Packs
        MOVE 'N' TO WS-Changed
        MOVE 0 TO WS-IngLines
        MOVE 1 TO RecSub
        PERFORM UNTIL RecSub > RecipeCount
            IF TblRecIngredient(RecSub) = TblSrcIngredient(SrcIdx)
                AND TblRecUnitCost(RecSub) NOT = WS-NewCost
                IF WS-Changed = 'N'
                    MOVE TblRecUnitCost(RecSub) TO WS-OldCost
                    MOVE 'Y' TO WS-Changed
                END-IF
                MOVE WS-NewCost TO TblRecUnitCost(RecSub)
                ADD 1 TO WS-LinesChanged
                ADD 1 TO WS-IngLines
            END-IF
            ADD 1 TO RecSub
        END-PERFORM
        IF PrepOverflow = 'N'
            MOVE 1 TO PrepSub
            PERFORM UNTIL PrepSub > PrepCount
                IF TblPrepIngredient(PrepSub) = TblSrcIngredient(SrcIdx)
                    AND TblPrepUnitCost(PrepSub) NOT = WS-NewCost
                    IF WS-Changed = 'N'
                        MOVE TblPrepUnitCost(PrepSub) TO WS-OldCost
                        MOVE 'Y' TO WS-Changed
                    END-IF
                    MOVE WS-NewCost TO TblPrepUnitCost(PrepSub)
                    ADD 1 TO WS-PrepChanged
                    ADD 1 TO WS-IngLines
                END-IF
                ADD 1 TO PrepSub
            END-PERFORM
        END-IF
        IF WS-Changed = 'Y'
            ADD 1 TO WS-IngChanged
            MOVE WS-Today TO CH-Date
            MOVE TblSrcIngredient(SrcIdx) TO CH-Ingredient
            MOVE WS-OldCost TO CH-OldCost
            MOVE WS-NewCost TO CH-NewCost
            MOVE TblSrcPurchItem(SrcIdx) TO CH-PurchItem
            MOVE TblPrcSupp(PriceIdx) TO CH-SupplierID
            MOVE TblPrcInvoice(PriceIdx) TO CH-InvoiceNo
            MOVE TblPrcPrice(PriceIdx) TO CH-PackPrice
            WRITE CostHistData
            MOVE TblSrcIngredient(SrcIdx) TO PrnIngredient
            MOVE TblSrcPurchItem(SrcIdx) TO PrnPurchItem
            MOVE TblPrcSupp(PriceIdx) TO PrnSupp
            MOVE TblPrcInvoice(PriceIdx) TO PrnInvoice
            MOVE TblPrcPrice(PriceIdx) TO PrnPackPrice
            MOVE WS-OldCost TO PrnOldCost
            MOVE WS-NewCost TO PrnNewCost
            MOVE WS-IngLines TO PrnLines
            WRITE PrintLine FROM IngLine AFTER ADVANCING 1 LINE
        END-IF
END-IF.

*> ONE RECIPE LINE: IF ITS INGREDIENT IS MADE IN BATCHES, ITS UNIT COST
*> BECOMES THE BATCH'S RAW COST OVER THE BATCH YIELD
RollPrepCost.
MOVE 0 TO WS-BatchCost
MOVE 0 TO WS-BatchYield
MOVE 1 TO PrepSub
PERFORM UNTIL PrepSub > PrepCount
        IF TblPrepName(PrepSub) = TblRecIngredient(RecSub)
            COMPUTE WS-BatchCost = WS-BatchCost
                + TblPrepUnitCost(PrepSub) * TblPrepQtyPer(PrepSub)
            MOVE TblPrepYield(PrepSub) TO WS-BatchYield
        END-IF
        ADD 1 TO PrepSub
END-PERFORM
IF WS-BatchYield > 0
        COMPUTE WS-NewCost ROUNDED = WS-BatchCost / WS-BatchYield
        IF TblRecUnitCost(RecSub) NOT = WS-NewCost
            MOVE WS-NewCost TO TblRecUnitCost(RecSub)
            ADD 1 TO WS-LinesChanged
        END-IF
END-IF.

CheckItemMove.
MOVE 0 TO WS-MenuPriceNum
MOVE SPACE TO PrnItemName
IF MenuFileStatus = "00"
        MOVE TblItemID(ItemIdx) TO MenuID
        READ MenuFile KEY IS MenuID
            INVALID KEY CONTINUE *> recipe for an item since taken off the menu
            NOT INVALID KEY
                MOVE MenuItemPrice TO WS-MenuPriceNum
                MOVE MenuItemName TO PrnItemName
        END-READ
END-IF
IF WS-MenuPriceNum > 0
        COMPUTE WS-OldPct ROUNDED = TblItemOldCost(ItemIdx) * 100 / WS-MenuPriceNum
        COMPUTE WS-NewPct ROUNDED = TblItemNewCost(ItemIdx) * 100 / WS-MenuPriceNum
        COMPUTE WS-PctMove = WS-NewPct - WS-OldPct
        IF WS-PctMove > FoodCostMovePct OR WS-PctMove < 0 - FoodCostMovePct
            ADD 1 TO WS-ItemsFlagged
            MOVE TblItemID(ItemIdx) TO PrnItemID
            MOVE WS-MenuPriceNum TO PrnPrice
            MOVE TblItemOldCost(ItemIdx) TO PrnItemOld
            MOVE TblItemNewCost(ItemIdx) TO PrnItemNew
            MOVE WS-OldPct TO PrnOldPct
            MOVE WS-NewPct TO PrnNewPct
            MOVE WS-PctMove TO PrnPctMove
            WRITE PrintLine FROM MoveLine AFTER ADVANCING 1 LINE
        END-IF
END-IF.
