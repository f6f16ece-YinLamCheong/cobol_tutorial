        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. INVVALUE. *> month-end stock valuation at cost: every stocked menu item and ingredient priced at its latest matched invoice or recipe cost, subtotalled by category and supplier, with the closing-stock / cost-of-sales adjustment written for GLCLOSE
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT MenuFile ASSIGN TO "Menu.dat" *> MenuStockQty, the category and who we buy it from
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MenuID
            FILE STATUS IS MenuFileStatus.
        SELECT IngStockFile ASSIGN TO "IngStock.dat" *> IS-QtyOnHand, the book balance behind the recipes
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IngStockStatus.
        SELECT IngSourceFile ASSIGN TO "IngSource.dat" *> the invoiced item each ingredient is bought as
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IngSourceStatus.
        SELECT RecipeFile ASSIGN TO "Recipe.dat" *> recipe costs, as rolled by COSTUPD -- the fallback where no invoice prices the stock
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RecipeFileStatus.
        SELECT SuppInvFile ASSIGN TO "SuppInv.dat" *> the invoice lines as keyed, with the price actually charged
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SuppInvStatus.
        SELECT PayablesFile ASSIGN TO "Payables.dat" *> an invoice prices stock only once INVMATCH raised it here
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayablesStatus.
        SELECT ValHistFile ASSIGN TO "InvValue.dat" *> one closing value per month end -- the last one is what the books carry
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ValHistStatus.
        SELECT GLMapFile ASSIGN TO "GLMap.dat" *> posting key to account code, maintained by GLMAPMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GLMapStatus.
        SELECT PostCtlFile ASSIGN TO "GLPost.dat" *> business dates GLCLOSE has already posted
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PostCtlStatus.
        SELECT ExtractFile ASSIGN TO "GLExtract.dat" *> the adjustment joins the month-end day's extract once GLEXTRACT has written it
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExtractStatus.
        SELECT ValueReport ASSIGN TO "InvValue.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD MenuFile.
COPY MENUREC.

FD IngStockFile.
01 IngStockData.
        02 IS-Ingredient PIC X(20).
        02 IS-QtyOnHand PIC S9(7)V99 SIGN LEADING SEPARATE.
        02 IS-CountedQty PIC 9(7)V99.
        02 IS-CountDate PIC 9(8).

FD IngSourceFile.
COPY INGSRC.

FD RecipeFile.
01 RecipeData.
        02 RC-MenuID PIC X(4).
        02 RC-Ingredient PIC X(20).
        02 RC-UnitCost PIC 9(3)V99.
        02 RC-QtyPer PIC 9(3)V99.

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

FD ValHistFile.
01 ValHistData.
        02 VH-Date PIC 9(8). *> the month-end date valued
        02 VH-Value PIC 9(9)V99. *> stock at cost that day -- next month's adjustment runs from it
        02 VH-RunDate PIC 9(8).

FD GLMapFile.
01 GLMapData.
        02 GM-Key PIC X(12).
        02 GM-Account PIC X(8).

FD PostCtlFile.
01 PostCtlData.
        02 GP-Date PIC 9(8).

FD ExtractFile.
01 ExtractRecord.
        02 GX-Date PIC 9(8).
        02 GX-Account PIC X(8).
        02 GX-DrCr PIC X(2).
        02 GX-Amount PIC 9(7)V99.
        02 GX-Key PIC X(12).

FD ValueReport.
01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 MenuFileStatus PIC XX.
01 IngStockStatus PIC XX.
01 IngSourceStatus PIC XX.
01 RecipeFileStatus PIC XX.
01 SuppInvStatus PIC XX.
01 PayablesStatus PIC XX.
01 ValHistStatus PIC XX.
01 GLMapStatus PIC XX.
01 PostCtlStatus PIC XX.
01 ExtractStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-ValDate PIC 9(8).
01 WS-ItemQty PIC S9(7)V99.
01 WS-ItemCost PIC 9(5)V99.
01 WS-ItemValue PIC 9(8)V99.
01 WS-ItemBasis PIC X(7).
01 WS-ItemCat PIC X(8).
01 WS-ItemSupp PIC X(4).
01 WS-ItemFlag PIC X(12).
01 WS-Packs PIC 9(5)V99.
01 WS-LookItem PIC X(4).
01 WS-StockValue PIC 9(9)V99 VALUE 0.
01 WS-PriorValue PIC 9(9)V99 VALUE 0.
01 WS-PriorDate PIC 9(8) VALUE 0.
01 WS-Movement PIC S9(9)V99 VALUE 0.
01 WS-AdjAmount PIC 9(7)V99 VALUE 0.
01 WS-LinesValued PIC 9(4) VALUE 0.
01 WS-NoCostCount PIC 9(4) VALUE 0.
01 WS-NegCount PIC 9(4) VALUE 0.
01 WS-AlreadyDone PIC X VALUE 'N'.
01 WS-DatePosted PIC X VALUE 'N'.
01 WS-XDate PIC 9(8) VALUE 0.
01 WS-XControl PIC 9(7)V99 VALUE 0.
01 WS-EntryState PIC X(60) VALUE SPACE.
01 WS-ValueDisp PIC $$$,$$$,$$9.99.

*> the payables on file -- only an invoice raised here prices anything
01 VchTable.
        05 VchEntry OCCURS 500 TIMES.
            10 TblVchSupp PIC X(4).
            10 TblVchInvoice PIC X(10).
            10 TblVchDate PIC 9(8).
            10 TblVchNo PIC 9(6).
01 VchCount PIC 9(3) VALUE 0.
01 VchIdx PIC 9(3).

*> the latest matched price per invoiced item, and who charged it
01 PriceTable.
        05 PriceEntry OCCURS 300 TIMES.
            10 TblPrcItem PIC X(4).
            10 TblPrcPrice PIC 9(4)V99.
            10 TblPrcDate PIC 9(8).
            10 TblPrcVchNo PIC 9(6).
            10 TblPrcSupp PIC X(4).
01 PriceCount PIC 9(3) VALUE 0.
01 PriceIdx PIC 9(3).

01 SrcTable.
        05 SrcEntry OCCURS 100 TIMES.
            10 TblSrcIngredient PIC X(20).
            10 TblSrcPurchItem PIC X(4).
            10 TblSrcUnitsPerPack PIC 9(5)V99.
01 SrcCount PIC 9(3) VALUE 0.
01 SrcIdx PIC 9(3).

01 RecipeTable.
        05 RecipeEntry OCCURS 300 TIMES.
            10 TblRecID PIC X(4).
            10 TblRecIngredient PIC X(20).
            10 TblRecUnitCost PIC 9(3)V99.
            10 TblRecQtyPer PIC 9(3)V99.
01 RecipeCount PIC 9(3) VALUE 0.
01 RecSub PIC 9(3).
01 RecOverflow PIC X VALUE 'N'.

*> subtotals by MenuCategory (ingredients as INGRED) and by supplier
01 CatTable.
        05 CatEntry OCCURS 30 TIMES.
            10 TblCatName PIC X(8).
            10 TblCatLines PIC 9(4).
            10 TblCatNoCost PIC 9(4).
            10 TblCatValue PIC 9(9)V99.
01 CatCount PIC 99 VALUE 0.
01 CatIdx PIC 99.
01 CatOverflow PIC X VALUE 'N'.
01 SuppTable.
        05 SuppEntry OCCURS 40 TIMES.
            10 TblSupID PIC X(4).
            10 TblSupLines PIC 9(4).
            10 TblSupNoCost PIC 9(4).
            10 TblSupValue PIC 9(9)V99.
01 SuppCount PIC 99 VALUE 0.
01 SuppIdx PIC 99.
01 SuppOverflow PIC X VALUE 'N'.
01 Temp_Count PIC 9(3).

01 MapTable.
        05 MapEntry OCCURS 100 TIMES.
            10 TblMapKey PIC X(12).
            10 TblMapAccount PIC X(8).
01 MapCount PIC 9(3) VALUE 0.
01 MapIdx PIC 9(3).

01 PageHeading.
        05 FILLER PIC X(36) VALUE "STOCK ON HAND AT COST -- VALUED AT ".
        05 PrnValDate PIC 9(8).
        05 FILLER PIC X(10) VALUE "   RUN ON ".
        05 PrnRunDate PIC 9(8).
01 Heads PIC X(100) VALUE
    "Item  Name / Ingredient    Category Supp           Qty      Cost Basis           Value Flag".
01 DetailLine.
        05 PrnItemID PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnItemName PIC X(20).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnItemCat PIC X(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnItemSupp PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnItemQty PIC -Z,ZZZ,ZZ9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnItemCost PIC $$,$$9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnItemBasis PIC X(7).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnItemValue PIC $$,$$$,$$9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnItemFlag PIC X(12).
01 CatHeading PIC X(40) VALUE "SUBTOTAL BY CATEGORY".
01 SuppHeading PIC X(40) VALUE "SUBTOTAL BY SUPPLIER".
01 SubHeads PIC X(60) VALUE
    "Group    Lines No cost           Value".
01 SubLine.
        05 PrnSubName PIC X(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSubLines PIC ZZZ9.
        05 FILLER PIC X(5) VALUE SPACE.
        05 PrnSubNoCost PIC ZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSubValue PIC $$$,$$$,$$9.99.
01 SummaryLine.
        05 PrnSummaryText PIC X(38).
        05 PrnSummaryValue PIC -$$$,$$$,$$9.99.
01 CountLine.
        05 PrnCountText PIC X(38).
        05 PrnCountValue PIC ZZZ9.
01 PriorLine.
        05 FILLER PIC X(28) VALUE "Last closing value, as at   ".
        05 PrnPriorDate PIC 9(8).
01 EntryHeading PIC X(40) VALUE "LEDGER ADJUSTMENT".
01 EntryLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnEntryDrCr PIC X(2).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnEntryKey PIC X(12).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnEntryAccount PIC X(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnEntryAmount PIC $$,$$$,$$9.99.
01 EntryStateLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnEntryState PIC X(60).
01 CatOverflowLine PIC X(60) VALUE
    "*** MORE THAN 30 CATEGORIES -- LATER ONES NOT SUBTOTALLED".
01 SuppOverflowLine PIC X(60) VALUE
    "*** MORE THAN 40 SUPPLIERS -- LATER ONES NOT SUBTOTALLED".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD
DISPLAY "Value stock as at month end (CCYYMMDD, 0 = today) : " WITH NO ADVANCING
ACCEPT WS-ValDate
IF WS-ValDate = 0
        MOVE WS-Today TO WS-ValDate
END-IF

*> THE RECIPE COSTS -- NEVER VALUE FROM HALF A FILE
OPEN INPUT RecipeFile
IF RecipeFileStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ RecipeFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF RecipeCount < 300
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
END-IF
MOVE 'N' TO WSEOF
IF RecOverflow = 'Y'
        DISPLAY "Recipe.dat holds more lines than this run can carry -- no valuation made."
        MOVE 8 TO RETURN-CODE
        STOP RUN
END-IF

*> THE MATCHED INVOICES, THEN THE LATEST PRICE PER INVOICED ITEM ACROSS THEM
OPEN INPUT PayablesFile
IF PayablesStatus = "00"
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
MOVE 'N' TO WSEOF

OPEN INPUT SuppInvFile
IF SuppInvStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ SuppInvFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END PERFORM NoteInvoicePrice
            END-READ
        END-PERFORM
        CLOSE SuppInvFile
END-IF
MOVE 'N' TO WSEOF

OPEN INPUT IngSourceFile
IF IngSourceStatus = "00"
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
MOVE 'N' TO WSEOF

OPEN OUTPUT ValueReport
MOVE WS-ValDate TO PrnValDate
MOVE WS-Today TO PrnRunDate
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES

*> THE SHELF STOCK OF EVERY MENU ITEM
OPEN INPUT MenuFile
IF MenuFileStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ MenuFile NEXT RECORD
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF MenuStockQty IS NUMERIC AND MenuStockQty > 0
                        PERFORM ValueMenuItem
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MenuFile
ELSE
        DISPLAY "Menu.dat not found -- menu item stock not valued."
END-IF
MOVE 'N' TO WSEOF

*> THEN THE INGREDIENTS BEHIND THE RECIPES
OPEN INPUT IngStockFile
IF IngStockStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ IngStockFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF IS-QtyOnHand NOT = 0
                        PERFORM ValueIngredient
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IngStockFile
END-IF
MOVE 'N' TO WSEOF

WRITE PrintLine FROM CatHeading AFTER ADVANCING 3 LINES
WRITE PrintLine FROM SubHeads AFTER ADVANCING 1 LINE
MOVE 1 TO CatIdx
PERFORM UNTIL CatIdx > CatCount
        MOVE TblCatName(CatIdx) TO PrnSubName
        MOVE TblCatLines(CatIdx) TO PrnSubLines
        MOVE TblCatNoCost(CatIdx) TO PrnSubNoCost
        MOVE TblCatValue(CatIdx) TO PrnSubValue
        WRITE PrintLine FROM SubLine AFTER ADVANCING 1 LINE
        ADD 1 TO CatIdx
END-PERFORM
IF CatOverflow = 'Y'
        WRITE PrintLine FROM CatOverflowLine AFTER ADVANCING 1 LINE
END-IF

WRITE PrintLine FROM SuppHeading AFTER ADVANCING 3 LINES
WRITE PrintLine FROM SubHeads AFTER ADVANCING 1 LINE
MOVE 1 TO SuppIdx
PERFORM UNTIL SuppIdx > SuppCount
        IF TblSupID(SuppIdx) = SPACE
            MOVE "(NONE)" TO PrnSubName
        ELSE
            MOVE TblSupID(SuppIdx) TO PrnSubName
        END-IF
        MOVE TblSupLines(SuppIdx) TO PrnSubLines
        MOVE TblSupNoCost(SuppIdx) TO PrnSubNoCost
        MOVE TblSupValue(SuppIdx) TO PrnSubValue
        WRITE PrintLine FROM SubLine AFTER ADVANCING 1 LINE
        ADD 1 TO SuppIdx
END-PERFORM
IF SuppOverflow = 'Y'
        WRITE PrintLine FROM SuppOverflowLine AFTER ADVANCING 1 LINE
END-IF

*> THE MOVEMENT SINCE THE LAST MONTH END IS THE ADJUSTMENT: STOCK UP DEBITS
*> THE STOCK ACCOUNT AND TAKES IT OFF COST OF SALES, STOCK DOWN THE REVERSE
PERFORM FindPriorValue
COMPUTE WS-Movement = WS-StockValue - WS-PriorValue
MOVE "Stock on hand at cost              : " TO PrnSummaryText
MOVE WS-StockValue TO PrnSummaryValue
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 3 LINES
IF WS-PriorDate = 0
        MOVE "No earlier closing value on file  : " TO PrnSummaryText
ELSE
        MOVE WS-PriorDate TO PrnPriorDate
        WRITE PrintLine FROM PriorLine AFTER ADVANCING 1 LINE
        MOVE "Last closing value                 : " TO PrnSummaryText
END-IF
MOVE WS-PriorValue TO PrnSummaryValue
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Movement to post                   : " TO PrnSummaryText
MOVE WS-Movement TO PrnSummaryValue
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Lines valued                       : " TO PrnCountText
MOVE WS-LinesValued TO PrnCountValue
WRITE PrintLine FROM CountLine AFTER ADVANCING 2 LINES
MOVE "Stock held with no known cost      : " TO PrnCountText
MOVE WS-NoCostCount TO PrnCountValue
WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
MOVE "Ingredients booked below zero      : " TO PrnCountText
MOVE WS-NegCount TO PrnCountValue
WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE

WRITE PrintLine FROM EntryHeading AFTER ADVANCING 3 LINES
PERFORM WriteAdjustment
MOVE WS-EntryState TO PrnEntryState
WRITE PrintLine FROM EntryStateLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ValueReport
MOVE "InvValue.rpt" TO RF-ReportName
MOVE "INVVALUE" TO RF-Program
MOVE WS-ValDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
MOVE WS-StockValue TO WS-ValueDisp
DISPLAY "Stock at cost " WS-ValueDisp ", " WS-NoCostCount " line(s) with no known cost."
DISPLAY WS-EntryState
DISPLAY "Valuation written to InvValue.rpt"
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
        MOVE IV-MenuID TO WS-LookItem
        PERFORM FindPriceRow
        IF PriceIdx = 0
            IF PriceCount < 300
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
            END-IF
        END-IF
END-IF.

FindPriceRow.
MOVE 0 TO PriceIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > PriceCount OR PriceIdx > 0
        IF TblPrcItem(Temp_Count) = WS-LookItem
            MOVE Temp_Count TO PriceIdx
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM.

*> A MENU ITEM ON THE SHELF: ITS LAST MATCHED INVOICE PRICE, ELSE WHAT ITS
*> RECIPE COSTS TO MAKE
ValueMenuItem.
MOVE MenuStockQty TO WS-ItemQty
MOVE 0 TO WS-ItemCost
MOVE SPACE TO WS-ItemBasis
MOVE MenuSupplierID TO WS-ItemSupp
MOVE MenuID TO WS-LookItem
PERFORM FindPriceRow
IF PriceIdx > 0
        MOVE TblPrcPrice(PriceIdx) TO WS-ItemCost
        MOVE "INVOICE" TO WS-ItemBasis
        IF WS-ItemSupp = SPACE
            MOVE TblPrcSupp(PriceIdx) TO WS-ItemSupp
        END-IF
ELSE
        MOVE 1 TO RecSub
        PERFORM UNTIL RecSub > RecipeCount
            IF TblRecID(RecSub) = MenuID
                COMPUTE WS-ItemCost = WS-ItemCost
                    + TblRecUnitCost(RecSub) * TblRecQtyPer(RecSub)
            END-IF
            ADD 1 TO RecSub
        END-PERFORM
        IF WS-ItemCost > 0
            MOVE "RECIPE" TO WS-ItemBasis
        END-IF
END-IF
IF MenuCategory = SPACE
        MOVE "UNKNOWN" TO WS-ItemCat
ELSE
        MOVE MenuCategory TO WS-ItemCat
END-IF
MOVE MenuID TO PrnItemID
MOVE MenuItemName TO PrnItemName
PERFORM PostValueLine.

*> AN INGREDIENT: THE LATEST PACK PRICE OF THE ITEM IT IS BOUGHT AS, OVER THE
*> UNITS IN A PACK, ELSE THE COST ITS RECIPE LINES CARRY
ValueIngredient.
MOVE IS-QtyOnHand TO WS-ItemQty
MOVE 0 TO WS-ItemCost
MOVE SPACE TO WS-ItemBasis
MOVE SPACE TO WS-ItemSupp
MOVE 0 TO PriceIdx
MOVE 1 TO SrcIdx
PERFORM UNTIL SrcIdx > SrcCount OR PriceIdx > 0
        IF TblSrcIngredient(SrcIdx) = IS-Ingredient
            MOVE TblSrcPurchItem(SrcIdx) TO WS-LookItem
            PERFORM FindPriceRow
            IF PriceIdx > 0
                MOVE TblSrcUnitsPerPack(SrcIdx) TO WS-Packs
                IF WS-Packs = 0
                    MOVE 1 TO WS-Packs
                END-IF
                COMPUTE WS-ItemCost ROUNDED = TblPrcPrice(PriceIdx) / WS-Packs
                MOVE "INVOICE" TO WS-ItemBasis
                MOVE TblPrcSupp(PriceIdx) TO WS-ItemSupp
            END-IF
        END-IF
        ADD 1 TO SrcIdx
END-PERFORM
IF WS-ItemBasis = SPACE
        MOVE 1 TO RecSub
        PERFORM UNTIL RecSub > RecipeCount OR WS-ItemCost > 0
            IF TblRecIngredient(RecSub) = IS-Ingredient
                MOVE TblRecUnitCost(RecSub) TO WS-ItemCost
            END-IF
            ADD 1 TO RecSub
        END-PERFORM
        IF WS-ItemCost > 0
            MOVE "RECIPE" TO WS-ItemBasis
        END-IF
END-IF
MOVE "INGRED" TO WS-ItemCat
MOVE SPACE TO PrnItemID
MOVE IS-Ingredient TO PrnItemName
PERFORM PostValueLine.

*> ONE STOCK LINE ONTO THE REPORT AND INTO ITS SUBTOTALS -- A BOOK BALANCE
*> BELOW ZERO IS SHOWN BUT CARRIES NO VALUE
PostValueLine.
MOVE SPACE TO WS-ItemFlag
MOVE 0 TO WS-ItemValue
IF WS-ItemQty < 0
        MOVE "BELOW ZERO" TO WS-ItemFlag
        ADD 1 TO WS-NegCount
ELSE
        IF WS-ItemBasis = SPACE
            MOVE "NO COST" TO WS-ItemFlag
            ADD 1 TO WS-NoCostCount
        ELSE
            COMPUTE WS-ItemValue ROUNDED = WS-ItemQty * WS-ItemCost
        END-IF
END-IF
ADD 1 TO WS-LinesValued
ADD WS-ItemValue TO WS-StockValue
MOVE WS-ItemCat TO PrnItemCat
MOVE WS-ItemSupp TO PrnItemSupp
MOVE WS-ItemQty TO PrnItemQty
MOVE WS-ItemCost TO PrnItemCost
MOVE WS-ItemBasis TO PrnItemBasis
MOVE WS-ItemValue TO PrnItemValue
MOVE WS-ItemFlag TO PrnItemFlag
WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE
PERFORM FindCatRow
IF CatIdx > 0
        ADD 1 TO TblCatLines(CatIdx)
        ADD WS-ItemValue TO TblCatValue(CatIdx)
        IF WS-ItemFlag = "NO COST"
            ADD 1 TO TblCatNoCost(CatIdx)
        END-IF
END-IF
PERFORM FindSuppRow
IF SuppIdx > 0
        ADD 1 TO TblSupLines(SuppIdx)
        ADD WS-ItemValue TO TblSupValue(SuppIdx)
        IF WS-ItemFlag = "NO COST"
            ADD 1 TO TblSupNoCost(SuppIdx)
        END-IF
END-IF.

FindCatRow.
MOVE 0 TO CatIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > CatCount
        IF TblCatName(Temp_Count) = WS-ItemCat
            MOVE Temp_Count TO CatIdx
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF CatIdx = 0
        IF CatCount < 30
            ADD 1 TO CatCount
            MOVE CatCount TO CatIdx
            MOVE WS-ItemCat TO TblCatName(CatIdx)
            MOVE 0 TO TblCatLines(CatIdx)
            MOVE 0 TO TblCatNoCost(CatIdx)
            MOVE 0 TO TblCatValue(CatIdx)
        ELSE
            MOVE 'Y' TO CatOverflow
        END-IF
END-IF.

FindSuppRow.
MOVE 0 TO SuppIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > SuppCount
        IF TblSupID(Temp_Count) = WS-ItemSupp
            MOVE Temp_Count TO SuppIdx
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF SuppIdx = 0
        IF SuppCount < 40
            ADD 1 TO SuppCount
            MOVE SuppCount TO SuppIdx
            MOVE WS-ItemSupp TO TblSupID(SuppIdx)
            MOVE 0 TO TblSupLines(SuppIdx)
            MOVE 0 TO TblSupNoCost(SuppIdx)
            MOVE 0 TO TblSupValue(SuppIdx)
        ELSE
            MOVE 'Y' TO SuppOverflow
        END-IF
END-IF.

*> THE LATEST CLOSING VALUE BEFORE THIS MONTH END -- ONE ALREADY ON FILE FOR
*> THIS VERY DATE MEANS ITS ADJUSTMENT HAS BEEN WRITTEN ONCE ALREADY
FindPriorValue.
OPEN INPUT ValHistFile
IF ValHistStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ ValHistFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF VH-Date = WS-ValDate
                        MOVE 'Y' TO WS-AlreadyDone
                    END-IF
                    IF VH-Date < WS-ValDate AND VH-Date NOT < WS-PriorDate
                        MOVE VH-Date TO WS-PriorDate
                        MOVE VH-Value TO WS-PriorValue
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ValHistFile
END-IF
MOVE 'N' TO WSEOF.

*> THE ADJUSTMENT JOINS THE MONTH-END DAY'S EXTRACT ONCE GLEXTRACT HAS WRITTEN
*> IT AND BEFORE GLCLOSE POSTS IT -- NEVER STARTS ONE, SINCE GLEXTRACT'S OWN
*> RUN FOR THE DAY WOULD START AFRESH, NEVER INTO A POSTED DATE
WriteAdjustment.
MOVE SPACE TO WS-EntryState
IF WS-AlreadyDone = 'Y'
        MOVE "Adjustment already written for this date -- none added." TO WS-EntryState
ELSE
        PERFORM CheckExtract
END-IF
IF WS-EntryState = SPACE
        IF WS-Movement < 0
            COMPUTE WS-AdjAmount = 0 - WS-Movement
        ELSE
            MOVE WS-Movement TO WS-AdjAmount
        END-IF
        IF WS-AdjAmount > 0
            PERFORM WriteEntries
            MOVE "Adjustment written to GLExtract.dat for GLCLOSE." TO WS-EntryState
        ELSE
            MOVE "No movement since the last closing value." TO WS-EntryState
        END-IF
        OPEN EXTEND ValHistFile
        IF ValHistStatus NOT = "00"
            OPEN OUTPUT ValHistFile *> the very first month end valued
        END-IF
        MOVE WS-ValDate TO VH-Date
        MOVE WS-StockValue TO VH-Value
        MOVE WS-Today TO VH-RunDate
        WRITE ValHistData
        CLOSE ValHistFile
END-IF.

*> WHAT GLExtract.dat HOLDS NOW, AND WHICH DATES GLCLOSE HAS POSTED
CheckExtract.
OPEN INPUT ExtractFile
IF ExtractStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ ExtractFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF WS-XDate = 0
                        MOVE GX-Date TO WS-XDate
                    END-IF
                    IF GX-DrCr = "CT"
                        MOVE GX-Amount TO WS-XControl
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ExtractFile
END-IF
MOVE 'N' TO WSEOF
OPEN INPUT PostCtlFile
IF PostCtlStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ PostCtlFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF GP-Date = WS-ValDate
                        MOVE 'Y' TO WS-DatePosted
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PostCtlFile
END-IF
MOVE 'N' TO WSEOF
IF WS-DatePosted = 'Y'
        MOVE "Date already posted in GLCLOSE -- nothing written." TO WS-EntryState
ELSE IF WS-XDate NOT = WS-ValDate
        MOVE "Run GLEXTRACT for this date first -- nothing written." TO WS-EntryState
END-IF
END-IF.

WriteEntries.
PERFORM LoadMap
OPEN EXTEND ExtractFile
MOVE WS-ValDate TO GX-Date
MOVE WS-AdjAmount TO GX-Amount
MOVE "INV-STOCK" TO GX-Key
PERFORM LookupAccount
IF WS-Movement > 0
        MOVE "DR" TO GX-DrCr
ELSE
        MOVE "CR" TO GX-DrCr
END-IF
WRITE ExtractRecord
PERFORM PrintEntry
MOVE "COGS" TO GX-Key
PERFORM LookupAccount
IF WS-Movement > 0
        MOVE "CR" TO GX-DrCr
ELSE
        MOVE "DR" TO GX-DrCr
END-IF
WRITE ExtractRecord
PERFORM PrintEntry
*> THE CONTROL TOTAL NOW COVERS THE DAY'S DEBITS AND THIS ONE -- GLCLOSE
*> CHECKS AGAINST THE LAST CONTROL LINE IT READS
MOVE WS-ValDate TO GX-Date
MOVE "CONTROL " TO GX-Account
MOVE "CT" TO GX-DrCr
COMPUTE GX-Amount = WS-XControl + WS-AdjAmount
MOVE "CONTROL-TOTL" TO GX-Key
WRITE ExtractRecord
CLOSE ExtractFile.

PrintEntry.
MOVE GX-DrCr TO PrnEntryDrCr
MOVE GX-Key TO PrnEntryKey
MOVE GX-Account TO PrnEntryAccount
MOVE GX-Amount TO PrnEntryAmount
WRITE PrintLine FROM EntryLine AFTER ADVANCING 1 LINE.

LoadMap.
OPEN INPUT GLMapFile
IF GLMapStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ GLMapFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF MapCount < 100
                        ADD 1 TO MapCount
                        MOVE GM-Key TO TblMapKey(MapCount)
                        MOVE GM-Account TO TblMapAccount(MapCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GLMapFile
END-IF
MOVE 'N' TO WSEOF.

*> MAP INV-STOCK (THE STOCK ASSET) AND COGS (COST OF SALES) IN GLMAPMNT
LookupAccount.
MOVE "UNMAPPED" TO GX-Account
MOVE 1 TO MapIdx
PERFORM UNTIL MapIdx > MapCount
        IF TblMapKey(MapIdx) = GX-Key
            MOVE TblMapAccount(MapIdx) TO GX-Account
        END-IF
        ADD 1 TO MapIdx
END-PERFORM.
