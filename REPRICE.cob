        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. REPRICE. *> repricing proposals: prices each item back to its category's target food cost %, shows the margin and weekly impact off recent sales, and queues the approved lines on PendPrice.dat for PRICEACT
AUTHOR. Yanling.
DATE-WRITTEN.Sep 19th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT RecipeFile ASSIGN TO "Recipe.dat" *> ingredient lines per MenuID, costed by COSTUPD
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RecipeFileStatus.
        SELECT MenuFile ASSIGN TO "Menu.dat" *> current price and category
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MenuID
            FILE STATUS IS MenuFileStatus.
        SELECT SalesLog ASSIGN TO WS-LogFileName *> the 'I' lines give each item's units per week, the same sweep as MENUENG
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesLogStatus.
        SELECT PendPriceFile ASSIGN TO "PendPrice.dat" *> approved reprices, applied on their day by PRICEACT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PendFileStatus.
        SELECT RepriceReport ASSIGN TO "Reprice.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RecipeFile.
01 RecipeData.
        02 RC-MenuID PIC X(4).
        02 RC-Ingredient PIC X(20).
        02 RC-UnitCost PIC 9(3)V99.
        02 RC-QtyPer PIC 9(3)V99.

FD MenuFile.
COPY MENUREC.

FD SalesLog.
COPY SALESLOG.

FD PendPriceFile.
01 PendPriceData.
        02 PP-MenuID PIC X(4).
        02 PP-NewPrice PIC 9(4)V99.
        02 PP-EffDate PIC 9(8). *> CCYYMMDD the new price is to take effect

FD RepriceReport.
01 PrintLine PIC X(130).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 RecipeFileStatus PIC XX.
01 MenuFileStatus PIC XX.
01 SalesLogStatus PIC XX.
01 PendFileStatus PIC XX.
01 WS-LogFileName PIC X(30).
01 WS-Today PIC 9(8).
01 WS-EffDate PIC 9(8).
01 WS-Weeks PIC 99.
01 WS-FromDate PIC 9(8).
01 WS-ToDate PIC 9(8).
01 WS-SweepDate PIC 9(8).
01 WS-SweepInt PIC 9(7).
01 WS-CatIn PIC X(8).
01 WS-MoreCats PIC X.
01 WS-PctIn PIC 9(2)V9.
01 WS-Approve PIC X.
01 WS-TargetPct PIC 9(2)V9.
01 WS-CurPrice PIC 9(6)V99.
01 WS-NewPrice PIC 9(6)V99.
01 WS-RawPrice PIC 9(6)V9999.
01 WS-Steps PIC 9(6).
01 WS-CurPct PIC 9(4)V9.
01 WS-NewPct PIC 9(4)V9.
01 WS-CurMargin PIC S9(6)V99.
01 WS-NewMargin PIC S9(6)V99.
01 WS-WeeklyUnits PIC 9(5)V9.
01 WS-WeeklyGain PIC S9(7)V99.
01 WS-ProposedCount PIC 9(3) VALUE 0.
01 WS-ApprovedCount PIC 9(3) VALUE 0.
01 WS-ApprovedGain PIC S9(8)V99 VALUE 0.
01 Temp_Count PIC 9(3).
COPY RATES. *> TargetFoodCostPct, RepriceRoundUnit

*> the target keyed for each category this run -- anything not keyed takes TargetFoodCostPct
01 TargetTable.
        05 TargetEntry OCCURS 20 TIMES.
            10 TblTgtCategory PIC X(8).
            10 TblTgtPct PIC 9(2)V9.
01 TargetCount PIC 99 VALUE 0.
01 TargetIdx PIC 99.

*> theoretical cost and units sold per item
01 ItemTable.
        05 ItemEntry OCCURS 100 TIMES.
            10 TblItemID PIC X(4).
            10 TblItemCost PIC 9(5)V99.
            10 TblItemUnits PIC 9(7).
01 ItemCount PIC 9(3) VALUE 0.
01 ItemIdx PIC 9(3).
01 WS-LookupID PIC X(4).

*> items already waiting on PendPrice.dat -- a second reprice on top would be applied blind
01 PendTable.
        05 PendEntry OCCURS 50 TIMES.
            10 TblPendID PIC X(4).
01 PendCount PIC 99 VALUE 0.
01 WS-AlreadyPending PIC X.

01 PageHeading.
        05 FILLER PIC X(30) VALUE "REPRICING PROPOSALS RUN OF    ".
        05 PrnRunDate PIC 9(8).
        05 FILLER PIC X(18) VALUE "   EFFECTIVE FROM ".
        05 PrnEffDate PIC 9(8).
01 VelocityLine.
        05 FILLER PIC X(32) VALUE "Weekly units from sales between ".
        05 PrnFromDate PIC 9(8).
        05 FILLER PIC X(5) VALUE " and ".
        05 PrnToDate PIC 9(8).
01 Heads PIC X(130) VALUE
    "Item  Item Name            Category    Cost  Target%   Price  Cur%  New Price  New%  Unit Gain   Wk Units  Wk Gain   Status".
01 ProposalLine.
        05 PrnItemID PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnItemName PIC X(20).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnCategory PIC X(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnCost PIC $$$9.99.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnTargetPct PIC Z9.9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnCurPrice PIC $$,$$9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnCurPct PIC ZZ9.9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnNewPrice PIC $$,$$9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnNewPct PIC ZZ9.9.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnUnitGain PIC $$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnWeeklyUnits PIC ZZZZ9.9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnWeeklyGain PIC $$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnStatus PIC X(10).
01 SummaryLine.
        05 PrnSummaryText PIC X(36).
        05 PrnSummaryCount PIC ZZ9.
01 GainLine.
        05 FILLER PIC X(36) VALUE "Weekly margin gain, all approved  : ".
        05 PrnApprovedGain PIC $$,$$$,$$9.99-.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD
DISPLAY "Target food cost % per category -- blank category to finish, default is " TargetFoodCostPct
MOVE 'Y' TO WS-MoreCats
PERFORM UNTIL WS-MoreCats = 'N' OR TargetCount = 20
        MOVE SPACE TO WS-CatIn
        DISPLAY "  Category (FOOD/BEV/DESSERT..) : " WITH NO ADVANCING
        ACCEPT WS-CatIn
        IF WS-CatIn = SPACE
            MOVE 'N' TO WS-MoreCats
        ELSE
            PERFORM KeyCategoryTarget
        END-IF
END-PERFORM
DISPLAY "Weeks of sales to average for velocity (eg 04) : " WITH NO ADVANCING
ACCEPT WS-Weeks
IF WS-Weeks = 0
        MOVE 4 TO WS-Weeks
END-IF
DISPLAY "New prices effective from (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-EffDate
IF WS-EffDate NOT > WS-Today
        DISPLAY "Effective date must be in the future -- nothing proposed."
        STOP RUN
END-IF

*> EACH ITEM'S THEORETICAL RECIPE COST
OPEN INPUT RecipeFile
IF RecipeFileStatus NOT = "00"
        DISPLAY "Recipe.dat not found -- set recipes up in RECIPMNT first."
        STOP RUN
END-IF
PERFORM UNTIL WSEOF = 'Y'
        READ RecipeFile
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                MOVE RC-MenuID TO WS-LookupID
                PERFORM FindItemRow
                IF ItemIdx > 0
                    COMPUTE TblItemCost(ItemIdx) = TblItemCost(ItemIdx)
                        + RC-UnitCost * RC-QtyPer
                END-IF
        END-READ
END-PERFORM
CLOSE RecipeFile

*> UNITS SOLD OVER THE LAST WHOLE WEEKS UP TO YESTERDAY, DATED HISTORY FILES FIRST
*> THEN THE LIVE LOG FOR ANYTHING NOT YET ARCHIVED BY THE NIGHTLY CLOSE
COMPUTE WS-SweepInt = FUNCTION INTEGER-OF-DATE(WS-Today) - 1
COMPUTE WS-ToDate = FUNCTION DATE-OF-INTEGER(WS-SweepInt)
COMPUTE WS-SweepInt = WS-SweepInt - (WS-Weeks * 7) + 1
COMPUTE WS-FromDate = FUNCTION DATE-OF-INTEGER(WS-SweepInt)
MOVE WS-FromDate TO WS-SweepDate
PERFORM UNTIL WS-SweepDate > WS-ToDate
        MOVE SPACE TO WS-LogFileName
        STRING "SalesLog_" DELIMITED BY SIZE
            WS-SweepDate DELIMITED BY SIZE
            ".dat" DELIMITED BY SIZE
            INTO WS-LogFileName
        PERFORM SweepOneLog
        COMPUTE WS-SweepInt = FUNCTION INTEGER-OF-DATE(WS-SweepDate) + 1
        COMPUTE WS-SweepDate = FUNCTION DATE-OF-INTEGER(WS-SweepInt)
END-PERFORM
MOVE "SalesLog.dat" TO WS-LogFileName
PERFORM SweepOneLog

OPEN INPUT PendPriceFile
IF PendFileStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ PendPriceFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF PendCount < 50
                        ADD 1 TO PendCount
                        MOVE PP-MenuID TO TblPendID(PendCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PendPriceFile
END-IF

OPEN INPUT MenuFile
IF MenuFileStatus NOT = "00"
        DISPLAY "Menu.dat not available, status " MenuFileStatus " -- nothing proposed."
        STOP RUN
END-IF
OPEN EXTEND PendPriceFile
IF PendFileStatus NOT = "00"
        OPEN OUTPUT PendPriceFile *> very first queued reprice
END-IF
OPEN OUTPUT RepriceReport
MOVE WS-Today TO PrnRunDate
MOVE WS-EffDate TO PrnEffDate
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
MOVE WS-FromDate TO PrnFromDate
MOVE WS-ToDate TO PrnToDate
WRITE PrintLine FROM VelocityLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
MOVE 1 TO ItemIdx
PERFORM UNTIL ItemIdx > ItemCount
        PERFORM ProposeItem
        ADD 1 TO ItemIdx
END-PERFORM
CLOSE MenuFile
CLOSE PendPriceFile

MOVE "Price increases proposed          : " TO PrnSummaryText
MOVE WS-ProposedCount TO PrnSummaryCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
MOVE "Approved and queued on PendPrice  : " TO PrnSummaryText
MOVE WS-ApprovedCount TO PrnSummaryCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE WS-ApprovedGain TO PrnApprovedGain
WRITE PrintLine FROM GainLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE RepriceReport
MOVE "Reprice.rpt" TO RF-ReportName
MOVE "REPRICE" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY WS-ApprovedCount " reprice(s) queued for PRICEACT on " WS-EffDate
DISPLAY "Repricing proposals written to Reprice.rpt"
STOP RUN.

KeyCategoryTarget.
DISPLAY "  Target food cost % (eg 28.5)  : " WITH NO ADVANCING
ACCEPT WS-PctIn
IF WS-PctIn = 0
        DISPLAY "  A zero target cannot be priced to -- category skipped."
ELSE
        ADD 1 TO TargetCount
        MOVE FUNCTION UPPER-CASE(WS-CatIn) TO TblTgtCategory(TargetCount)
        MOVE WS-PctIn TO TblTgtPct(TargetCount)
END-IF.

FindItemRow.
MOVE 0 TO ItemIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > ItemCount OR ItemIdx > 0
        IF TblItemID(Temp_Count) = WS-LookupID
            MOVE Temp_Count TO ItemIdx
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF ItemIdx = 0 AND ItemCount < 100
        ADD 1 TO ItemCount
        MOVE ItemCount TO ItemIdx
        MOVE WS-LookupID TO TblItemID(ItemIdx)
        MOVE 0 TO TblItemCost(ItemIdx)
        MOVE 0 TO TblItemUnits(ItemIdx)
END-IF.

*> ONE JOURNAL FILE (A DATED HISTORY FILE OR THE LIVE LOG) ROLLED INTO UNITS SOLD --
*> ONLY ITEMS WITH A RECIPE ARE COUNTED, THE REST CANNOT BE PRICED TO A FOOD COST
SweepOneLog.
OPEN INPUT SalesLog
IF SalesLogStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ SalesLog
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF SL-RecType = 'I' AND SL-Training NOT = 'Y'
                        AND SL-Date NOT < WS-FromDate
                        AND SL-Date NOT > WS-ToDate
                        MOVE 0 TO ItemIdx
                        MOVE 1 TO Temp_Count
                        PERFORM UNTIL Temp_Count > ItemCount OR ItemIdx > 0
                            IF TblItemID(Temp_Count) = SL-MenuID
                                MOVE Temp_Count TO ItemIdx
                            END-IF
                            ADD 1 TO Temp_Count
                        END-PERFORM
                        IF ItemIdx > 0
                            ADD SL-Qty TO TblItemUnits(ItemIdx)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SalesLog
END-IF
MOVE 'N' TO WSEOF.

*> ONE ITEM: THE PRICE THAT BRINGS ITS RECIPE COST BACK TO THE CATEGORY TARGET,
*> ROUNDED UP TO THE PRICE STEP -- PROPOSED ONLY WHEN IT IS AN INCREASE, AND
*> QUEUED ON PENDPRICE.DAT WHEN THE MANAGER APPROVES IT
ProposeItem.
MOVE 0 TO WS-CurPrice
MOVE TblItemID(ItemIdx) TO MenuID
READ MenuFile KEY IS MenuID
        INVALID KEY CONTINUE *> recipe for an item since taken off the menu
        NOT INVALID KEY
            IF MenuOpenPrice NOT = 'Y'
                MOVE MenuItemPrice TO WS-CurPrice
            END-IF
END-READ
IF WS-CurPrice > 0 AND TblItemCost(ItemIdx) > 0
        PERFORM PriceToTarget
END-IF.

PriceToTarget.

MOVE TargetFoodCostPct TO WS-TargetPct
MOVE 1 TO TargetIdx
PERFORM UNTIL TargetIdx > TargetCount
        IF TblTgtCategory(TargetIdx) = MenuCategory
            MOVE TblTgtPct(TargetIdx) TO WS-TargetPct
        END-IF
        ADD 1 TO TargetIdx
END-PERFORM

COMPUTE WS-RawPrice = TblItemCost(ItemIdx) * 100 / WS-TargetPct
COMPUTE WS-Steps = WS-RawPrice / RepriceRoundUnit
IF WS-Steps * RepriceRoundUnit < WS-RawPrice
        ADD 1 TO WS-Steps
END-IF
COMPUTE WS-NewPrice = WS-Steps * RepriceRoundUnit
IF WS-NewPrice > WS-CurPrice AND WS-NewPrice NOT > 9999.99
        PERFORM OfferProposal
END-IF.

*> AN INCREASE: ITS MARGIN AND WEEKLY IMPACT, THEN THE MANAGER'S CALL
OfferProposal.
ADD 1 TO WS-ProposedCount
COMPUTE WS-CurPct ROUNDED = TblItemCost(ItemIdx) * 100 / WS-CurPrice
COMPUTE WS-NewPct ROUNDED = TblItemCost(ItemIdx) * 100 / WS-NewPrice
COMPUTE WS-CurMargin = WS-CurPrice - TblItemCost(ItemIdx)
COMPUTE WS-NewMargin = WS-NewPrice - TblItemCost(ItemIdx)
COMPUTE WS-WeeklyUnits ROUNDED = TblItemUnits(ItemIdx) / WS-Weeks
COMPUTE WS-WeeklyGain ROUNDED = (WS-NewMargin - WS-CurMargin) * TblItemUnits(ItemIdx) / WS-Weeks

MOVE 'N' TO WS-AlreadyPending
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > PendCount
        IF TblPendID(Temp_Count) = MenuID
            MOVE 'Y' TO WS-AlreadyPending
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM

MOVE MenuID TO PrnItemID
MOVE MenuItemName TO PrnItemName
MOVE MenuCategory TO PrnCategory
MOVE TblItemCost(ItemIdx) TO PrnCost
MOVE WS-TargetPct TO PrnTargetPct
MOVE WS-CurPrice TO PrnCurPrice
MOVE WS-CurPct TO PrnCurPct
MOVE WS-NewPrice TO PrnNewPrice
MOVE WS-NewPct TO PrnNewPct
COMPUTE PrnUnitGain = WS-NewMargin - WS-CurMargin
MOVE WS-WeeklyUnits TO PrnWeeklyUnits
MOVE WS-WeeklyGain TO PrnWeeklyGain

IF WS-AlreadyPending = 'Y'
        MOVE "PENDING" TO PrnStatus *> a reprice is already queued -- leave it to PRICEACT
ELSE
        DISPLAY " "
        DISPLAY MenuID " " MenuItemName " cost " TblItemCost(ItemIdx)
            " price " WS-CurPrice " (" WS-CurPct "%)"
        DISPLAY "   proposed " WS-NewPrice " (" WS-NewPct "%), about "
            WS-WeeklyUnits " sold a week, weekly margin gain " WS-WeeklyGain
        DISPLAY "   Approve this price? (Y/N) : " WITH NO ADVANCING
        ACCEPT WS-Approve
        IF WS-Approve = 'Y' OR WS-Approve = 'y'
            MOVE MenuID TO PP-MenuID
            MOVE WS-NewPrice TO PP-NewPrice
            MOVE WS-EffDate TO PP-EffDate
            WRITE PendPriceData
            ADD 1 TO WS-ApprovedCount
            ADD WS-WeeklyGain TO WS-ApprovedGain
            MOVE "APPROVED" TO PrnStatus
        ELSE
            MOVE "DECLINED" TO PrnStatus
        END-IF
END-IF
WRITE PrintLine FROM ProposalLine AFTER ADVANCING 1 LINE.
