            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MenuID  *> primary key (based on ID to do all Fn)
            LOCK MODE IS MANUAL *> a change is saved over a fresh copy read WITH LOCK -- the registers draw stock down as they sell
            FILE STATUS IS MenuFileStatus.
        SELECT MenuPriceHistFile ASSIGN TO "MenuPriceHist.dat" *> superseded prices, appended to whenever UpdateMenuItem changes a price
            ORGANIZATION IS LINE SEQUENTIAL.
WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 MenuExists PIC X. *> Y / N, or B = held at a register past the retries
01 MenuFileStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-OldPrice PIC $9,999.99.
01 SizeCount PIC 99 VALUE 0.
01 SizeIdx PIC 99.
01 Temp_Count PIC 99.
01 WS-AmtDisp PIC ZZZ9.99.
01 WS-EditedMenu PIC X(125). *> the keyed changes, held while the record is read again under lock
01 WS-StockNow PIC 9(5).
COPY MCHGREC. *> every add/change/delete goes to the master-change journal
COPY MCHGLINK.
COPY LOCKLINK. *> record locking on the shared files

PROCEDURE DIVISION.
StartPara.
        MOVE "MENU MAINTENANCE - LOGIN" TO ML-Title
        CALL "MNTLOGIN" USING ML-Title, MC-UserID, MC-UserRole, ML-LoginOK
        IF ML-LoginOK NOT = 'Y'
            STOP RUN
        END-IF
        MOVE "MENUMNT" TO MC-Program
        MOVE "MENUMNT" TO CN-Program
        PERFORM EnsureMenuFileExists.
        OPEN I-O MenuFile.
        PERFORM UNTIL StayOpen='N'
        ACCEPT MenuAllergens.
        DISPLAY "Calories per serving (0 if unknown) : " With NO ADVANCING.
        ACCEPT MenuCalories.
        DISPLAY "Container deposit per unit (no symbol, eg 0010 = 0.10; 0 = none) : " With NO ADVANCING.
        ACCEPT MenuDeposit.
        DISPLAY "Sold by weight, price is per kilo? (Y/N) : " With NO ADVANCING.
        ACCEPT MenuSoldBy.
        IF MenuSoldBy = 'Y' OR MenuSoldBy = 'y' OR MenuSoldBy = 'W' OR MenuSoldBy = 'w'
            MOVE 'W' TO MenuSoldBy
        ELSE
            MOVE SPACE TO MenuSoldBy
        END-IF.
        MOVE WS-Today TO MenuEffFrom
        MOVE 99999999 TO MenuEffTo
        DISPLAY " "
        WRITE MenuData
            INVALID KEY DISPLAY "ID Taken!"
            NOT INVALID KEY
                MOVE 'A' TO MC-Action
                PERFORM ListMenuFields
                CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
        END-WRITE.

DeleteMenuItem.
        DISPLAY " "
        DISPLAY "Enter Menu ID to Delete : " With NO ADVANCING.
        ACCEPT MenuID.
        PERFORM LockMenuRecord   *> the before-image for the journal
        IF MenuExists = 'N'
            DISPLAY "Key Doesn't Exist"
        END-IF
        IF MenuExists = 'Y'
            PERFORM ListMenuFields
            MOVE MC-NowValues TO MC-WasValues
            DELETE MenuFile  *> only delete the data that match the MenuID
                INVALID KEY DISPLAY "Key Doesn't Exist"
                NOT INVALID KEY
                    MOVE 'D' TO MC-Action
                    CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
            END-DELETE
        END-IF.

UpdateMenuItem.
        ACCEPT WS-Today FROM DATE YYYYMMDD.
        IF MenuExists = 'N'
            DISPLAY "Menu Item Doesn't Exist"
        ELSE
            PERFORM ListMenuFields
            MOVE MC-NowValues TO MC-WasValues
            MOVE MenuItemPrice TO WS-OldPrice
            MOVE MenuEffFrom TO WS-OldEffFrom
            DISPLAY "Enter the New Menu Item Name : " With NO ADVANCING
            ACCEPT MenuAllergens
            DISPLAY "Enter the New Calories (0 if unknown) : " With NO ADVANCING
            ACCEPT MenuCalories
            DISPLAY "Enter the New Container Deposit (eg 0010 = 0.10; 0 = none) : " With NO ADVANCING
            ACCEPT MenuDeposit
            DISPLAY "Sold by weight, price is per kilo? (Y/N) : " With NO ADVANCING
            ACCEPT MenuSoldBy
            IF MenuSoldBy = 'Y' OR MenuSoldBy = 'y' OR MenuSoldBy = 'W' OR MenuSoldBy = 'w'
                MOVE 'W' TO MenuSoldBy
            ELSE
                MOVE SPACE TO MenuSoldBy
            END-IF
            DISPLAY "Open price item? (Y/N) : " With NO ADVANCING
            ACCEPT MenuOpenPrice
            IF MenuOpenPrice = 'Y' OR MenuOpenPrice = 'y'
                MOVE 0 TO MenuMinPrice
                MOVE 0 TO MenuMaxPrice
            END-IF
            *> THE REGISTERS MAY HAVE SOLD THE ITEM WHILE THIS WAS KEYED, SO THE
            *> EDIT GOES OVER A FRESH, LOCKED COPY AND THEIR STOCK COUNT STANDS
            MOVE MenuData TO WS-EditedMenu
            PERFORM LockMenuRecord
            IF MenuExists = 'Y'
                MOVE MenuStockQty TO WS-StockNow
                MOVE WS-EditedMenu TO MenuData
                MOVE WS-StockNow TO MenuStockQty
                MOVE WS-StockNow TO MC-WasValue(5)
                IF MenuItemPrice IS NOT = WS-OldPrice
                    PERFORM ArchiveOldPrice
                    MOVE WS-Today TO MenuEffFrom
                    MOVE 99999999 TO MenuEffTo
                END-IF
            END-IF
        END-IF.
        IF MenuExists NOT = 'B'
            REWRITE MenuData
                INVALID KEY DISPLAY "Menu Item Not Updated"
                NOT INVALID KEY
                    IF MenuExists = 'Y'
                        MOVE 'C' TO MC-Action
                        PERFORM ListMenuFields
                        CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
                    END-IF
            END-REWRITE
            UNLOCK MenuFile
        END-IF.

*> THE JOURNALLED FIELDS OF THE MENU RECORD IN THE BUFFER
ListMenuFields.
        MOVE "Menu.dat" TO MC-File
        MOVE MenuID TO MC-Key
        MOVE SPACE TO MC-NowValues
        MOVE 18 TO MC-FieldCount
        MOVE "MenuItemName" TO MC-FieldName(1)
        MOVE MenuItemName TO MC-NowValue(1)
        MOVE "MenuItemPrice" TO MC-FieldName(2)
        MOVE MenuItemPrice TO MC-NowValue(2)
        MOVE "MenuEffFrom" TO MC-FieldName(3)
        MOVE MenuEffFrom TO MC-NowValue(3)
        MOVE "MenuEffTo" TO MC-FieldName(4)
        MOVE MenuEffTo TO MC-NowValue(4)
        MOVE "MenuStockQty" TO MC-FieldName(5)
        MOVE MenuStockQty TO MC-NowValue(5)
        MOVE "MenuCategory" TO MC-FieldName(6)
        MOVE MenuCategory TO MC-NowValue(6)
        MOVE "MenuTaxClass" TO MC-FieldName(7)
        MOVE MenuTaxClass TO MC-NowValue(7)
        MOVE "MenuOpenPrice" TO MC-FieldName(8)
        MOVE MenuOpenPrice TO MC-NowValue(8)
        MOVE "MenuMinPrice" TO MC-FieldName(9)
        MOVE MenuMinPrice TO WS-AmtDisp
        MOVE WS-AmtDisp TO MC-NowValue(9)
        MOVE "MenuMaxPrice" TO MC-FieldName(10)
        MOVE MenuMaxPrice TO WS-AmtDisp
        MOVE WS-AmtDisp TO MC-NowValue(10)
        MOVE "MenuScanCode" TO MC-FieldName(11)
        MOVE MenuScanCode TO MC-NowValue(11)
        MOVE "MenuReorderPoint" TO MC-FieldName(12)
        MOVE MenuReorderPoint TO MC-NowValue(12)
        MOVE "MenuReorderQty" TO MC-FieldName(13)
        MOVE MenuReorderQty TO MC-NowValue(13)
        MOVE "MenuSupplierID" TO MC-FieldName(14)
        MOVE MenuSupplierID TO MC-NowValue(14)
        MOVE "MenuAllergens" TO MC-FieldName(15)
        MOVE MenuAllergens TO MC-NowValue(15)
        MOVE "MenuCalories" TO MC-FieldName(16)
        MOVE MenuCalories TO MC-NowValue(16)
        MOVE "MenuDeposit" TO MC-FieldName(17)
        MOVE MenuDeposit TO WS-AmtDisp
        MOVE WS-AmtDisp TO MC-NowValue(17)
        MOVE "MenuSoldBy" TO MC-FieldName(18)
        MOVE MenuSoldBy TO MC-NowValue(18).

*> APPEND THE SUPERSEDED PRICE/DATE RANGE TO THE PRICE HISTORY FILE
ArchiveOldPrice.
        IF MenuExists = 'N'
            DISPLAY "Menu Item Doesn't Exist"
        ELSE
            PERFORM ListMenuFields
            MOVE MC-NowValues TO MC-WasValues
            DISPLAY "Stock On Hand : " MenuStockQty
            DISPLAY "(R)eceive Delivery or (W)astage : " With NO ADVANCING
            ACCEPT StockAction
            DISPLAY "Enter Quantity : " With NO ADVANCING
            ACCEPT StockQtyIn
            *> THE COUNT IS ADJUSTED AS IT STANDS NOW, NOT AS IT WAS SHOWN --
            *> THE REGISTERS MAY HAVE SOLD SOME WHILE THE QUANTITY WAS KEYED
            PERFORM LockMenuRecord
            IF MenuExists = 'Y'
                PERFORM ListMenuFields
                MOVE MC-NowValues TO MC-WasValues
                IF StockAction = 'W' OR StockAction = 'w'
                    IF StockQtyIn > MenuStockQty
                        DISPLAY "Wastage capped at the stock on hand."
                        MOVE MenuStockQty TO StockQtyIn
                    END-IF
                    SUBTRACT StockQtyIn FROM MenuStockQty
                ELSE
                    ADD StockQtyIn TO MenuStockQty
                END-IF
                REWRITE MenuData
                    INVALID KEY DISPLAY "Menu Item Not Updated"
                    NOT INVALID KEY
                        MOVE 'C' TO MC-Action
                        PERFORM ListMenuFields
                        CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
                END-REWRITE
                UNLOCK MenuFile
                DISPLAY "New Stock On Hand : " MenuStockQty
            END-IF
        END-IF.

*> READ THE MENU RECORD AT MenuID WITH A LOCK, TRYING AGAIN THROUGH LOCKWAIT
*> WHILE A REGISTER HOLDS IT FOR A STOCK DRAW-DOWN. MenuExists COMES BACK
*> Y, N, OR B WHEN IT WAS STILL HELD AFTER THE LAST TRY
LockMenuRecord.
        MOVE "Menu.dat" TO CN-File
        MOVE MenuID TO CN-Key
        MOVE 0 TO CN-Tries
        MOVE 'N' TO CN-GaveUp
        MOVE "51" TO MenuFileStatus
        PERFORM UNTIL MenuFileStatus NOT = "51" OR CN-GaveUp = 'Y'
            READ MenuFile WITH LOCK
                INVALID KEY CONTINUE
            END-READ
            IF MenuFileStatus = "51"
                CALL "LOCKWAIT" USING CN-LockLink
            END-IF
        END-PERFORM
        EVALUATE TRUE
            WHEN CN-GaveUp = 'Y'
                MOVE 'B' TO MenuExists
                DISPLAY "Menu Item Is In Use At A Register -- Nothing Saved, Try Again"
            WHEN MenuFileStatus(1:1) = "0"
                MOVE 'Y' TO MenuExists
            WHEN OTHER
                MOVE 'N' TO MenuExists
        END-EVALUATE.

*> APPEND A DAY-PART (HAPPY HOUR) PRICE WINDOW -- testPOS PICKS IT UP AT ITS NEXT START
AddDayPartPrice.
        MOVE 'Y' To MenuExists.
            OPEN EXTEND PriceSchedFile
            WRITE PriceSchedData
            CLOSE PriceSchedFile
            MOVE "PriceSched.dat" TO MC-File
            MOVE SPACE TO MC-Key
            STRING PS-MenuID " DAY " PS-DOW " " PS-Start "-" PS-End
                DELIMITED BY SIZE INTO MC-Key
            MOVE SPACE TO MC-NowValues
            MOVE 1 TO MC-FieldCount
            MOVE "PS-Price" TO MC-FieldName(1)
            MOVE PS-Price TO WS-AmtDisp
            MOVE WS-AmtDisp TO MC-NowValue(1)
            MOVE 'A' TO MC-Action
            CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
            DISPLAY "Day-part window saved."
        END-IF.

            OPEN EXTEND PendPriceFile
            WRITE PendPriceData
            CLOSE PendPriceFile
            MOVE "PendPrice.dat" TO MC-File
            MOVE SPACE TO MC-Key
            STRING PP-MenuID " FROM " PP-EffDate DELIMITED BY SIZE INTO MC-Key
            MOVE SPACE TO MC-NowValues
            MOVE 1 TO MC-FieldCount
            MOVE "PP-NewPrice" TO MC-FieldName(1)
            MOVE PP-NewPrice TO WS-AmtDisp
            MOVE WS-AmtDisp TO MC-NowValue(1)
            MOVE 'A' TO MC-Action
            CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
            DISPLAY "Pending price saved, PRICEACT will apply it on its day."
        END-IF.

            DISPLAY "Supplier        : " MenuSupplierID
            DISPLAY "Allergens       : " MenuAllergens
            DISPLAY "Calories        : " MenuCalories
            IF MenuDeposit > 0
                DISPLAY "Deposit         : " MenuDeposit
            END-IF
            IF MenuSoldBy = 'W'
                DISPLAY "Sold By         : WEIGHT, price is per kilo"
            END-IF
            IF MenuOpenPrice = 'Y'
                DISPLAY "Price Band      : " MenuMinPrice " - " MenuMaxPrice
            END-IF
                END-IF
                ADD 1 TO Temp_Count
            END-PERFORM
            MOVE 'C' TO MC-Action
            IF SizeIdx = 0 AND SizeCount < 60
                ADD 1 TO SizeCount
                MOVE SizeCount TO SizeIdx
                MOVE MenuID TO TblSizeMenuID(SizeIdx)
                MOVE WS-SizeCodeIn TO TblSizeCode(SizeIdx)
                MOVE 'A' TO MC-Action
            END-IF
            IF SizeIdx = 0
                DISPLAY "THE SIZE TABLE IS FULL (60 VARIANTS)."
            ELSE
                PERFORM ListSizeFields
                MOVE MC-NowValues TO MC-WasValues
                DISPLAY "Description (SMALL/MEDIUM/LARGE..) : " With NO ADVANCING
                ACCEPT TblSizeDesc(SizeIdx)
                DISPLAY "Price (6 digits, 000425 = 4.25) : " With NO ADVANCING
                DISPLAY "Stock on hand for this size : " With NO ADVANCING
                ACCEPT TblSizeStock(SizeIdx)
                PERFORM SaveSizeTable
                PERFORM ListSizeFields
                CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
                DISPLAY "Size variant saved."
            END-IF
        END-IF.

*> THE JOURNALLED FIELDS OF THE SIZE VARIANT AT SizeIdx
ListSizeFields.
        MOVE "MenuSize.dat" TO MC-File
        MOVE SPACE TO MC-Key
        STRING TblSizeMenuID(SizeIdx) " SIZE " TblSizeCode(SizeIdx)
            DELIMITED BY SIZE INTO MC-Key
        MOVE SPACE TO MC-NowValues
        MOVE 3 TO MC-FieldCount
        MOVE "MS-Desc" TO MC-FieldName(1)
        MOVE TblSizeDesc(SizeIdx) TO MC-NowValue(1)
        MOVE "MS-Price" TO MC-FieldName(2)
        MOVE TblSizePrice(SizeIdx) TO WS-AmtDisp
        MOVE WS-AmtDisp TO MC-NowValue(2)
        MOVE "MS-Stock" TO MC-FieldName(3)
        MOVE TblSizeStock(SizeIdx) TO MC-NowValue(3).

LoadSizeTable.
        MOVE 0 TO SizeCount
        OPEN INPUT MenuSizeFile
            OPEN EXTEND MenuAvailFile
            WRITE MenuAvailData
            CLOSE MenuAvailFile
            MOVE "MenuAvail.dat" TO MC-File
            MOVE SPACE TO MC-Key
            STRING AV-MenuID " DAY " AV-DOW DELIMITED BY SIZE INTO MC-Key
            MOVE SPACE TO MC-NowValues
            MOVE 1 TO MC-FieldCount
            MOVE "AV-Window" TO MC-FieldName(1)
            STRING AV-Start "-" AV-End DELIMITED BY SIZE INTO MC-NowValue(1)
            MOVE 'A' TO MC-Action
            CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
            DISPLAY "Availability window saved."
        END-IF.
