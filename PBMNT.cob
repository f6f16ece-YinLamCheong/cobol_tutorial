        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PBMNT. *> head-office price book: the base menu every store sells from, with store-level price overrides keyed by StoreID -- PBDIST sends it out
AUTHOR. Yanling.
DATE-WRITTEN.Oct 7th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT PriceBookFile ASSIGN TO "PriceBook.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PriceBookStatus.
        SELECT StoreFile ASSIGN TO "Store.dat" *> an override can only be set for a store STORMNT knows
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StoreStatus.
        SELECT MenuFile ASSIGN TO "Menu.dat" *> head office's own menu, to seed the book the first time
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MenuID
            FILE STATUS IS MenuFileStatus.

DATA DIVISION.
FILE SECTION.
FD PriceBookFile.
COPY PRICEBK.

FD StoreFile.
COPY STOREREC.

FD MenuFile.
COPY MENUREC.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 WSEOF PIC X VALUE 'N'.
01 PriceBookStatus PIC XX.
01 StoreStatus PIC XX.
01 MenuFileStatus PIC XX.
01 WS-Today PIC 9(8).

*> the whole book in storage -- base rows and override rows together
01 BookTable.
        05 BookEntry OCCURS 600 TIMES.
            10 TblBookStore PIC X(4).
            10 TblBookMenuID PIC X(4).
            10 TblBookName PIC X(20).
            10 TblBookPrice PIC 9(4)V99.
            10 TblBookCategory PIC X(8).
            10 TblBookTaxClass PIC X(1).
            10 TblBookChanged PIC 9(8).
01 BookCount PIC 9(3) VALUE 0.
01 BookIdx PIC 9(3).
01 MatchedBookIdx PIC 9(3) VALUE 0.
01 BaseIdx PIC 9(3).
01 Temp_Count PIC 9(3).
01 WS-FindStore PIC X(4).
01 WS-FindMenuID PIC X(4).
01 WS-StoreKnown PIC X.
01 WS-PriceIn PIC 9(4)V99.
01 WS-ShowPrice PIC $9,999.99.
01 WS-ShowBase PIC $9,999.99.
01 WS-Seeded PIC 9(3).
01 WS-Removed PIC 9(3).

PROCEDURE DIVISION.
StartPara.
        ACCEPT WS-Today FROM DATE YYYYMMDD
        PERFORM LoadBook.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "HEAD OFFICE PRICE BOOK"
            DISPLAY "1            : Add/Update A Base Item"
            DISPLAY "2            : Set A Store's Price For An Item"
            DISPLAY "3            : Remove A Store Price, Or Withdraw An Item"
            DISPLAY "4            : List The Price Book"
            DISPLAY "5            : Seed The Book From This Site's Menu.dat"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM AddBaseItem
                WHEN 2 PERFORM SetOverride
                WHEN 3 PERFORM RemoveEntry
                WHEN 4 PERFORM ListBook
                WHEN 5 PERFORM SeedFromMenu
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        STOP RUN.

LoadBook.
        MOVE 0 TO BookCount
        OPEN INPUT PriceBookFile
        IF PriceBookStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ PriceBookFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF BookCount < 600
                            ADD 1 TO BookCount
                            MOVE PB-StoreID TO TblBookStore(BookCount)
                            MOVE PB-MenuID TO TblBookMenuID(BookCount)
                            MOVE PB-Name TO TblBookName(BookCount)
                            MOVE PB-Price TO TblBookPrice(BookCount)
                            MOVE PB-Category TO TblBookCategory(BookCount)
                            MOVE PB-TaxClass TO TblBookTaxClass(BookCount)
                            MOVE PB-ChangedDate TO TblBookChanged(BookCount)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PriceBookFile
        END-IF
        MOVE 'N' TO WSEOF.

SaveBook.
        OPEN OUTPUT PriceBookFile
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > BookCount
            MOVE TblBookStore(Temp_Count) TO PB-StoreID
            MOVE TblBookMenuID(Temp_Count) TO PB-MenuID
            MOVE TblBookName(Temp_Count) TO PB-Name
            MOVE TblBookPrice(Temp_Count) TO PB-Price
            MOVE TblBookCategory(Temp_Count) TO PB-Category
            MOVE TblBookTaxClass(Temp_Count) TO PB-TaxClass
            MOVE TblBookChanged(Temp_Count) TO PB-ChangedDate
            WRITE PriceBookData
            ADD 1 TO Temp_Count
        END-PERFORM
        CLOSE PriceBookFile.

*> THE ROW FOR WS-FindStore / WS-FindMenuID (SPACES = THE BASE ROW), ZERO WHEN THERE ISN'T ONE
FindBookRow.
        MOVE 0 TO MatchedBookIdx
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > BookCount
            IF TblBookStore(Temp_Count) = WS-FindStore
                AND TblBookMenuID(Temp_Count) = WS-FindMenuID
                MOVE Temp_Count TO MatchedBookIdx
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM.

AddBaseItem.
        DISPLAY " "
        DISPLAY "Menu ID : " WITH NO ADVANCING
        ACCEPT WS-FindMenuID
        MOVE SPACE TO WS-FindStore
        PERFORM FindBookRow
        IF WS-FindMenuID = SPACE
            DISPLAY "A menu ID is needed."
        ELSE
        IF MatchedBookIdx = 0 AND BookCount NOT < 600
            DISPLAY "THE PRICE BOOK IS FULL (600 ROWS)."
        ELSE
            IF MatchedBookIdx = 0
                ADD 1 TO BookCount
                MOVE BookCount TO MatchedBookIdx
                MOVE SPACE TO TblBookStore(MatchedBookIdx)
                MOVE WS-FindMenuID TO TblBookMenuID(MatchedBookIdx)
                MOVE 'P' TO TblBookTaxClass(MatchedBookIdx)
            ELSE
                MOVE TblBookPrice(MatchedBookIdx) TO WS-ShowPrice
                DISPLAY "Now : " TblBookName(MatchedBookIdx) " " WS-ShowPrice " " TblBookCategory(MatchedBookIdx) " " TblBookTaxClass(MatchedBookIdx)
            END-IF
            DISPLAY "Item name              : " WITH NO ADVANCING
            ACCEPT TblBookName(MatchedBookIdx)
            DISPLAY "Base price (eg 12.99)  : " WITH NO ADVANCING
            ACCEPT TblBookPrice(MatchedBookIdx)
            DISPLAY "Category               : " WITH NO ADVANCING
            ACCEPT TblBookCategory(MatchedBookIdx)
            DISPLAY "Tax class (P/G/A)      : " WITH NO ADVANCING
            ACCEPT TblBookTaxClass(MatchedBookIdx)
            MOVE WS-Today TO TblBookChanged(MatchedBookIdx)
            PERFORM SaveBook
            DISPLAY "Base item " WS-FindMenuID " saved -- it goes out with the next PBDIST run."
        END-IF
        END-IF.

*> A STORE PRICE NEEDS A KNOWN STORE AND A BASE ITEM TO HANG FROM
SetOverride.
        DISPLAY " "
        DISPLAY "Store ID : " WITH NO ADVANCING
        ACCEPT WS-FindStore
        PERFORM CheckStoreKnown
        DISPLAY "Menu ID  : " WITH NO ADVANCING
        ACCEPT WS-FindMenuID
        IF WS-StoreKnown NOT = 'Y'
            DISPLAY "Store " WS-FindStore " is not on Store.dat."
        ELSE
            PERFORM FindBaseRow
            IF BaseIdx = 0
                DISPLAY "Item " WS-FindMenuID " is not in the price book -- add the base item first."
            ELSE
                PERFORM FindBookRow
                IF MatchedBookIdx = 0 AND BookCount NOT < 600
                    DISPLAY "THE PRICE BOOK IS FULL (600 ROWS)."
                ELSE
                    MOVE TblBookPrice(BaseIdx) TO WS-ShowBase
                    DISPLAY TblBookName(BaseIdx) " -- base price " WS-ShowBase
                    DISPLAY "Price at store " WS-FindStore " (eg 12.99) : " WITH NO ADVANCING
                    ACCEPT WS-PriceIn
                    IF MatchedBookIdx = 0
                        ADD 1 TO BookCount
                        MOVE BookCount TO MatchedBookIdx
                        MOVE WS-FindStore TO TblBookStore(MatchedBookIdx)
                        MOVE WS-FindMenuID TO TblBookMenuID(MatchedBookIdx)
                        MOVE SPACE TO TblBookName(MatchedBookIdx)
                        MOVE SPACE TO TblBookCategory(MatchedBookIdx)
                        MOVE SPACE TO TblBookTaxClass(MatchedBookIdx)
                    END-IF
                    MOVE WS-PriceIn TO TblBookPrice(MatchedBookIdx)
                    MOVE WS-Today TO TblBookChanged(MatchedBookIdx)
                    PERFORM SaveBook
                    DISPLAY "Store " WS-FindStore " price for " WS-FindMenuID " saved."
                END-IF
            END-IF
        END-IF.

*> BLANK STORE WITHDRAWS THE ITEM FROM THE BOOK ALTOGETHER, ITS STORE PRICES WITH IT
RemoveEntry.
        DISPLAY " "
        DISPLAY "Store ID (blank = withdraw the item everywhere) : " WITH NO ADVANCING
        ACCEPT WS-FindStore
        DISPLAY "Menu ID : " WITH NO ADVANCING
        ACCEPT WS-FindMenuID
        PERFORM FindBookRow
        IF MatchedBookIdx = 0
            DISPLAY "Nothing on the book for that store and item."
        ELSE
            MOVE 0 TO WS-Removed
            MOVE 1 TO BookIdx
            PERFORM UNTIL BookIdx > BookCount
                IF TblBookMenuID(BookIdx) = WS-FindMenuID
                    AND (TblBookStore(BookIdx) = WS-FindStore OR WS-FindStore = SPACE)
                    PERFORM DropBookRow
                    ADD 1 TO WS-Removed
                ELSE
                    ADD 1 TO BookIdx
                END-IF
            END-PERFORM
            PERFORM SaveBook
            DISPLAY WS-Removed " row(s) removed from the price book."
        END-IF.

*> CLOSE THE GAP: EVERY ROW AFTER BookIdx MOVES UP ONE
DropBookRow.
        MOVE BookIdx TO Temp_Count
        PERFORM UNTIL Temp_Count NOT < BookCount
            MOVE BookEntry(Temp_Count + 1) TO BookEntry(Temp_Count)
            ADD 1 TO Temp_Count
        END-PERFORM
        SUBTRACT 1 FROM BookCount.

ListBook.
        DISPLAY " "
        DISPLAY "Item  Name                  Category  Tax  Base price  Store prices"
        MOVE 1 TO BaseIdx
        PERFORM UNTIL BaseIdx > BookCount
            IF TblBookStore(BaseIdx) = SPACE
                MOVE TblBookPrice(BaseIdx) TO WS-ShowBase
                DISPLAY TblBookMenuID(BaseIdx) "  " TblBookName(BaseIdx) "  " TblBookCategory(BaseIdx) "  " TblBookTaxClass(BaseIdx) "    " WS-ShowBase
                MOVE 1 TO BookIdx
                PERFORM UNTIL BookIdx > BookCount
                    IF TblBookStore(BookIdx) NOT = SPACE
                        AND TblBookMenuID(BookIdx) = TblBookMenuID(BaseIdx)
                        MOVE TblBookPrice(BookIdx) TO WS-ShowPrice
                        DISPLAY "                                              store " TblBookStore(BookIdx) "  " WS-ShowPrice
                    END-IF
                    ADD 1 TO BookIdx
                END-PERFORM
            END-IF
            ADD 1 TO BaseIdx
        END-PERFORM
        DISPLAY BookCount " row(s) on the price book.".

*> FIRST-TIME SET-UP: EVERY ITEM ON HEAD OFFICE'S OWN MENU NOT YET IN THE BOOK
*> COMES IN AS A BASE ITEM AT ITS CURRENT PRICE
SeedFromMenu.
        MOVE 0 TO WS-Seeded
        OPEN INPUT MenuFile
        IF MenuFileStatus NOT = "00"
            DISPLAY "Menu.dat not found -- nothing to seed from."
        ELSE
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ MenuFile NEXT RECORD
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        MOVE SPACE TO WS-FindStore
                        MOVE MenuID TO WS-FindMenuID
                        PERFORM FindBookRow
                        IF MatchedBookIdx = 0 AND BookCount < 600
                            ADD 1 TO BookCount
                            MOVE SPACE TO TblBookStore(BookCount)
                            MOVE MenuID TO TblBookMenuID(BookCount)
                            MOVE MenuItemName TO TblBookName(BookCount)
                            MOVE MenuItemPrice TO TblBookPrice(BookCount)
                            MOVE MenuCategory TO TblBookCategory(BookCount)
                            MOVE MenuTaxClass TO TblBookTaxClass(BookCount)
                            MOVE WS-Today TO TblBookChanged(BookCount)
                            ADD 1 TO WS-Seeded
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MenuFile
            MOVE 'N' TO WSEOF
            PERFORM SaveBook
        END-IF
        DISPLAY WS-Seeded " item(s) seeded into the price book.".

FindBaseRow.
        MOVE 0 TO BaseIdx
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > BookCount
            IF TblBookStore(Temp_Count) = SPACE
                AND TblBookMenuID(Temp_Count) = WS-FindMenuID
                MOVE Temp_Count TO BaseIdx
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM.

CheckStoreKnown.
        MOVE 'N' TO WS-StoreKnown
        OPEN INPUT StoreFile
        IF StoreStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ StoreFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF ST-StoreID = WS-FindStore AND WS-FindStore NOT = SPACE
                            MOVE 'Y' TO WS-StoreKnown
                        END-IF
                END-READ
            END-PERFORM
            CLOSE StoreFile
        END-IF
        MOVE 'N' TO WSEOF.
