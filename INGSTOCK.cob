        SELECT IngStockFile ASSIGN TO "IngStock.dat" *> one record per ingredient, drawn down nightly by INGDEPL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IngStockStatus.
        SELECT IngSourceFile ASSIGN TO "IngSource.dat" *> the invoiced item behind each ingredient, for the COSTUPD cost roll
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IngSourceStatus.

DATA DIVISION.
FILE SECTION.
        02 IS-CountedQty PIC 9(7)V99. *> the last physical count keyed here
        02 IS-CountDate PIC 9(8). *> CCYYMMDD of that count, zero = never counted

FD IngSourceFile.
COPY INGSRC.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 IngIdx PIC 9(3).
01 Temp_Count PIC 9(3).
01 IngOverflow PIC X. *> Y = the file held more lines than the table -- never rewrite from a partial load
01 IngSourceStatus PIC XX.
01 WS-PurchItem PIC X(4).
01 WS-UnitsPerPack PIC 9(5)V99.

*> the purchase links, rewritten in full on a change like the stock file
01 SrcTable.
        05 SrcEntry OCCURS 100 TIMES.
            10 TblSrcIngredient PIC X(20).
            10 TblSrcPurchItem PIC X(4).
            10 TblSrcUnitsPerPack PIC 9(5)V99.
01 SrcCount PIC 9(3) VALUE 0.
01 SrcIdx PIC 9(3).
01 SrcOverflow PIC X VALUE 'N'.

PROCEDURE DIVISION.
StartPara.
            DISPLAY "1            : Post Delivery"
            DISPLAY "2            : Key Physical Count"
            DISPLAY "3            : List Stock On Hand"
            DISPLAY "4            : Link Ingredient To Its Invoiced Item"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
                WHEN 1 PERFORM PostDelivery
                WHEN 2 PERFORM KeyCount
                WHEN 3 PERFORM ListStock
                WHEN 4 PERFORM LinkSource
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
            END-PERFORM
            CLOSE IngStockFile
        END-IF.

*> WHICH SUPPLIER ITEM CODE THE INGREDIENT ARRIVES AS, AND HOW MANY RECIPE
*> UNITS ARE IN ONE INVOICED UNIT -- COSTUPD PRICES THE RECIPES OFF THIS
LinkSource.
        MOVE 0 TO SrcCount
        MOVE 'N' TO SrcOverflow
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
                        ELSE
                            MOVE 'Y' TO SrcOverflow
                        END-IF
                END-READ
            END-PERFORM
            CLOSE IngSourceFile
        END-IF
        DISPLAY " "
        DISPLAY "Ingredient (as spelled on the recipe) : " With NO ADVANCING.
        ACCEPT WS-LookupIng.
        DISPLAY "Invoiced item code (as on the supplier invoice) : " With NO ADVANCING.
        ACCEPT WS-PurchItem.
        DISPLAY "Recipe units per invoiced unit (eg 0002400 = 24.00) : " With NO ADVANCING.
        ACCEPT WS-UnitsPerPack.
        MOVE 0 TO SrcIdx
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > SrcCount
            IF TblSrcIngredient(Temp_Count) = WS-LookupIng
                MOVE Temp_Count TO SrcIdx
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM
        IF SrcIdx = 0 AND SrcCount < 100
            ADD 1 TO SrcCount
            MOVE SrcCount TO SrcIdx
            MOVE WS-LookupIng TO TblSrcIngredient(SrcIdx)
        END-IF
        IF SrcIdx = 0 OR SrcOverflow = 'Y'
            DISPLAY "THE LINK FILE IS FULL (100 INGREDIENTS) -- NOTHING SAVED."
        ELSE
            MOVE WS-PurchItem TO TblSrcPurchItem(SrcIdx)
            MOVE WS-UnitsPerPack TO TblSrcUnitsPerPack(SrcIdx)
            OPEN OUTPUT IngSourceFile
            MOVE 1 TO Temp_Count
            PERFORM UNTIL Temp_Count > SrcCount
                MOVE TblSrcIngredient(Temp_Count) TO IX-Ingredient
                MOVE TblSrcPurchItem(Temp_Count) TO IX-PurchItem
                MOVE TblSrcUnitsPerPack(Temp_Count) TO IX-UnitsPerPack
                WRITE IngSourceData
                ADD 1 TO Temp_Count
            END-PERFORM
            CLOSE IngSourceFile
            DISPLAY "Link saved -- the next COSTUPD run prices " WS-LookupIng " off item " WS-PurchItem "."
        END-IF.
