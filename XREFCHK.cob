        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. XREFCHK. *> cross-file integrity check of the masters: every reference one master makes into another, with the file and key to fix; HEALTHCHK reads the result
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT MenuFile ASSIGN TO "Menu.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS MenuID
            FILE STATUS IS MenuFileStatus.
        SELECT SupplierFile ASSIGN TO "Supplier.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS SUP-ID
            FILE STATUS IS SupplierFileStatus.
        SELECT TaxRateFile ASSIGN TO "TaxRate.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TaxRateFileStatus.
        SELECT RecipeFile ASSIGN TO "Recipe.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RecipeFileStatus.
        SELECT IngStockFile ASSIGN TO "IngStock.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IngStockStatus.
        SELECT ComboFile ASSIGN TO "Combo.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ComboFileStatus.
        SELECT PriceSchedFile ASSIGN TO "PriceSched.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PriceSchedStatus.
        SELECT StationFile ASSIGN TO "Station.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StationStatus.
        SELECT GLMapFile ASSIGN TO "GLMap.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GLMapStatus.
        SELECT XrefCtlFile ASSIGN TO "XrefCtl.dat" *> today's counts, read by HEALTHCHK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS XrefCtlStatus.
        SELECT XrefReport ASSIGN TO "XrefChk.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD MenuFile.
COPY MENUREC.

FD SupplierFile.
COPY SUPPREC.

FD TaxRateFile.
01 TaxRateData.
        02 TX-Class PIC X(1).
        02 TX-Desc PIC X(20).
        02 TX-Rate PIC V999.
        02 TX-Juris PIC X(4).

FD RecipeFile.
01 RecipeData.
        02 RC-MenuID PIC X(4).
        02 RC-Ingredient PIC X(20).
        02 RC-UnitCost PIC 9(3)V99.
        02 RC-QtyPer PIC 9(3)V99.

FD IngStockFile.
01 IngStockData.
        02 IS-Ingredient PIC X(20).
        02 IS-QtyOnHand PIC S9(7)V99 SIGN LEADING SEPARATE.
        02 IS-CountedQty PIC 9(7)V99.
        02 IS-CountDate PIC 9(8).

FD ComboFile.
01 ComboData.
        02 CB-ComboID PIC X(4).
        02 CB-Name PIC X(20).
        02 CB-Price PIC 9(6)V99.
        02 CB-Item1 PIC X(4).
        02 CB-Item2 PIC X(4).
        02 CB-Item3 PIC X(4).

FD PriceSchedFile.
01 PriceSchedData.
        02 PS-MenuID PIC X(4).
        02 PS-DOW PIC 9(1).
        02 PS-Start PIC 9(4).
        02 PS-End PIC 9(4).
        02 PS-Price PIC 9(4)V99.

FD StationFile.
01 StationData.
        02 SN-Key PIC X(8).
        02 SN-Station PIC X(8).

FD GLMapFile.
01 GLMapData.
        02 GM-Key PIC X(12).
        02 GM-Account PIC X(8).

FD XrefCtlFile.
01 XrefCtlData.
        02 XC-Date PIC 9(8). *> CCYYMMDD the check last ran
        02 XC-Serious PIC 9(5). *> breaks that stop HEALTHCHK giving a green light
        02 XC-Warnings PIC 9(5).

FD XrefReport.
01 PrintLine PIC X(110).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 MenuFileStatus PIC XX.
01 SupplierFileStatus PIC XX.
01 TaxRateFileStatus PIC XX.
01 RecipeFileStatus PIC XX.
01 IngStockStatus PIC XX.
01 ComboFileStatus PIC XX.
01 PriceSchedStatus PIC XX.
01 StationStatus PIC XX.
01 GLMapStatus PIC XX.
01 XrefCtlStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-SupplierOpen PIC X VALUE 'N'.
01 WS-Found PIC X.
01 WS-WantID PIC X(4).
01 WS-GLKey PIC X(12).
01 SeriousCount PIC 9(5) VALUE 0.
01 WarningCount PIC 9(5) VALUE 0.

*> the menu as it stands -- everything else is checked against it
01 MenuTable.
        05 MenuEntry OCCURS 500 TIMES.
            10 TblMenuID PIC X(4).
            10 TblMenuCategory PIC X(8).
01 MenuCount PIC 9(3) VALUE 0.
01 MenuSub PIC 9(3).
01 CatTable.
        05 CatEntry OCCURS 50 TIMES.
            10 TblCategory PIC X(8).
01 CatCount PIC 99 VALUE 0.
01 CatSub PIC 99.
01 TaxClassTable.
        05 TblTaxClass PIC X(1) OCCURS 30 TIMES.
01 TaxClassCount PIC 99 VALUE 0.
01 IngTable.
        05 TblIngredient PIC X(20) OCCURS 300 TIMES.
01 IngCount PIC 9(3) VALUE 0.
01 GLTable.
        05 TblGLKey PIC X(12) OCCURS 100 TIMES.
01 GLCount PIC 9(3) VALUE 0.
01 Temp_Count PIC 9(3).

01 PageHeading.
        05 FILLER PIC X(34) VALUE "MASTER FILE CROSS-REFERENCE CHECK ".
        05 PrnToday PIC 9(8).
01 Heads PIC X(110) VALUE
    "Severity  File            Key                       Problem".
01 BreakLine.
        05 PrnSeverity PIC X(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnFile PIC X(14).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnKey PIC X(24).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnProblem PIC X(58).
01 SummaryLine1.
        05 FILLER PIC X(30) VALUE "Serious breaks            : ".
        05 PrnSerious PIC ZZZZ9.
01 SummaryLine2.
        05 FILLER PIC X(30) VALUE "Warnings                  : ".
        05 PrnWarnings PIC ZZZZ9.
01 NoMenuLine PIC X(60) VALUE "Menu.dat COULD NOT BE READ -- NOTHING TO CHECK AGAINST".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

*> A SERIOUS BREAK CHANGES WHAT THE REGISTER CHARGES OR WHAT THE BOOKS AND
*> STOCK SHOW -- A TAX CLASS WITH NO RATE, A RECIPE INGREDIENT INGDEPL
*> CANNOT DRAW DOWN, A COMBO OF A DELETED ITEM, A CATEGORY THE GL EXTRACT
*> CANNOT POST. A WARNING IS CLUTTER OR A STALLED REORDER: AN UNKNOWN
*> SUPPLIER, A PRICE WINDOW OR STATION KEY POINTING AT NOTHING
PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD
OPEN OUTPUT XrefReport
MOVE WS-Today TO PrnToday
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES

PERFORM LoadTaxClasses
PERFORM LoadIngredients
PERFORM LoadGLMap
OPEN INPUT SupplierFile
IF SupplierFileStatus = "00"
        MOVE 'Y' TO WS-SupplierOpen
END-IF

OPEN INPUT MenuFile
IF MenuFileStatus NOT = "00"
        WRITE PrintLine FROM NoMenuLine AFTER ADVANCING 1 LINE
        ADD 1 TO SeriousCount
ELSE
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ MenuFile NEXT RECORD
                AT END MOVE 'Y' TO WSEOF
                NOT AT END PERFORM CheckMenuItem
            END-READ
        END-PERFORM
        CLOSE MenuFile
        PERFORM CheckRecipes
        PERFORM CheckCombos
        PERFORM CheckPriceWindows
        PERFORM CheckStations
        PERFORM CheckGLCategories
END-IF
IF WS-SupplierOpen = 'Y'
        CLOSE SupplierFile
END-IF

MOVE SeriousCount TO PrnSerious
WRITE PrintLine FROM SummaryLine1 AFTER ADVANCING 3 LINES
MOVE WarningCount TO PrnWarnings
WRITE PrintLine FROM SummaryLine2 AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE XrefReport
MOVE "XrefChk.rpt" TO RF-ReportName
MOVE "XREFCHK" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate

OPEN OUTPUT XrefCtlFile
MOVE WS-Today TO XC-Date
MOVE SeriousCount TO XC-Serious
MOVE WarningCount TO XC-Warnings
WRITE XrefCtlData
CLOSE XrefCtlFile

DISPLAY "Cross-reference check: " SeriousCount " serious, " WarningCount " warning(s), see XrefChk.rpt"
IF SeriousCount > 0
        MOVE 8 TO RETURN-CODE
END-IF
STOP RUN.

LoadTaxClasses.
OPEN INPUT TaxRateFile
IF TaxRateFileStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ TaxRateFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF TaxClassCount < 30
                        ADD 1 TO TaxClassCount
                        MOVE TX-Class TO TblTaxClass(TaxClassCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TaxRateFile
END-IF.

LoadIngredients.
OPEN INPUT IngStockFile
IF IngStockStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ IngStockFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF IngCount < 300
                        ADD 1 TO IngCount
                        MOVE IS-Ingredient TO TblIngredient(IngCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE IngStockFile
END-IF.

LoadGLMap.
OPEN INPUT GLMapFile
IF GLMapStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ GLMapFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF GLCount < 100
                        ADD 1 TO GLCount
                        MOVE GM-Key TO TblGLKey(GLCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GLMapFile
END-IF.

*> A BLANK TAX CLASS TAKES THE FLAT RATE AND A BLANK SUPPLIER IS "NOT SET UP
*> YET" -- ONLY A VALUE THAT POINTS AT NOTHING IS A BREAK
CheckMenuItem.
IF MenuCount < 500
        ADD 1 TO MenuCount
        MOVE MenuID TO TblMenuID(MenuCount)
        MOVE MenuCategory TO TblMenuCategory(MenuCount)
END-IF
IF MenuCategory NOT = SPACE
        MOVE 'N' TO WS-Found
        MOVE 1 TO CatSub
        PERFORM UNTIL CatSub > CatCount
            IF TblCategory(CatSub) = MenuCategory
                MOVE 'Y' TO WS-Found
            END-IF
            ADD 1 TO CatSub
        END-PERFORM
        IF WS-Found = 'N' AND CatCount < 50
            ADD 1 TO CatCount
            MOVE MenuCategory TO TblCategory(CatCount)
        END-IF
END-IF
IF MenuTaxClass NOT = SPACE
        MOVE 'N' TO WS-Found
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > TaxClassCount
            IF TblTaxClass(Temp_Count) = MenuTaxClass
                MOVE 'Y' TO WS-Found
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM
        IF WS-Found = 'N'
            MOVE "SERIOUS" TO PrnSeverity
            MOVE "Menu.dat" TO PrnFile
            MOVE MenuID TO PrnKey
            MOVE SPACE TO PrnProblem
            STRING "MenuTaxClass " MenuTaxClass " HAS NO TaxRate.dat ROW"
                DELIMITED BY SIZE INTO PrnProblem
            PERFORM WriteBreak
        END-IF
END-IF
IF MenuSupplierID NOT = SPACE
        MOVE 'N' TO WS-Found
        IF WS-SupplierOpen = 'Y'
            MOVE MenuSupplierID TO SUP-ID
            READ SupplierFile
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE 'Y' TO WS-Found
            END-READ
        END-IF
        IF WS-Found = 'N'
            MOVE "WARNING" TO PrnSeverity
            MOVE "Menu.dat" TO PrnFile
            MOVE MenuID TO PrnKey
            MOVE SPACE TO PrnProblem
            STRING "MenuSupplierID " MenuSupplierID " NOT ON Supplier.dat"
                DELIMITED BY SIZE INTO PrnProblem
            PERFORM WriteBreak
        END-IF
END-IF.

*> INGDEPL MATCHES INGREDIENTS BY EXACT NAME -- A SPELLING DIFFERENCE IS A
*> LINE IT SILENTLY SKIPS
CheckRecipes.
OPEN INPUT RecipeFile
IF RecipeFileStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ RecipeFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE 'N' TO WS-Found
                    MOVE 1 TO Temp_Count
                    PERFORM UNTIL Temp_Count > IngCount
                        IF TblIngredient(Temp_Count) = RC-Ingredient
                            MOVE 'Y' TO WS-Found
                        END-IF
                        ADD 1 TO Temp_Count
                    END-PERFORM
                    IF WS-Found = 'N'
                        MOVE "SERIOUS" TO PrnSeverity
                        MOVE "Recipe.dat" TO PrnFile
                        MOVE SPACE TO PrnKey
                        STRING RC-MenuID " " RC-Ingredient DELIMITED BY SIZE INTO PrnKey
                        MOVE "INGREDIENT NOT ON IngStock.dat -- INGDEPL SKIPS IT" TO PrnProblem
                        PERFORM WriteBreak
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RecipeFile
END-IF.

CheckCombos.
OPEN INPUT ComboFile
IF ComboFileStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ ComboFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE CB-Item1 TO WS-WantID
                    PERFORM CheckComboItem
                    MOVE CB-Item2 TO WS-WantID
                    PERFORM CheckComboItem
                    MOVE CB-Item3 TO WS-WantID
                    PERFORM CheckComboItem
            END-READ
        END-PERFORM
        CLOSE ComboFile
END-IF.

CheckComboItem.
IF WS-WantID NOT = SPACE
        PERFORM FindMenuID
        IF WS-Found = 'N'
            MOVE "SERIOUS" TO PrnSeverity
            MOVE "Combo.dat" TO PrnFile
            MOVE CB-ComboID TO PrnKey
            MOVE SPACE TO PrnProblem
            STRING "COMPONENT " WS-WantID " IS NOT ON Menu.dat"
                DELIMITED BY SIZE INTO PrnProblem
            PERFORM WriteBreak
        END-IF
END-IF.

CheckPriceWindows.
OPEN INPUT PriceSchedFile
IF PriceSchedStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ PriceSchedFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE PS-MenuID TO WS-WantID
                    PERFORM FindMenuID
                    IF WS-Found = 'N'
                        MOVE "WARNING" TO PrnSeverity
                        MOVE "PriceSched.dat" TO PrnFile
                        MOVE SPACE TO PrnKey
                        STRING PS-MenuID " DAY " PS-DOW " " PS-Start "-" PS-End
                            DELIMITED BY SIZE INTO PrnKey
                        MOVE "PRICE WINDOW FOR A MenuID NOT ON Menu.dat" TO PrnProblem
                        PERFORM WriteBreak
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PriceSchedFile
END-IF.

*> A STATION KEY IS A CATEGORY IN USE OR A MenuID ON FILE, AS THE REGISTER
*> ROUTES THEM
CheckStations.
OPEN INPUT StationFile
IF StationStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ StationFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE 'N' TO WS-Found
                    MOVE 1 TO CatSub
                    PERFORM UNTIL CatSub > CatCount
                        IF TblCategory(CatSub) = SN-Key
                            MOVE 'Y' TO WS-Found
                        END-IF
                        ADD 1 TO CatSub
                    END-PERFORM
                    IF WS-Found = 'N' AND SN-Key(5:4) = SPACE
                        MOVE SN-Key(1:4) TO WS-WantID
                        PERFORM FindMenuID
                    END-IF
                    IF WS-Found = 'N'
                        MOVE "WARNING" TO PrnSeverity
                        MOVE "Station.dat" TO PrnFile
                        MOVE SN-Key TO PrnKey
                        MOVE "KEY IS NEITHER A MENU CATEGORY NOR A MenuID" TO PrnProblem
                        PERFORM WriteBreak
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StationFile
END-IF.

*> THE GL EXTRACT POSTS SALES UNDER CAT:<category> -- EVERY CATEGORY ON THE
*> MENU NEEDS ITS ACCOUNT
CheckGLCategories.
MOVE 1 TO CatSub
PERFORM UNTIL CatSub > CatCount
        MOVE SPACE TO WS-GLKey
        STRING "CAT:" TblCategory(CatSub) DELIMITED BY SIZE INTO WS-GLKey
        MOVE 'N' TO WS-Found
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > GLCount
            IF TblGLKey(Temp_Count) = WS-GLKey
                MOVE 'Y' TO WS-Found
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM
        IF WS-Found = 'N'
            MOVE "SERIOUS" TO PrnSeverity
            MOVE "GLMap.dat" TO PrnFile
            MOVE WS-GLKey TO PrnKey
            MOVE "MENU CATEGORY HAS NO LEDGER ACCOUNT MAPPED" TO PrnProblem
            PERFORM WriteBreak
        END-IF
        ADD 1 TO CatSub
END-PERFORM.

FindMenuID.
MOVE 'N' TO WS-Found
MOVE 1 TO MenuSub
PERFORM UNTIL MenuSub > MenuCount
        IF TblMenuID(MenuSub) = WS-WantID
            MOVE 'Y' TO WS-Found
        END-IF
        ADD 1 TO MenuSub
END-PERFORM.

WriteBreak.
IF PrnSeverity = "SERIOUS"
        ADD 1 TO SeriousCount
ELSE
        ADD 1 TO WarningCount
END-IF
WRITE PrintLine FROM BreakLine AFTER ADVANCING 1 LINE.
