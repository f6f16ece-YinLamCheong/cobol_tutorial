        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RECIPMNT. *> maintains Recipe.dat: the ingredient lines behind each menu item, for the food-cost report -- and PrepRecipe.dat behind each batch-made ingredient
AUTHOR. Yanling.
DATE-WRITTEN.Aug 22nd 2026
ENVIRONMENT DIVISION.
        SELECT RecipeFile ASSIGN TO "Recipe.dat" *> one record per ingredient per MenuID
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RecipeFileStatus.
        SELECT PrepRecipeFile ASSIGN TO "PrepRecipe.dat" *> one record per raw ingredient per prepared ingredient
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PrepFileStatus.

DATA DIVISION.
FILE SECTION.
        02 RC-UnitCost PIC 9(3)V99. *> cost per unit of the ingredient
        02 RC-QtyPer PIC 9(3)V99. *> units used per serving

FD PrepRecipeFile.
COPY SUBRCP.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 RecOverflow PIC X. *> Y = the file held more lines than the table -- never rewrite from a partial load
01 Temp_Count PIC 9(3).

*> prepared-ingredient recipes -- same whole-file rewrite on a delete
01 PrepFileStatus PIC XX.
01 WS-LookupPrep PIC X(20).
01 WS-PrepYield PIC 9(5)V99.
01 WS-YieldDisp PIC 9(5).99.
01 WS-BatchQtyDisp PIC 9(5).99.
01 PrepTable.
        05 PrepEntry OCCURS 200 TIMES.
            10 TblPrepName PIC X(20).
            10 TblPrepYield PIC 9(5)V99.
            10 TblPrepIngredient PIC X(20).
            10 TblPrepUnitCost PIC 9(3)V99.
            10 TblPrepQtyPer PIC 9(5)V99.
01 PrepCount PIC 9(3) VALUE 0.
01 PrepOverflow PIC X.

PROCEDURE DIVISION.
StartPara.
        PERFORM UNTIL StayOpen='N'
            DISPLAY "1            : Add Ingredient Line"
            DISPLAY "2            : List a Recipe"
            DISPLAY "3            : Delete a Recipe"
            DISPLAY "4            : Add Prep Ingredient Line"
            DISPLAY "5            : List a Prep Recipe"
            DISPLAY "6            : Delete a Prep Recipe"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
                WHEN 1 PERFORM AddIngredient
                WHEN 2 PERFORM ListRecipe
                WHEN 3 PERFORM DeleteRecipe
                WHEN 4 PERFORM AddPrepIngredient
                WHEN 5 PERFORM ListPrepRecipe
                WHEN 6 PERFORM DeletePrepRecipe
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
                DISPLAY "Recipe for " WS-LookupID " deleted."
            END-IF
        END-IF.


*> ONE RAW LINE OF A PREPARED INGREDIENT -- THE BATCH YIELD IS ASKED ONCE AND
*> CARRIED ON EVERY LINE, SO A PREP ALREADY ON FILE KEEPS THE YIELD IT HAS
AddPrepIngredient.
        DISPLAY " "
        DISPLAY "Enter Prepared Ingredient (as spelled on the menu recipes) : " With NO ADVANCING.
        ACCEPT WS-LookupPrep.
        MOVE 0 TO WS-PrepYield
        OPEN INPUT PrepRecipeFile
        IF PrepFileStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ PrepRecipeFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF SR-Prepared = WS-LookupPrep
                            MOVE SR-BatchYield TO WS-PrepYield
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PrepRecipeFile
        END-IF
        IF WS-PrepYield > 0
            MOVE WS-PrepYield TO WS-YieldDisp
            DISPLAY "One batch makes " WS-YieldDisp " -- delete the prep to change its yield."
        ELSE
            DISPLAY "Enter Batch Yield in recipe units (eg 0001200 = 12.00) : " With NO ADVANCING
            ACCEPT WS-PrepYield
        END-IF
        IF WS-PrepYield = 0
            DISPLAY "A batch must make something -- nothing added."
        ELSE
            MOVE WS-LookupPrep TO SR-Prepared
            MOVE WS-PrepYield TO SR-BatchYield
            DISPLAY "Enter Raw Ingredient : " With NO ADVANCING
            ACCEPT SR-Ingredient
            DISPLAY "Enter Unit Cost (no symbol, eg 00150 = 1.50) : " With NO ADVANCING
            ACCEPT SR-UnitCost
            DISPLAY "Enter Qty per Batch (eg 0000200 = 2.00) : " With NO ADVANCING
            ACCEPT SR-QtyPerBatch
            OPEN EXTEND PrepRecipeFile
            IF PrepFileStatus NOT = "00"
                OPEN OUTPUT PrepRecipeFile *> the very first prep recipe
            END-IF
            WRITE PrepRecipeData
            CLOSE PrepRecipeFile
        END-IF.

ListPrepRecipe.
        DISPLAY " "
        DISPLAY "Enter Prepared Ingredient to List : " With NO ADVANCING.
        ACCEPT WS-LookupPrep.
        MOVE 0 TO WS-Hits
        OPEN INPUT PrepRecipeFile
        IF PrepFileStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ PrepRecipeFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF SR-Prepared = WS-LookupPrep
                            IF WS-Hits = 0
                                MOVE SR-BatchYield TO WS-YieldDisp
                                DISPLAY "  ONE BATCH MAKES " WS-YieldDisp
                            END-IF
                            ADD 1 TO WS-Hits
                            MOVE SR-UnitCost TO WS-CostDisp
                            MOVE SR-QtyPerBatch TO WS-BatchQtyDisp
                            DISPLAY "  " SR-Ingredient "  COST " WS-CostDisp " X " WS-BatchQtyDisp
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PrepRecipeFile
        END-IF
        IF WS-Hits = 0
            DISPLAY "No prep recipe on file for " WS-LookupPrep
        END-IF.

*> DROP EVERY RAW LINE FOR ONE PREPARED INGREDIENT BY REWRITING THE FILE WITHOUT THEM
DeletePrepRecipe.
        DISPLAY " "
        DISPLAY "Enter Prepared Ingredient to Delete : " With NO ADVANCING.
        ACCEPT WS-LookupPrep.
        MOVE 0 TO PrepCount
        MOVE 'N' TO PrepOverflow
        OPEN INPUT PrepRecipeFile
        IF PrepFileStatus NOT = "00"
            DISPLAY "No prep recipe file yet."
        ELSE
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ PrepRecipeFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF SR-Prepared NOT = WS-LookupPrep
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
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PrepRecipeFile
            IF PrepOverflow = 'Y'
                DISPLAY "THE PREP RECIPE FILE HOLDS MORE LINES THAN THIS PROGRAM CAN CARRY -- NOTHING DELETED."
            ELSE
                OPEN OUTPUT PrepRecipeFile
                MOVE 1 TO Temp_Count
                PERFORM UNTIL Temp_Count > PrepCount
                    MOVE TblPrepName(Temp_Count) TO SR-Prepared
                    MOVE TblPrepYield(Temp_Count) TO SR-BatchYield
                    MOVE TblPrepIngredient(Temp_Count) TO SR-Ingredient
                    MOVE TblPrepUnitCost(Temp_Count) TO SR-UnitCost
                    MOVE TblPrepQtyPer(Temp_Count) TO SR-QtyPerBatch
                    WRITE PrepRecipeData
                    ADD 1 TO Temp_Count
                END-PERFORM
                CLOSE PrepRecipeFile
                DISPLAY "Prep recipe for " WS-LookupPrep " deleted."
            END-IF
        END-IF.
