        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PRODLOG. *> batch production entry: "made 4 batches of tomato sauce" draws the raw ingredients off IngStock.dat, puts the prepared one on, and journals the batch
AUTHOR. Yanling.
DATE-WRITTEN.Oct 1st 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT PrepRecipeFile ASSIGN TO "PrepRecipe.dat" *> the raw lines and yield behind each prepared ingredient, maintained by RECIPMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PrepFileStatus.
        SELECT IngStockFile ASSIGN TO "IngStock.dat" *> perpetual ingredient balances, maintained by INGSTOCK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IngStockStatus.
        SELECT ProdFile ASSIGN TO "ProdLog.dat" *> append-only production journal
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ProdStatus.

DATA DIVISION.
FILE SECTION.
FD PrepRecipeFile.
COPY SUBRCP.

FD IngStockFile.
01 IngStockData.
        02 IS-Ingredient PIC X(20).
        02 IS-QtyOnHand PIC S9(7)V99 SIGN LEADING SEPARATE.
        02 IS-CountedQty PIC 9(7)V99.
        02 IS-CountDate PIC 9(8).

FD ProdFile.
01 ProdData.
        02 PL-Date PIC 9(8).
        02 PL-Time PIC 9(6).
        02 PL-UserID PIC X(10).
        02 PL-Prepared PIC X(20).
        02 PL-Batches PIC 9(3).
        02 PL-QtyMade PIC 9(7)V99. *> batches times the yield -- what went onto the prepared row

WORKING-STORAGE SECTION.
01 StayOpen PIC X VALUE 'Y'.
01 WSEOF PIC X VALUE 'N'.
01 PrepFileStatus PIC XX.
01 IngStockStatus PIC XX.
01 ProdStatus PIC XX.
01 WS-TimeRaw PIC 9(8).
01 WS-UserID PIC X(10).
01 WS-PrepIn PIC X(20).
01 WS-BatchesIn PIC 9(3).
01 WS-Yield PIC 9(5)V99.
01 WS-QtyMade PIC 9(7)V99.
01 WS-RawQty PIC 9(7)V99.
01 WS-QtyDisp PIC -Z,ZZZ,ZZ9.99.
01 WS-YieldDisp PIC Z,ZZ9.99.

*> the raw lines of the one prepared ingredient being made
01 PrepTable.
        05 PrepEntry OCCURS 30 TIMES.
            10 TblPrepIngredient PIC X(20).
            10 TblPrepQtyPer PIC 9(5)V99.
01 PrepCount PIC 99 VALUE 0.
01 PrepSub PIC 99.

*> the stock file in storage for the rewrite -- same load INGDEPL does
01 IngTable.
        05 IngEntry OCCURS 100 TIMES.
            10 TblIngName PIC X(20).
            10 TblIngQty PIC S9(7)V99.
            10 TblIngCounted PIC 9(7)V99.
            10 TblIngCountDate PIC 9(8).
01 IngCount PIC 9(3) VALUE 0.
01 IngIdx PIC 9(3).
01 IngOverflow PIC X VALUE 'N'.
01 Temp_Count PIC 9(3).

PROCEDURE DIVISION.
StartPara.
        DISPLAY "BATCH PRODUCTION ENTRY"
        DISPLAY "Your user ID : " WITH NO ADVANCING.
        ACCEPT WS-UserID.
        PERFORM UNTIL StayOpen = 'N'
            DISPLAY " "
            DISPLAY "Prepared ingredient made (blank to quit) : " WITH NO ADVANCING
            ACCEPT WS-PrepIn
            IF WS-PrepIn = SPACE
                MOVE 'N' TO StayOpen
            ELSE
                PERFORM LogOneBatch
            END-IF
        END-PERFORM.
        STOP RUN.

*> ONE PRODUCTION LINE: FIND THE PREP RECIPE, MOVE THE STOCK, JOURNAL IT
LogOneBatch.
        PERFORM LoadPrepRecipe
        IF PrepCount = 0
            DISPLAY "No prep recipe on file for " WS-PrepIn " -- set it up in RECIPMNT first."
        ELSE
            MOVE WS-Yield TO WS-YieldDisp
            DISPLAY "One batch makes " WS-YieldDisp " from " PrepCount " raw ingredient(s)."
            DISPLAY "Batches made : " WITH NO ADVANCING
            ACCEPT WS-BatchesIn
            IF WS-BatchesIn = 0
                DISPLAY "Zero batches, nothing logged."
            ELSE
                PERFORM LoadIngStock
                IF IngOverflow = 'Y'
                    *> A REWRITE FROM A PARTIAL LOAD WOULD DROP ROWS -- REFUSE RATHER THAN LOSE
                    DISPLAY "IngStock.dat holds more ingredients than this program can carry -- nothing logged."
                    MOVE 'N' TO StayOpen
                ELSE
                    PERFORM PostProduction
                END-IF
            END-IF
        END-IF.

LoadPrepRecipe.
        MOVE 0 TO PrepCount
        MOVE 0 TO WS-Yield
        OPEN INPUT PrepRecipeFile
        IF PrepFileStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ PrepRecipeFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF SR-Prepared = WS-PrepIn AND PrepCount < 30
                            ADD 1 TO PrepCount
                            MOVE SR-Ingredient TO TblPrepIngredient(PrepCount)
                            MOVE SR-QtyPerBatch TO TblPrepQtyPer(PrepCount)
                            MOVE SR-BatchYield TO WS-Yield
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PrepRecipeFile
        END-IF.

*> EVERY RAW LINE COMES OFF ITS BOOK BALANCE, THE BATCHES' YIELD GOES ONTO THE
*> PREPARED ROW -- A RAW INGREDIENT NEVER SET UP IN INGSTOCK STARTS AT ZERO AND
*> GOES NEGATIVE, THE SAME SIGNAL INGDEPL GIVES FOR UNPOSTED DELIVERIES
PostProduction.
        MOVE 1 TO PrepSub
        PERFORM UNTIL PrepSub > PrepCount
            MOVE TblPrepIngredient(PrepSub) TO IS-Ingredient
            PERFORM FindIngRow
            IF IngIdx > 0
                COMPUTE WS-RawQty = TblPrepQtyPer(PrepSub) * WS-BatchesIn
                SUBTRACT WS-RawQty FROM TblIngQty(IngIdx)
                MOVE TblIngQty(IngIdx) TO WS-QtyDisp
                DISPLAY "  " TblIngName(IngIdx) " now " WS-QtyDisp
            END-IF
            ADD 1 TO PrepSub
        END-PERFORM
        COMPUTE WS-QtyMade = WS-Yield * WS-BatchesIn
        MOVE WS-PrepIn TO IS-Ingredient
        PERFORM FindIngRow
        IF IngIdx > 0
            ADD WS-QtyMade TO TblIngQty(IngIdx)
            MOVE TblIngQty(IngIdx) TO WS-QtyDisp
            DISPLAY "  " TblIngName(IngIdx) " now " WS-QtyDisp
        ELSE
            DISPLAY "THE STOCK TABLE IS FULL (100 INGREDIENTS) -- " WS-PrepIn " NOT ADDED."
        END-IF
        PERFORM SaveIngStock
        PERFORM WriteProdJournal
        DISPLAY "Logged " WS-BatchesIn " batch(es) of " WS-PrepIn.

LoadIngStock.
        MOVE 0 TO IngCount
        MOVE 'N' TO IngOverflow
        OPEN INPUT IngStockFile
        IF IngStockStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ IngStockFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF IngCount < 100
                            ADD 1 TO IngCount
                            MOVE IS-Ingredient TO TblIngName(IngCount)
                            MOVE IS-QtyOnHand TO TblIngQty(IngCount)
                            MOVE IS-CountedQty TO TblIngCounted(IngCount)
                            MOVE IS-CountDate TO TblIngCountDate(IngCount)
                        ELSE
                            MOVE 'Y' TO IngOverflow
                        END-IF
                END-READ
            END-PERFORM
            CLOSE IngStockFile
        END-IF.

*> FIND (OR ADD) THE STOCK ROW FOR IS-Ingredient
FindIngRow.
        MOVE 0 TO IngIdx
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > IngCount
            IF TblIngName(Temp_Count) = IS-Ingredient
                MOVE Temp_Count TO IngIdx
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM
        IF IngIdx = 0 AND IngCount < 100
            ADD 1 TO IngCount
            MOVE IngCount TO IngIdx
            MOVE IS-Ingredient TO TblIngName(IngIdx)
            MOVE 0 TO TblIngQty(IngIdx)
            MOVE 0 TO TblIngCounted(IngIdx)
            MOVE 0 TO TblIngCountDate(IngIdx)
        END-IF.

SaveIngStock.
        OPEN OUTPUT IngStockFile
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > IngCount
            MOVE TblIngName(Temp_Count) TO IS-Ingredient
            MOVE TblIngQty(Temp_Count) TO IS-QtyOnHand
            MOVE TblIngCounted(Temp_Count) TO IS-CountedQty
            MOVE TblIngCountDate(Temp_Count) TO IS-CountDate
            WRITE IngStockData
            ADD 1 TO Temp_Count
        END-PERFORM
        CLOSE IngStockFile.

WriteProdJournal.
        OPEN EXTEND ProdFile
        IF ProdStatus NOT = "00"
            OPEN OUTPUT ProdFile *> the very first batch logged
        END-IF
        ACCEPT PL-Date FROM DATE YYYYMMDD
        ACCEPT WS-TimeRaw FROM TIME
        MOVE WS-TimeRaw(1:6) TO PL-Time
        MOVE WS-UserID TO PL-UserID
        MOVE WS-PrepIn TO PL-Prepared
        MOVE WS-BatchesIn TO PL-Batches
        MOVE WS-QtyMade TO PL-QtyMade
        WRITE ProdData
        CLOSE ProdFile.
