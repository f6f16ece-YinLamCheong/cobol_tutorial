        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOTDRAW. *> end-of-day lot draw-down: the day's item sales and waste come off StockLot.dat earliest use-by first, every draw journaled to LotUse.dat for recall tracing
AUTHOR. Yanling.
DATE-WRITTEN.Oct 2nd 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT StockLotFile ASSIGN TO "StockLot.dat" *> one lot per delivery line, written by PORDER's receiving
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StockLotStatus.
        SELECT LotUseFile ASSIGN TO "LotUse.dat" *> append-only draw journal, read by LOTTRACE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LotUseStatus.
        SELECT SalesLog ASSIGN TO WS-LogFileName *> the day's 'I' lines -- archive first, then the live log
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesLogStatus.
        SELECT WasteFile ASSIGN TO "WasteLog.dat" *> the day's binned units, drawn off the same lots
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WasteStatus.

DATA DIVISION.
FILE SECTION.
FD StockLotFile.
COPY STKLOT.

FD LotUseFile.
COPY LOTUSE.

FD SalesLog.
COPY SALESLOG.

FD WasteFile.
01 WasteData.
        02 WL-Date PIC 9(8).
        02 WL-Time PIC 9(6).
        02 WL-UserID PIC X(10).
        02 WL-MenuID PIC X(4).
        02 WL-Qty PIC 9(3).
        02 WL-Reason PIC X(4).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 StockLotStatus PIC XX.
01 LotUseStatus PIC XX.
01 SalesLogStatus PIC XX.
01 WasteStatus PIC XX.
01 WS-ReportDate PIC 9(8).
01 WS-LogFileName PIC X(30).
01 WS-AlreadyDrawn PIC X VALUE 'N'.

*> the whole lot file in storage for the rewrite -- refused after an overflowed load
01 LotTable.
        05 LotEntry OCCURS 500 TIMES.
            10 TblLotRef PIC X(12).
            10 TblLotMenuID PIC X(4).
            10 TblLotPONo PIC 9(5).
            10 TblLotSupp PIC X(4).
            10 TblLotRecvDate PIC 9(8).
            10 TblLotUseBy PIC 9(8).
            10 TblLotArea PIC X(8).
            10 TblLotQtyRecv PIC 9(5).
            10 TblLotQtyLeft PIC 9(5).
01 LotCount PIC 9(3) VALUE 0.
01 LotIdx PIC 9(3).
01 LotOverflow PIC X VALUE 'N'.
01 Temp_Count PIC 9(3).

*> one draw request: the item, how many, where from
01 WS-DrawMenuID PIC X(4).
01 WS-DrawQty PIC 9(5).
01 WS-DrawSource PIC X(1).
01 WS-DrawTransNo PIC 9(6).
01 WS-Take PIC 9(5).
01 WS-Tracked PIC X.
01 WS-BestKey PIC 9(16).
01 WS-LotKey PIC 9(16).

01 WS-UnitsDrawn PIC 9(7) VALUE 0.
01 WS-UnitsNoLot PIC 9(7) VALUE 0.
01 WS-DrawsWritten PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
DISPLAY "Draw stock lots down for sales of date (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-ReportDate

*> A DAY DRAWN TWICE WOULD TAKE ITS SALES OFF THE LOTS TWICE -- REFUSE
OPEN INPUT LotUseFile
IF LotUseStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ LotUseFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF LU-Date = WS-ReportDate
                        MOVE 'Y' TO WS-AlreadyDrawn
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LotUseFile
END-IF
MOVE 'N' TO WSEOF
IF WS-AlreadyDrawn = 'Y'
        DISPLAY "The lots have already been drawn down for " WS-ReportDate " -- nothing done."
        MOVE 8 TO RETURN-CODE
        STOP RUN
END-IF

OPEN INPUT StockLotFile
IF StockLotStatus NOT = "00"
        DISPLAY "StockLot.dat not found -- nothing received by lot yet."
        STOP RUN
END-IF
PERFORM UNTIL WSEOF = 'Y'
        READ StockLotFile
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                IF LotCount < 500
                    ADD 1 TO LotCount
                    MOVE LT-LotRef TO TblLotRef(LotCount)
                    MOVE LT-MenuID TO TblLotMenuID(LotCount)
                    MOVE LT-PONo TO TblLotPONo(LotCount)
                    MOVE LT-SupplierID TO TblLotSupp(LotCount)
                    MOVE LT-RecvDate TO TblLotRecvDate(LotCount)
                    MOVE LT-UseBy TO TblLotUseBy(LotCount)
                    MOVE LT-Area TO TblLotArea(LotCount)
                    MOVE LT-QtyRecv TO TblLotQtyRecv(LotCount)
                    MOVE LT-QtyLeft TO TblLotQtyLeft(LotCount)
                ELSE
                    MOVE 'Y' TO LotOverflow
                END-IF
        END-READ
END-PERFORM
CLOSE StockLotFile
MOVE 'N' TO WSEOF
IF LotOverflow = 'Y'
        DISPLAY "StockLot.dat holds more lots than this run can carry -- lots NOT drawn down."
        MOVE 8 TO RETURN-CODE
        STOP RUN
END-IF

OPEN EXTEND LotUseFile
IF LotUseStatus NOT = "00"
        OPEN OUTPUT LotUseFile *> the very first draw-down
END-IF

*> THE DAY'S SALES IN JOURNAL ORDER, SO EACH TRANSACTION IS TIED TO THE LOT
*> IT CAME OFF -- THE ARCHIVE FIRST (THE NIGHTLY CLOSE MAY ALREADY HAVE
*> ROLLED THE DAY AWAY), THEN THE LIVE LOG
MOVE SPACE TO WS-LogFileName
STRING "SalesLog_" DELIMITED BY SIZE
        WS-ReportDate DELIMITED BY SIZE
        ".dat" DELIMITED BY SIZE
        INTO WS-LogFileName
PERFORM SweepOneLog
MOVE "SalesLog.dat" TO WS-LogFileName
PERFORM SweepOneLog

*> THEN THE DAY'S WASTE -- AN EXPIRED LOT IS THE EARLIEST USE-BY, SO A
*> WASTE ENTRY FOR IT TAKES IT OFF THE SHELF
OPEN INPUT WasteFile
IF WasteStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ WasteFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF WL-Date = WS-ReportDate
                        MOVE WL-MenuID TO WS-DrawMenuID
                        MOVE WL-Qty TO WS-DrawQty
                        MOVE 'W' TO WS-DrawSource
                        MOVE 0 TO WS-DrawTransNo
                        PERFORM DrawFromLots
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WasteFile
END-IF
MOVE 'N' TO WSEOF
CLOSE LotUseFile

OPEN OUTPUT StockLotFile
MOVE 1 TO LotIdx
PERFORM UNTIL LotIdx > LotCount
        MOVE TblLotRef(LotIdx) TO LT-LotRef
        MOVE TblLotMenuID(LotIdx) TO LT-MenuID
        MOVE TblLotPONo(LotIdx) TO LT-PONo
        MOVE TblLotSupp(LotIdx) TO LT-SupplierID
        MOVE TblLotRecvDate(LotIdx) TO LT-RecvDate
        MOVE TblLotUseBy(LotIdx) TO LT-UseBy
        MOVE TblLotArea(LotIdx) TO LT-Area
        MOVE TblLotQtyRecv(LotIdx) TO LT-QtyRecv
        MOVE TblLotQtyLeft(LotIdx) TO LT-QtyLeft
        WRITE StockLotData
        ADD 1 TO LotIdx
END-PERFORM
CLOSE StockLotFile

DISPLAY WS-UnitsDrawn " unit(s) drawn off lots in " WS-DrawsWritten " draw(s)."
IF WS-UnitsNoLot > 0
        DISPLAY WS-UnitsNoLot " unit(s) of lot-tracked items found no lot on hand -- stock received outside PORDER?"
END-IF
STOP RUN.

*> ONE JOURNAL FILE (THE DAY'S ARCHIVE OR THE LIVE LOG) SWEPT FOR ITEMS SOLD
SweepOneLog.
OPEN INPUT SalesLog
IF SalesLogStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ SalesLog
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF SL-RecType = 'I' AND SL-Date = WS-ReportDate
                        AND SL-Training NOT = 'Y'
                        MOVE SL-MenuID TO WS-DrawMenuID
                        MOVE SL-Qty TO WS-DrawQty
                        MOVE 'S' TO WS-DrawSource
                        MOVE SL-TransNo TO WS-DrawTransNo
                        PERFORM DrawFromLots
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SalesLog
END-IF
MOVE 'N' TO WSEOF.

*> TAKE WS-DrawQty OF WS-DrawMenuID OFF ITS LOTS, EARLIEST USE-BY FIRST (A LOT
*> THAT DOES NOT GO OFF SORTS LAST), RECEIPT DATE BREAKING A TIE -- AN ITEM
*> NEVER RECEIVED BY LOT IS NOT LOT-TRACKED AND IS LEFT ALONE
DrawFromLots.
MOVE 'N' TO WS-Tracked
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > LotCount
        IF TblLotMenuID(Temp_Count) = WS-DrawMenuID
            MOVE 'Y' TO WS-Tracked
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF WS-Tracked = 'Y'
        MOVE 1 TO LotIdx
        PERFORM UNTIL WS-DrawQty = 0 OR LotIdx = 0
            PERFORM PickOldestLot
            IF LotIdx > 0
                IF TblLotQtyLeft(LotIdx) < WS-DrawQty
                    MOVE TblLotQtyLeft(LotIdx) TO WS-Take
                ELSE
                    MOVE WS-DrawQty TO WS-Take
                END-IF
                SUBTRACT WS-Take FROM TblLotQtyLeft(LotIdx)
                SUBTRACT WS-Take FROM WS-DrawQty
                ADD WS-Take TO WS-UnitsDrawn
                MOVE WS-ReportDate TO LU-Date
                MOVE TblLotRef(LotIdx) TO LU-LotRef
                MOVE WS-DrawMenuID TO LU-MenuID
                MOVE WS-DrawSource TO LU-Source
                MOVE WS-DrawTransNo TO LU-TransNo
                MOVE WS-Take TO LU-Qty
                WRITE LotUseData
                ADD 1 TO WS-DrawsWritten
            END-IF
        END-PERFORM
        ADD WS-DrawQty TO WS-UnitsNoLot
END-IF.

PickOldestLot.
MOVE 0 TO LotIdx
MOVE 9999999999999999 TO WS-BestKey
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > LotCount
        IF TblLotMenuID(Temp_Count) = WS-DrawMenuID
            AND TblLotQtyLeft(Temp_Count) > 0
            IF TblLotUseBy(Temp_Count) = 0
                COMPUTE WS-LotKey = 99999999 * 100000000 + TblLotRecvDate(Temp_Count)
            ELSE
                COMPUTE WS-LotKey = TblLotUseBy(Temp_Count) * 100000000
                    + TblLotRecvDate(Temp_Count)
            END-IF
            IF WS-LotKey < WS-BestKey
                MOVE WS-LotKey TO WS-BestKey
                MOVE Temp_Count TO LotIdx
            END-IF
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM.
