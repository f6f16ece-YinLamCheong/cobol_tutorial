        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOTTRACE. *> supplier recall trace: for one lot (or every lot of one item from one supplier), where it was received and stored, and each day and transaction it went out in
AUTHOR. Yanling.
DATE-WRITTEN.Oct 2nd 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT StockLotFile ASSIGN TO "StockLot.dat" *> one lot per delivery line, written by PORDER's receiving
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StockLotStatus.
        SELECT LotUseFile ASSIGN TO "LotUse.dat" *> every draw LOTDRAW took off a lot
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LotUseStatus.
        SELECT TraceReport ASSIGN TO "LotTrace.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD StockLotFile.
COPY STKLOT.

FD LotUseFile.
COPY LOTUSE.

FD TraceReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 StockLotStatus PIC XX.
01 LotUseStatus PIC XX.
01 WS-LotRefIn PIC X(12).
01 WS-MenuIDIn PIC X(4).
01 WS-SuppIn PIC X(4).
01 WS-LotSold PIC 9(7).
01 WS-LotWasted PIC 9(7).
01 WS-TotSold PIC 9(7) VALUE 0.
01 WS-TotWasted PIC 9(7) VALUE 0.
01 WS-TotLeft PIC 9(7) VALUE 0.

*> the lots the recall covers
01 LotTable.
        05 LotEntry OCCURS 50 TIMES.
            10 TblLotRef PIC X(12).
            10 TblLotMenuID PIC X(4).
            10 TblLotPONo PIC 9(5).
            10 TblLotSupp PIC X(4).
            10 TblLotRecvDate PIC 9(8).
            10 TblLotUseBy PIC 9(8).
            10 TblLotArea PIC X(8).
            10 TblLotQtyRecv PIC 9(5).
            10 TblLotQtyLeft PIC 9(5).
01 LotCount PIC 99 VALUE 0.
01 LotIdx PIC 99.

01 PageHeading PIC X(40) VALUE "STOCK LOT RECALL TRACE".
01 LotHeading.
        05 FILLER PIC X(6) VALUE "LOT : ".
        05 PrnLotRef PIC X(12).
        05 FILLER PIC X(8) VALUE "  ITEM ".
        05 PrnMenuID PIC X(4).
        05 FILLER PIC X(12) VALUE "  SUPPLIER ".
        05 PrnSupp PIC X(4).
        05 FILLER PIC X(6) VALUE "  PO ".
        05 PrnPONo PIC 9(5).
01 LotDetailHead.
        05 FILLER PIC X(12) VALUE "  Received  ".
        05 PrnRecvDate PIC 9(8).
        05 FILLER PIC X(10) VALUE "  Use by  ".
        05 PrnUseBy PIC 9(8).
        05 FILLER PIC X(9) VALUE "  Area   ".
        05 PrnArea PIC X(8).
        05 FILLER PIC X(7) VALUE "  Qty  ".
        05 PrnQtyRecv PIC ZZZZ9.
01 UseHeads PIC X(60) VALUE
    "    Date      Out     Trans No    Qty".
01 UseDetailLine.
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnUseDate PIC 9(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnUseSource PIC X(6).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnTransNo PIC Z(5)9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnUseQty PIC ZZZZ9.
01 LotTotalLine.
        05 FILLER PIC X(10) VALUE "    SOLD ".
        05 PrnLotSold PIC ZZZZZZ9.
        05 FILLER PIC X(10) VALUE "  WASTED ".
        05 PrnLotWasted PIC ZZZZZZ9.
        05 FILLER PIC X(18) VALUE "  STILL ON SHELF ".
        05 PrnLotLeft PIC ZZZZ9.
01 GrandTotalLine.
        05 FILLER PIC X(22) VALUE "ALL LOTS TRACED  SOLD ".
        05 PrnTotSold PIC ZZZZZZ9.
        05 FILLER PIC X(10) VALUE "  WASTED ".
        05 PrnTotWasted PIC ZZZZZZ9.
        05 FILLER PIC X(18) VALUE "  STILL ON SHELF ".
        05 PrnTotLeft PIC ZZZZZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Lot reference (blank = every lot of one item from one supplier) : " WITH NO ADVANCING
ACCEPT WS-LotRefIn
IF WS-LotRefIn = SPACE
        DISPLAY "Menu ID : " WITH NO ADVANCING
        ACCEPT WS-MenuIDIn
        DISPLAY "Supplier ID : " WITH NO ADVANCING
        ACCEPT WS-SuppIn
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
                IF (WS-LotRefIn NOT = SPACE AND LT-LotRef = WS-LotRefIn)
                    OR (WS-LotRefIn = SPACE AND LT-MenuID = WS-MenuIDIn
                        AND LT-SupplierID = WS-SuppIn)
                    PERFORM NoteLot
                END-IF
        END-READ
END-PERFORM
CLOSE StockLotFile
IF LotCount = 0
        DISPLAY "No lot on file matches -- nothing to trace."
        STOP RUN
END-IF

OPEN OUTPUT TraceReport
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
MOVE 1 TO LotIdx
PERFORM TraceOneLot UNTIL LotIdx > LotCount
MOVE WS-TotSold TO PrnTotSold
MOVE WS-TotWasted TO PrnTotWasted
MOVE WS-TotLeft TO PrnTotLeft
WRITE PrintLine FROM GrandTotalLine AFTER ADVANCING 3 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE TraceReport
MOVE "LotTrace.rpt" TO RF-ReportName
MOVE "LOTTRACE" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY LotCount " lot(s) traced -- written to LotTrace.rpt"
STOP RUN.

NoteLot.
IF LotCount < 50
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
END-IF.

*> ONE LOT: WHERE IT CAME FROM, THEN EVERY DRAW LOTDRAW TOOK OFF IT IN DATE ORDER
TraceOneLot.
MOVE TblLotRef(LotIdx) TO PrnLotRef
MOVE TblLotMenuID(LotIdx) TO PrnMenuID
MOVE TblLotSupp(LotIdx) TO PrnSupp
MOVE TblLotPONo(LotIdx) TO PrnPONo
WRITE PrintLine FROM LotHeading AFTER ADVANCING 3 LINES
MOVE TblLotRecvDate(LotIdx) TO PrnRecvDate
MOVE TblLotUseBy(LotIdx) TO PrnUseBy
MOVE TblLotArea(LotIdx) TO PrnArea
MOVE TblLotQtyRecv(LotIdx) TO PrnQtyRecv
WRITE PrintLine FROM LotDetailHead AFTER ADVANCING 1 LINE
WRITE PrintLine FROM UseHeads AFTER ADVANCING 2 LINES
MOVE 0 TO WS-LotSold
MOVE 0 TO WS-LotWasted
OPEN INPUT LotUseFile
IF LotUseStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ LotUseFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF LU-LotRef = TblLotRef(LotIdx)
                        AND LU-MenuID = TblLotMenuID(LotIdx)
                        PERFORM WriteUseLine
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LotUseFile
END-IF
MOVE WS-LotSold TO PrnLotSold
MOVE WS-LotWasted TO PrnLotWasted
MOVE TblLotQtyLeft(LotIdx) TO PrnLotLeft
WRITE PrintLine FROM LotTotalLine AFTER ADVANCING 1 LINE
ADD WS-LotSold TO WS-TotSold
ADD WS-LotWasted TO WS-TotWasted
ADD TblLotQtyLeft(LotIdx) TO WS-TotLeft
ADD 1 TO LotIdx.

WriteUseLine.
MOVE LU-Date TO PrnUseDate
MOVE LU-TransNo TO PrnTransNo
MOVE LU-Qty TO PrnUseQty
IF LU-Source = 'W'
        MOVE "WASTED" TO PrnUseSource
        ADD LU-Qty TO WS-LotWasted
ELSE
        MOVE "SOLD" TO PrnUseSource
        ADD LU-Qty TO WS-LotSold
END-IF
WRITE PrintLine FROM UseDetailLine AFTER ADVANCING 1 LINE.
