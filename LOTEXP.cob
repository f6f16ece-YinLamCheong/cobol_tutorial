        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOTEXP. *> morning use-first report: every lot on the shelf going out of date in the next N days, by storage area, with the ones already past it flagged for a waste entry
AUTHOR. Yanling.
DATE-WRITTEN.Oct 2nd 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT WorkFile ASSIGN TO 'lotexp.tmp'. *> SORT work file, like CUSTLIST's
        SELECT StockLotFile ASSIGN TO "StockLot.dat" *> one lot per delivery line, drawn down by LOTDRAW
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StockLotStatus.
        SELECT MenuFile ASSIGN TO "Menu.dat" *> item names for the kitchen's eyes
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MenuID
            FILE STATUS IS MenuFileStatus.
        SELECT ExpReport ASSIGN TO "LotExpiry.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
SD WorkFile.
01 WLotData.
        02 WLotRef PIC X(12).
        02 WMenuID PIC X(4).
        02 WPONo PIC 9(5).
        02 WSupplierID PIC X(4).
        02 WRecvDate PIC 9(8).
        02 WUseBy PIC 9(8).
        02 WArea PIC X(8).
        02 WQtyRecv PIC 9(5).
        02 WQtyLeft PIC 9(5).

FD StockLotFile.
COPY STKLOT.

FD MenuFile.
COPY MENUREC.

FD ExpReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 StockLotStatus PIC XX.
01 MenuFileStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-DaysAhead PIC 9(3).
01 WS-Horizon PIC 9(8).
01 WS-DaysLeft PIC S9(5).
01 WS-LastArea PIC X(8) VALUE HIGH-VALUES.
01 WS-LotsListed PIC 9(5) VALUE 0.
01 WS-LotsPast PIC 9(5) VALUE 0.

01 PageHeading.
        05 FILLER PIC X(30) VALUE "LOTS TO USE FIRST -- AS AT    ".
        05 PrnToday PIC 9(8).
        05 FILLER PIC X(12) VALUE ", NEXT      ".
        05 PrnDaysAhead PIC ZZ9.
        05 FILLER PIC X(5) VALUE " DAYS".
01 AreaHeading.
        05 FILLER PIC X(15) VALUE "STORAGE AREA : ".
        05 PrnArea PIC X(8).
01 Heads PIC X(90) VALUE
    "  Lot           Item  Item Name             Use By    Days   Left  Received".
01 LotDetailLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnLotRef PIC X(12).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnMenuID PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnItemName PIC X(20).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnUseBy PIC 9(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDaysLeft PIC -ZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnQtyLeft PIC ZZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRecvDate PIC 9(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnFlag PIC X(12).
01 SummaryLine.
        05 PrnSumText PIC X(36).
        05 PrnSumCount PIC ZZZZ9.
01 WasteNote PIC X(80) VALUE
    "WASTE = past its use-by date -- bin it and log it in WASTELOG before service".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Lots going out of date within how many days : " WITH NO ADVANCING
ACCEPT WS-DaysAhead
ACCEPT WS-Today FROM DATE YYYYMMDD
COMPUTE WS-Horizon = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-Today) + WS-DaysAhead)

*> make sure StockLot.dat is there before SORT tries to open it
OPEN INPUT StockLotFile
IF StockLotStatus NOT = "00"
        DISPLAY "StockLot.dat not found -- nothing received by lot yet."
        STOP RUN
END-IF
CLOSE StockLotFile

OPEN INPUT MenuFile
SORT WorkFile ON ASCENDING KEY WArea ASCENDING KEY WUseBy ASCENDING KEY WRecvDate
        USING StockLotFile
        OUTPUT PROCEDURE IS PrintSortedLots
IF MenuFileStatus = "00"
        CLOSE MenuFile
END-IF
DISPLAY WS-LotsListed " lot(s) to use first, " WS-LotsPast " past use-by -- written to LotExpiry.rpt"
STOP RUN.

PrintSortedLots.
OPEN OUTPUT ExpReport
MOVE WS-Today TO PrnToday
MOVE WS-DaysAhead TO PrnDaysAhead
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
RETURN WorkFile
        AT END MOVE 'Y' TO WSEOF
END-RETURN
PERFORM ConsiderOneLot UNTIL WSEOF = 'Y'
MOVE "Lots to use first                 : " TO PrnSumText
MOVE WS-LotsListed TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 3 LINES
MOVE "Lots past use-by, for waste       : " TO PrnSumText
MOVE WS-LotsPast TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
IF WS-LotsPast > 0
        WRITE PrintLine FROM WasteNote AFTER ADVANCING 2 LINES
END-IF
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ExpReport
MOVE "LotExpiry.rpt" TO RF-ReportName
MOVE "LOTEXP" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate.

*> ONLY A LOT STILL ON THE SHELF THAT GOES OFF BY THE HORIZON IS LISTED --
*> A NEW STORAGE AREA STARTS ITS OWN BLOCK
ConsiderOneLot.
IF WQtyLeft > 0 AND WUseBy > 0 AND WUseBy NOT > WS-Horizon
        IF WArea NOT = WS-LastArea
            MOVE WArea TO WS-LastArea
            MOVE WArea TO PrnArea
            WRITE PrintLine FROM AreaHeading AFTER ADVANCING 3 LINES
            WRITE PrintLine FROM Heads AFTER ADVANCING 1 LINE
        END-IF
        PERFORM WriteLotLine
END-IF
RETURN WorkFile
        AT END MOVE 'Y' TO WSEOF
END-RETURN.

WriteLotLine.
MOVE WLotRef TO PrnLotRef
MOVE WMenuID TO PrnMenuID
MOVE SPACE TO PrnItemName
IF MenuFileStatus = "00"
        MOVE WMenuID TO MenuID
        READ MenuFile KEY IS MenuID
            INVALID KEY MOVE "(NOT ON MENU)" TO PrnItemName
            NOT INVALID KEY MOVE MenuItemName TO PrnItemName
        END-READ
END-IF
MOVE WUseBy TO PrnUseBy
COMPUTE WS-DaysLeft = FUNCTION INTEGER-OF-DATE(WUseBy)
        - FUNCTION INTEGER-OF-DATE(WS-Today)
MOVE WS-DaysLeft TO PrnDaysLeft
MOVE WQtyLeft TO PrnQtyLeft
MOVE WRecvDate TO PrnRecvDate
IF WUseBy < WS-Today
        MOVE "WASTE" TO PrnFlag
        ADD 1 TO WS-LotsPast
ELSE
        MOVE SPACE TO PrnFlag
END-IF
WRITE PrintLine FROM LotDetailLine AFTER ADVANCING 1 LINE
ADD 1 TO WS-LotsListed.
