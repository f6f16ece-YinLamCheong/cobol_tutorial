        05 FILLER PIC X(28) VALUE "      earlier in range sold ".
        05 FILLER PIC X(3) VALUE "at ".
        05 PrnPriorPrice PIC $9,999.99.
01 WeightSoldLine.
        05 FILLER PIC X(28) VALUE "      sold by weight, total ".
        05 PrnKilos PIC ZZZZ9.999.
        05 FILLER PIC X(27) VALUE " KG (price shown is per KG)".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".

*> per-item accumulators off the journal's 'I' lines
        05 ItemEntry OCCURS 50 TIMES.
            10 TblItemID PIC X(4).
            10 TblItemName PIC X(20).
            10 TblItemUnits PIC 9(5). *> packs, for an item sold by weight
            10 TblItemRevenue PIC 9(7)V99.
            10 TblItemKilos PIC 9(5)V999. *> weight sold, zero for items sold by the unit
01 ItemTableCount PIC 99 VALUE 0.
01 FoundIdx PIC 99 VALUE 0.
01 Temp_Count PIC 99.
01 WS-PriceStraddles PIC X.
01 WS-PriorPrice PIC $9,999.99.
01 WS-PriorFound PIC X.
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "From date (CCYYMMDD) : " WITH NO ADVANCING

WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE EngReport
MOVE "MenuEngineering.rpt" TO RF-ReportName
MOVE "MENUENG" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
IF MenuFileStatus = "00"
        CLOSE MenuFile
END-IF
                NOT AT END
                    IF SL-RecType = 'I' AND SL-Training NOT = 'Y'
                        AND SL-MenuID NOT = "SVC" *> the service-charge pseudo-item is not a menu item -- same carve-out as the Z
                        AND SL-MenuID NOT = "DLV" *> nor is the delivery fee
                        AND SL-MenuID NOT = "DEP" *> nor a container deposit
                        AND SL-Date NOT < WS-FromDate
                        AND SL-Date NOT > WS-ToDate
                        PERFORM AccumulateItem
        MOVE SL-MenuItemName TO TblItemName(FoundIdx)
        MOVE 0 TO TblItemUnits(FoundIdx)
        MOVE 0 TO TblItemRevenue(FoundIdx)
        MOVE 0 TO TblItemKilos(FoundIdx)
END-IF
ADD SL-Qty TO TblItemUnits(FoundIdx)
ADD SL-Amount TO TblItemRevenue(FoundIdx)
IF SL-Weight IS NUMERIC
        ADD SL-Weight TO TblItemKilos(FoundIdx)
END-IF
ADD SL-Qty TO TotalUnits
IF SL-SizeCode NOT = SPACE
        PERFORM AccumulateSize
        MOVE "LOW" TO PrnFlag
END-IF
WRITE PrintLine FROM EngDetailLine AFTER ADVANCING 1 LINE
IF TblItemKilos(Temp_Count) > 0
        MOVE TblItemKilos(Temp_Count) TO PrnKilos
        WRITE PrintLine FROM WeightSoldLine AFTER ADVANCING 1 LINE
END-IF

IF WS-PriceStraddles = 'Y'
        PERFORM LookupPriorPrice
