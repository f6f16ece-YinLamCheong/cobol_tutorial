        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DEPRPT. *> monthly container-deposit return: deposits charged on bottled lines less deposits paid back on returns, by item -- the net is what is owed to the deposit scheme
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT HistFile ASSIGN TO WS-HistFileName *> one day's archived journal at a time; the live log is swept too for an unarchived day
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HistFileStatus.
        SELECT DepReport ASSIGN TO "DepRemit.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD HistFile.
COPY SALESLOG.

FD DepReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 HistFileStatus PIC XX.
01 WS-Month PIC 9(6). *> CCYYMM being remitted
01 WS-NextMonth PIC 9(6). *> the month after, for the month-end date
01 WS-Today.
        05 WS-TodayYear PIC 9(4).
        05 WS-TodayMonth PIC 99.
        05 WS-TodayDay PIC 99.
01 WS-Day PIC 99.
01 WS-CurDate PIC 9(8).
01 WS-HistFileName PIC X(30).
01 WS-LastItemID PIC X(4). *> the item line a "DEP" line follows
01 WS-LastItemName PIC X(20).

01 CollectedTotal PIC 9(8)V99 VALUE 0.
01 RefundedTotal PIC 9(8)V99 VALUE 0.
01 SoldUnits PIC 9(6) VALUE 0.
01 ReturnedUnits PIC 9(6) VALUE 0.
01 NetLiability PIC S9(8)V99 VALUE 0.

*> one row per deposit-bearing item sold or returned in the month
01 ItemTable.
        05 ItemEntry OCCURS 50 TIMES.
            10 TblItemID PIC X(4).
            10 TblItemName PIC X(20).
            10 TblSoldQty PIC 9(5).
            10 TblCollected PIC 9(7)V99.
            10 TblReturnQty PIC 9(5).
            10 TblRefunded PIC 9(7)V99.
01 ItemCount PIC 99 VALUE 0.
01 ItemIdx PIC 99.
01 Temp_Count PIC 99.
01 WS-Overflow PIC X VALUE 'N'.

01 PageHeading.
        05 FILLER PIC X(36) VALUE "CONTAINER DEPOSIT RETURN FOR MONTH  ".
        05 PrnMonth PIC 9(6).
01 ItemHeads PIC X(80) VALUE
    "Item  Name                   Sold   Collected  Returned    Refunded".
01 ItemLine.
        05 PrnItemID PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnItemName PIC X(20).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnSoldQty PIC ZZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnCollected PIC $$$,$$9.99.
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnReturnQty PIC ZZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnRefunded PIC $$$,$$9.99.
01 NoItemLine PIC X(40) VALUE "  (no container deposits this month)".
01 OverflowLine PIC X(60) VALUE
    "*** MORE THAN 50 ITEMS -- LATER ITEMS IN THE TOTALS ONLY".
01 RemitLine.
        05 PrnRemitText PIC X(28).
        05 PrnRemitAmt PIC -$$,$$$,$$9.99.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
*> THE SCHEDULED MONTHLY RUN ANSWERS 0 -- THE MONTH JUST ENDED
DISPLAY "Remit for month (CCYYMM, 0 = last month) : " WITH NO ADVANCING
ACCEPT WS-Month
IF WS-Month = 0
        ACCEPT WS-Today FROM DATE YYYYMMDD
        IF WS-TodayMonth = 1
            COMPUTE WS-Month = (WS-TodayYear - 1) * 100 + 12
        ELSE
            COMPUTE WS-Month = WS-TodayYear * 100 + WS-TodayMonth - 1
        END-IF
END-IF

*> SWEEP EVERY DAY'S HISTORY FILE FOR THE MONTH, THEN THE LIVE LOG FOR
*> ANYTHING NOT YET ARCHIVED
MOVE 1 TO WS-Day
PERFORM UNTIL WS-Day > 31
        MOVE WS-Month TO WS-CurDate(1:6)
        MOVE WS-Day TO WS-CurDate(7:2)
        MOVE SPACE TO WS-HistFileName
        STRING "SalesLog_" DELIMITED BY SIZE
            WS-CurDate DELIMITED BY SIZE
            ".dat" DELIMITED BY SIZE
            INTO WS-HistFileName
        PERFORM SweepOneFile
        ADD 1 TO WS-Day
END-PERFORM
MOVE "SalesLog.dat" TO WS-HistFileName
PERFORM SweepOneFile

OPEN OUTPUT DepReport
MOVE WS-Month TO PrnMonth
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM ItemHeads AFTER ADVANCING 2 LINES
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > ItemCount
        MOVE TblItemID(Temp_Count) TO PrnItemID
        MOVE TblItemName(Temp_Count) TO PrnItemName
        MOVE TblSoldQty(Temp_Count) TO PrnSoldQty
        MOVE TblCollected(Temp_Count) TO PrnCollected
        MOVE TblReturnQty(Temp_Count) TO PrnReturnQty
        MOVE TblRefunded(Temp_Count) TO PrnRefunded
        WRITE PrintLine FROM ItemLine AFTER ADVANCING 1 LINE
        ADD 1 TO Temp_Count
END-PERFORM
IF ItemCount = 0
        WRITE PrintLine FROM NoItemLine AFTER ADVANCING 1 LINE
END-IF
IF WS-Overflow = 'Y'
        WRITE PrintLine FROM OverflowLine AFTER ADVANCING 1 LINE
END-IF
MOVE SPACE TO PrnItemID
MOVE "TOTAL" TO PrnItemName
MOVE SoldUnits TO PrnSoldQty
MOVE CollectedTotal TO PrnCollected
MOVE ReturnedUnits TO PrnReturnQty
MOVE RefundedTotal TO PrnRefunded
WRITE PrintLine FROM ItemLine AFTER ADVANCING 2 LINES

MOVE "Deposits collected        : " TO PrnRemitText
MOVE CollectedTotal TO PrnRemitAmt
WRITE PrintLine FROM RemitLine AFTER ADVANCING 3 LINES
MOVE "Less deposits refunded    : " TO PrnRemitText
MOVE RefundedTotal TO PrnRemitAmt
WRITE PrintLine FROM RemitLine AFTER ADVANCING 1 LINE
COMPUTE NetLiability = CollectedTotal - RefundedTotal
MOVE "NET LIABILITY TO REMIT    : " TO PrnRemitText
MOVE NetLiability TO PrnRemitAmt
WRITE PrintLine FROM RemitLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE DepReport
MOVE "DepRemit.rpt" TO RF-ReportName
MOVE "DEPRPT" TO RF-Program
*> FILED UNDER THE MONTH'S LAST DAY -- THE FIRST OF THE NEXT, LESS ONE DAY
MOVE 0 TO RF-BusDate
IF WS-Month(5:2) = "12"
        COMPUTE WS-NextMonth = WS-Month + 89
ELSE
        COMPUTE WS-NextMonth = WS-Month + 1
END-IF
IF WS-Month(5:2) NOT < "01" AND WS-Month(5:2) NOT > "12"
        COMPUTE RF-BusDate = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-NextMonth * 100 + 1) - 1)
END-IF
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Net deposit liability for " WS-Month " : " PrnRemitAmt ", see DepRemit.rpt"
STOP RUN.

SweepOneFile.
OPEN INPUT HistFile
IF HistFileStatus = "00"
        MOVE 'N' TO WSEOF
        MOVE SPACE TO WS-LastItemID
        PERFORM UNTIL WSEOF = 'Y'
            READ HistFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END PERFORM TallyRecord
            END-READ
        END-PERFORM
        CLOSE HistFile
END-IF.

*> A "DEP" LINE IS WRITTEN STRAIGHT AFTER THE ITEM IT WAS CHARGED ON, SO THE
*> LAST ITEM LINE SEEN NAMES IT; A 'B' RETURN CARRIES ITS ITEM ITSELF
TallyRecord.
IF SL-Date(1:6) = WS-Month AND SL-Training NOT = 'Y'
        EVALUATE SL-RecType
            WHEN 'I'
                IF SL-MenuID = "DEP"
                    ADD SL-Qty TO SoldUnits
                    ADD SL-Amount TO CollectedTotal
                    PERFORM FindItemRow
                    IF ItemIdx > 0
                        ADD SL-Qty TO TblSoldQty(ItemIdx)
                        ADD SL-Amount TO TblCollected(ItemIdx)
                    END-IF
                ELSE
                    MOVE SL-MenuID TO WS-LastItemID
                    MOVE SL-MenuItemName TO WS-LastItemName
                END-IF
            WHEN 'B'
                ADD SL-Qty TO ReturnedUnits
                ADD SL-Amount TO RefundedTotal
                MOVE SL-MenuID TO WS-LastItemID
                MOVE SL-MenuItemName TO WS-LastItemName
                PERFORM FindItemRow
                IF ItemIdx > 0
                    ADD SL-Qty TO TblReturnQty(ItemIdx)
                    ADD SL-Amount TO TblRefunded(ItemIdx)
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
END-IF.

FindItemRow.
MOVE 0 TO ItemIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > ItemCount
        IF TblItemID(Temp_Count) = WS-LastItemID
            MOVE Temp_Count TO ItemIdx
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF ItemIdx = 0
        IF ItemCount < 50
            ADD 1 TO ItemCount
            MOVE ItemCount TO ItemIdx
            MOVE WS-LastItemID TO TblItemID(ItemIdx)
            MOVE WS-LastItemName TO TblItemName(ItemIdx)
            MOVE 0 TO TblSoldQty(ItemIdx)
            MOVE 0 TO TblCollected(ItemIdx)
            MOVE 0 TO TblReturnQty(ItemIdx)
            MOVE 0 TO TblRefunded(ItemIdx)
        ELSE
            MOVE 'Y' TO WS-Overflow
        END-IF
END-IF.
