        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BASKET. *> market basket analysis: which menu items sell together on the same ticket -- pair counts, support, confidence each way and lift, overall and by day-part
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT SalesLog ASSIGN TO WS-LogFileName *> the 'I' item lines, grouped into tickets by SL-TransNo
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesLogStatus.
        SELECT BasketReport ASSIGN TO "MarketBasket.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SalesLog.
COPY SALESLOG.

FD BasketReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 SalesLogStatus PIC XX.
01 WS-FromDate PIC 9(8).
01 WS-ToDate PIC 9(8).
01 WS-TopN PIC 99. *> how many pairs each list shows
01 WS-MinPair PIC 9(3). *> pairs seen on fewer tickets than this are left out as noise
01 WS-LogFileName PIC X(30).
01 WS-SweepDate PIC 9(8).
01 WS-SweepInt PIC 9(7).

*> the ticket being gathered -- its distinct items, and when it was rung
01 WS-CurTransNo PIC 9(6) VALUE 0.
01 WS-CurDate PIC X(8) VALUE SPACE.
01 WS-CurDP PIC 9 VALUE 1.
01 WS-HourHH PIC 99.
01 BasketTable.
        05 BasketItem PIC 9(3) OCCURS 25 TIMES. *> subscripts into ItemTable
01 BasketCount PIC 99 VALUE 0.
01 BasketSub PIC 99.
01 BasketSub2 PIC 99.

01 TotalTickets PIC 9(7) VALUE 0.
01 MultiTickets PIC 9(7) VALUE 0. *> tickets carrying two or more different items

*> one row per menu item seen, with how many tickets carried it
01 ItemTable.
        05 ItemEntry OCCURS 150 TIMES.
            10 TblItemID PIC X(4).
            10 TblItemName PIC X(20).
            10 TblItemTickets PIC 9(7).
            10 TblItemDPTickets PIC 9(7) OCCURS 5 TIMES.
01 ItemCount PIC 9(3) VALUE 0.
01 ItemIdx PIC 9(3).
01 Temp_Count PIC 9(3).

*> one row per pair of items seen on the same ticket, the lower table row first
01 PairTable.
        05 PairEntry OCCURS 999 TIMES.
            10 TblPairA PIC 9(3).
            10 TblPairB PIC 9(3).
            10 TblPairTickets PIC 9(7).
            10 TblPairDPTickets PIC 9(7) OCCURS 5 TIMES.
            10 TblPairTaken PIC X(1). *> Y once listed in the ranking being printed
01 PairCount PIC 9(3) VALUE 0.
01 PairIdx PIC 9(3).
01 PairSub PIC 9(3).
01 WS-PairA PIC 9(3).
01 WS-PairB PIC 9(3).
01 WS-ItemOverflow PIC X VALUE 'N'.
01 WS-PairOverflow PIC X VALUE 'N'.

*> day-parts as the speed-of-service report splits the day
01 DayPartNameValues.
        05 FILLER PIC X(10) VALUE "BREAKFAST".
        05 FILLER PIC X(10) VALUE "LUNCH".
        05 FILLER PIC X(10) VALUE "AFTERNOON".
        05 FILLER PIC X(10) VALUE "DINNER".
        05 FILLER PIC X(10) VALUE "LATE".
01 DayPartNames REDEFINES DayPartNameValues.
        05 DayPartName PIC X(10) OCCURS 5 TIMES.
01 DPTickets PIC 9(7) OCCURS 5 TIMES.
01 DPSub PIC 9.
01 WS-RankDP PIC 9. *> 0 = rank over the whole day, else the day-part ranked
01 WS-RankCount PIC 99.
01 WS-RankBest PIC 9(3).
01 WS-RankBestCnt PIC 9(7).
01 WS-PairCnt PIC 9(7).
01 WS-BaseTickets PIC 9(7).
01 WS-ItemATickets PIC 9(7).
01 WS-ItemBTickets PIC 9(7).

01 PageHeading.
        05 FILLER PIC X(24) VALUE "MARKET BASKET ANALYSIS  ".
        05 PrnFromDate PIC 9(8).
        05 FILLER PIC X(4) VALUE " TO ".
        05 PrnToDate PIC 9(8).
01 TicketLine.
        05 FILLER PIC X(20) VALUE "Tickets analysed : ".
        05 PrnTickets PIC Z,ZZZ,ZZ9.
        05 FILLER PIC X(26) VALUE "   with 2 or more items : ".
        05 PrnMultiTickets PIC Z,ZZZ,ZZ9.
01 ExplainLine1 PIC X(90) VALUE
    "Support = share of tickets with the pair.  A>B = share of tickets with A that also had B.".
01 ExplainLine2 PIC X(90) VALUE
    "Lift over 1 = sold together more often than chance; under 1 = less.".
01 RankHeading.
        05 FILLER PIC X(13) VALUE "TOP PAIRS -- ".
        05 PrnRankName PIC X(10).
        05 FILLER PIC X(3) VALUE " (".
        05 PrnRankTickets PIC Z,ZZZ,ZZ9.
        05 FILLER PIC X(9) VALUE " tickets)".
01 PairHeads PIC X(90) VALUE
    "Item   Name              Item   Name             Tickets Support%  A>B%   B>A%   Lift".
01 PairLine.
        05 PrnItemA PIC X(4).
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnNameA PIC X(17).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnItemB PIC X(4).
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnNameB PIC X(17).
        05 PrnPairTickets PIC ZZZZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSupport PIC ZZ9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnConfAB PIC ZZ9.9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnConfBA PIC ZZ9.9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnLift PIC Z9.99.
01 WS-Support PIC 9(3)V99.
01 WS-ConfAB PIC 9(3)V9.
01 WS-ConfBA PIC 9(3)V9.
01 WS-Lift PIC 9(2)V99.
01 NoPairLine PIC X(40) VALUE "  (no pair seen often enough)".
01 ItemOverflowLine PIC X(70) VALUE
    "*** MORE THAN 150 ITEMS SOLD -- LATER ITEMS LEFT OUT OF THE PAIRS".
01 PairOverflowLine PIC X(70) VALUE
    "*** MORE THAN 999 DIFFERENT PAIRS -- LATER PAIRS LEFT OUT".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "From date (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-FromDate
DISPLAY "To date   (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-ToDate
DISPLAY "How many pairs to list (eg 20) : " WITH NO ADVANCING
ACCEPT WS-TopN
IF WS-TopN = 0
        MOVE 20 TO WS-TopN
END-IF
DISPLAY "Leave out pairs seen on fewer tickets than (eg 3) : " WITH NO ADVANCING
ACCEPT WS-MinPair
IF WS-MinPair = 0
        MOVE 1 TO WS-MinPair
END-IF
MOVE 1 TO DPSub
PERFORM UNTIL DPSub > 5
        MOVE 0 TO DPTickets(DPSub)
        ADD 1 TO DPSub
END-PERFORM

*> SWEEP THE DATED HISTORY FILES FOR THE RANGE, THEN THE LIVE LOG FOR
*> ANYTHING NOT YET ARCHIVED BY THE NIGHTLY CLOSE
MOVE WS-FromDate TO WS-SweepDate
PERFORM UNTIL WS-SweepDate > WS-ToDate
        MOVE SPACE TO WS-LogFileName
        STRING "SalesLog_" DELIMITED BY SIZE
            WS-SweepDate DELIMITED BY SIZE
            ".dat" DELIMITED BY SIZE
            INTO WS-LogFileName
        PERFORM SweepOneLog
        COMPUTE WS-SweepInt = FUNCTION INTEGER-OF-DATE(WS-SweepDate) + 1
        COMPUTE WS-SweepDate = FUNCTION DATE-OF-INTEGER(WS-SweepInt)
END-PERFORM
MOVE "SalesLog.dat" TO WS-LogFileName
PERFORM SweepOneLog

OPEN OUTPUT BasketReport
MOVE WS-FromDate TO PrnFromDate
MOVE WS-ToDate TO PrnToDate
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
MOVE TotalTickets TO PrnTickets
MOVE MultiTickets TO PrnMultiTickets
WRITE PrintLine FROM TicketLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ExplainLine1 AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ExplainLine2 AFTER ADVANCING 1 LINE
IF WS-ItemOverflow = 'Y'
        WRITE PrintLine FROM ItemOverflowLine AFTER ADVANCING 1 LINE
END-IF
IF WS-PairOverflow = 'Y'
        WRITE PrintLine FROM PairOverflowLine AFTER ADVANCING 1 LINE
END-IF

*> THE WHOLE DAY FIRST, THEN EACH DAY-PART THAT RANG ANY TICKETS
MOVE 0 TO WS-RankDP
PERFORM WriteRanking
MOVE 1 TO WS-RankDP
PERFORM UNTIL WS-RankDP > 5
        IF DPTickets(WS-RankDP) > 0
            PERFORM WriteRanking
        END-IF
        ADD 1 TO WS-RankDP
END-PERFORM

WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE BasketReport
MOVE "MarketBasket.rpt" TO RF-ReportName
MOVE "BASKET" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY TotalTickets " ticket(s), " PairCount " pair(s), see MarketBasket.rpt"
STOP RUN.

*> ONE JOURNAL FILE (A DATED HISTORY FILE OR THE LIVE LOG) -- A TICKET'S ITEM
*> LINES ARE WRITTEN TOGETHER, SO A NEW TRANSACTION NUMBER CLOSES THE LAST ONE
SweepOneLog.
OPEN INPUT SalesLog
IF SalesLogStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ SalesLog
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF SL-RecType = 'I' AND SL-Training NOT = 'Y'
                        AND SL-MenuID NOT = "SVC" *> the service charge, delivery fee and container
                        AND SL-MenuID NOT = "DLV" *> deposit are not menu items -- same carve-out as MENUENG
                        AND SL-MenuID NOT = "DEP"
                        AND SL-TransNo > 0 *> lines from before numbering can't be told apart into tickets
                        AND SL-Date NOT < WS-FromDate
                        AND SL-Date NOT > WS-ToDate
                        PERFORM NoteItemLine
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SalesLog
        PERFORM CloseBasket
END-IF
MOVE 'N' TO WSEOF.

NoteItemLine.
IF SL-TransNo NOT = WS-CurTransNo OR SL-Date NOT = WS-CurDate
        PERFORM CloseBasket
        MOVE SL-TransNo TO WS-CurTransNo
        MOVE SL-Date TO WS-CurDate
        MOVE SL-Time(1:2) TO WS-HourHH
        EVALUATE TRUE
            WHEN WS-HourHH < 11
                MOVE 1 TO WS-CurDP
            WHEN WS-HourHH < 15
                MOVE 2 TO WS-CurDP
            WHEN WS-HourHH < 17
                MOVE 3 TO WS-CurDP
            WHEN WS-HourHH < 22
                MOVE 4 TO WS-CurDP
            WHEN OTHER
                MOVE 5 TO WS-CurDP
        END-EVALUATE
END-IF
PERFORM FindItemRow
IF ItemIdx > 0
        *> THE SAME ITEM TWICE ON A TICKET IS STILL ONE ITEM IN THE BASKET
        MOVE 0 TO BasketSub2
        MOVE 1 TO BasketSub
        PERFORM UNTIL BasketSub > BasketCount
            IF BasketItem(BasketSub) = ItemIdx
                MOVE BasketSub TO BasketSub2
            END-IF
            ADD 1 TO BasketSub
        END-PERFORM
        IF BasketSub2 = 0 AND BasketCount < 25
            ADD 1 TO BasketCount
            MOVE ItemIdx TO BasketItem(BasketCount)
        END-IF
END-IF.

*> A FINISHED TICKET COUNTS ONCE FOR EACH ITEM ON IT AND ONCE FOR EVERY PAIR
CloseBasket.
IF BasketCount > 0
        ADD 1 TO TotalTickets
        ADD 1 TO DPTickets(WS-CurDP)
        IF BasketCount > 1
            ADD 1 TO MultiTickets
        END-IF
        MOVE 1 TO BasketSub
        PERFORM UNTIL BasketSub > BasketCount
            MOVE BasketItem(BasketSub) TO ItemIdx
            ADD 1 TO TblItemTickets(ItemIdx)
            ADD 1 TO TblItemDPTickets(ItemIdx, WS-CurDP)
            COMPUTE BasketSub2 = BasketSub + 1
            PERFORM UNTIL BasketSub2 > BasketCount
                IF BasketItem(BasketSub) < BasketItem(BasketSub2)
                    MOVE BasketItem(BasketSub) TO WS-PairA
                    MOVE BasketItem(BasketSub2) TO WS-PairB
                ELSE
                    MOVE BasketItem(BasketSub2) TO WS-PairA
                    MOVE BasketItem(BasketSub) TO WS-PairB
                END-IF
                PERFORM FindPairRow
                IF PairIdx > 0
                    ADD 1 TO TblPairTickets(PairIdx)
                    ADD 1 TO TblPairDPTickets(PairIdx, WS-CurDP)
                END-IF
                ADD 1 TO BasketSub2
            END-PERFORM
            ADD 1 TO BasketSub
        END-PERFORM
END-IF
MOVE 0 TO BasketCount
MOVE 0 TO WS-CurTransNo
MOVE SPACE TO WS-CurDate.

FindItemRow.
MOVE 0 TO ItemIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > ItemCount
        IF TblItemID(Temp_Count) = SL-MenuID
            MOVE Temp_Count TO ItemIdx
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF ItemIdx = 0
        IF ItemCount < 150
            ADD 1 TO ItemCount
            MOVE ItemCount TO ItemIdx
            MOVE SL-MenuID TO TblItemID(ItemIdx)
            MOVE SL-MenuItemName TO TblItemName(ItemIdx)
            MOVE 0 TO TblItemTickets(ItemIdx)
            MOVE 1 TO DPSub
            PERFORM UNTIL DPSub > 5
                MOVE 0 TO TblItemDPTickets(ItemIdx, DPSub)
                ADD 1 TO DPSub
            END-PERFORM
        ELSE
            MOVE 'Y' TO WS-ItemOverflow
        END-IF
END-IF.

FindPairRow.
MOVE 0 TO PairIdx
MOVE 1 TO PairSub
PERFORM UNTIL PairSub > PairCount
        IF TblPairA(PairSub) = WS-PairA AND TblPairB(PairSub) = WS-PairB
            MOVE PairSub TO PairIdx
        END-IF
        ADD 1 TO PairSub
END-PERFORM
IF PairIdx = 0
        IF PairCount < 999
            ADD 1 TO PairCount
            MOVE PairCount TO PairIdx
            MOVE WS-PairA TO TblPairA(PairIdx)
            MOVE WS-PairB TO TblPairB(PairIdx)
            MOVE 0 TO TblPairTickets(PairIdx)
            MOVE 1 TO DPSub
            PERFORM UNTIL DPSub > 5
                MOVE 0 TO TblPairDPTickets(PairIdx, DPSub)
                ADD 1 TO DPSub
            END-PERFORM
        ELSE
            MOVE 'Y' TO WS-PairOverflow
        END-IF
END-IF.

*> ONE RANKED LIST -- THE WHOLE DAY (WS-RankDP ZERO) OR ONE DAY-PART. THE
*> BUSIEST PAIR NOT YET LISTED IS PICKED EACH TIME ROUND, UP TO WS-TopN
WriteRanking.
IF WS-RankDP = 0
        MOVE "WHOLE DAY" TO PrnRankName
        MOVE TotalTickets TO WS-BaseTickets
ELSE
        MOVE DayPartName(WS-RankDP) TO PrnRankName
        MOVE DPTickets(WS-RankDP) TO WS-BaseTickets
END-IF
MOVE WS-BaseTickets TO PrnRankTickets
WRITE PrintLine FROM RankHeading AFTER ADVANCING 3 LINES
WRITE PrintLine FROM PairHeads AFTER ADVANCING 1 LINE
MOVE 1 TO PairSub
PERFORM UNTIL PairSub > PairCount
        MOVE 'N' TO TblPairTaken(PairSub)
        ADD 1 TO PairSub
END-PERFORM
MOVE 0 TO WS-RankCount
MOVE 1 TO WS-RankBest
PERFORM UNTIL WS-RankCount NOT < WS-TopN OR WS-RankBest = 0
        MOVE 0 TO WS-RankBest
        MOVE 0 TO WS-RankBestCnt
        MOVE 1 TO PairSub
        PERFORM UNTIL PairSub > PairCount
            PERFORM GetPairCount
            IF TblPairTaken(PairSub) = 'N'
                AND WS-PairCnt NOT < WS-MinPair
                AND WS-PairCnt > WS-RankBestCnt
                MOVE PairSub TO WS-RankBest
                MOVE WS-PairCnt TO WS-RankBestCnt
            END-IF
            ADD 1 TO PairSub
        END-PERFORM
        IF WS-RankBest > 0
            MOVE 'Y' TO TblPairTaken(WS-RankBest)
            ADD 1 TO WS-RankCount
            PERFORM WritePairLine
        END-IF
END-PERFORM
IF WS-RankCount = 0
        WRITE PrintLine FROM NoPairLine AFTER ADVANCING 1 LINE
END-IF.

GetPairCount.
IF WS-RankDP = 0
        MOVE TblPairTickets(PairSub) TO WS-PairCnt
ELSE
        MOVE TblPairDPTickets(PairSub, WS-RankDP) TO WS-PairCnt
END-IF.

*> SUPPORT, CONFIDENCE BOTH WAYS AND LIFT, ALL WITHIN THE TICKETS BEING RANKED
WritePairLine.
MOVE TblPairA(WS-RankBest) TO WS-PairA
MOVE TblPairB(WS-RankBest) TO WS-PairB
IF WS-RankDP = 0
        MOVE TblItemTickets(WS-PairA) TO WS-ItemATickets
        MOVE TblItemTickets(WS-PairB) TO WS-ItemBTickets
ELSE
        MOVE TblItemDPTickets(WS-PairA, WS-RankDP) TO WS-ItemATickets
        MOVE TblItemDPTickets(WS-PairB, WS-RankDP) TO WS-ItemBTickets
END-IF
MOVE TblItemID(WS-PairA) TO PrnItemA
MOVE TblItemName(WS-PairA) TO PrnNameA
MOVE TblItemID(WS-PairB) TO PrnItemB
MOVE TblItemName(WS-PairB) TO PrnNameB
MOVE WS-RankBestCnt TO PrnPairTickets
COMPUTE WS-Support ROUNDED = WS-RankBestCnt * 100 / WS-BaseTickets
COMPUTE WS-ConfAB ROUNDED = WS-RankBestCnt * 100 / WS-ItemATickets
COMPUTE WS-ConfBA ROUNDED = WS-RankBestCnt * 100 / WS-ItemBTickets
COMPUTE WS-Lift ROUNDED = (WS-RankBestCnt * WS-BaseTickets)
        / (WS-ItemATickets * WS-ItemBTickets)
    ON SIZE ERROR MOVE 99.99 TO WS-Lift
END-COMPUTE
MOVE WS-Support TO PrnSupport
MOVE WS-ConfAB TO PrnConfAB
MOVE WS-ConfBA TO PrnConfBA
MOVE WS-Lift TO PrnLift
WRITE PrintLine FROM PairLine AFTER ADVANCING 1 LINE.
