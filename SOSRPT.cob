        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SOSRPT. *> kitchen speed of service: fire-to-bump minutes by station, day-part and cashier -- average, 90th percentile and tickets over target
AUTHOR. Yanling.
DATE-WRITTEN.Sep 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT KitchenTimeFile ASSIGN TO "KitchenTime.dat" *> fired by the register, bumped by KITBUMP
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS KitTimeStatus.
        SELECT SosReport ASSIGN TO "SpeedOfService.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD KitchenTimeFile.
COPY KITTIME.

FD SosReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 KitTimeStatus PIC XX.
01 WS-FromDate PIC 9(8).
01 WS-ToDate PIC 9(8).
01 WS-TicketMins PIC S9(7).
01 WS-Bucket PIC 9(3).
01 WS-DayPart PIC X(10).
01 WS-GrpType PIC X(1).
01 WS-GrpKey PIC X(10).
01 WS-Unbumped PIC 9(5) VALUE 0.
01 WS-Timed PIC 9(5) VALUE 0.
01 WS-P90Need PIC 9(5).
01 WS-P90Cum PIC 9(5).
01 WS-P90Mins PIC 9(3).
01 WS-AvgMins PIC 9(3)V9.
01 WS-FireSplit.
        05 WS-FireHH PIC 9(2).
        05 WS-FireMM PIC 9(2).
        05 FILLER PIC 9(2).
01 WS-ReadySplit.
        05 WS-ReadyHH PIC 9(2).
        05 WS-ReadyMM PIC 9(2).
        05 FILLER PIC 9(2).
COPY RATES. *> TicketTargetMins

*> one row per station, day-part and cashier seen, each with a minute-by-minute
*> histogram (the last slot holds anything past two hours) for the percentile
01 GroupTable.
        05 GroupEntry OCCURS 40 TIMES.
            10 TblGrpType PIC X(1). *> S = station, D = day-part, C = cashier
            10 TblGrpKey PIC X(10).
            10 TblGrpCount PIC 9(5).
            10 TblGrpMins PIC 9(7).
            10 TblGrpOver PIC 9(5).
            10 TblGrpHist PIC 9(5) OCCURS 122 TIMES.
01 GroupCount PIC 99 VALUE 0.
01 GrpSub PIC 99.
01 MatchedGrpIdx PIC 99.
01 HistSub PIC 9(3).
01 WS-GroupOverflow PIC X VALUE 'N'.

01 PageHeading.
        05 FILLER PIC X(25) VALUE "SPEED OF SERVICE         ".
        05 PrnFromDate PIC 9(8).
        05 FILLER PIC X(4) VALUE " TO ".
        05 PrnToDate PIC 9(8).
        05 FILLER PIC X(10) VALUE "  TARGET ".
        05 PrnTarget PIC ZZ9.
        05 FILLER PIC X(5) VALUE " MINS".
01 SectionHeading.
        05 FILLER PIC X(4) VALUE "BY ".
        05 PrnSection PIC X(20).
01 Heads PIC X(70) VALUE
    "            Tickets   Avg Mins   90th Pct   Over Target   Over %".
01 GroupLine.
        05 PrnGrpKey PIC X(10).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnGrpCount PIC ZZZZ9.
        05 FILLER PIC X(5) VALUE SPACE.
        05 PrnGrpAvg PIC ZZ9.9.
        05 FILLER PIC X(6) VALUE SPACE.
        05 PrnGrpP90 PIC ZZ9.
        05 PrnGrpP90Plus PIC X(1).
        05 FILLER PIC X(7) VALUE SPACE.
        05 PrnGrpOver PIC ZZZZ9.
        05 FILLER PIC X(5) VALUE SPACE.
        05 PrnGrpOverPct PIC ZZ9.9.
01 WS-OverPct PIC 9(3)V9.
01 SummaryLine1.
        05 FILLER PIC X(30) VALUE "Tickets timed            : ".
        05 PrnTimed PIC ZZZZ9.
01 SummaryLine2.
        05 FILLER PIC X(30) VALUE "Fired but never bumped   : ".
        05 PrnUnbumped PIC ZZZZ9.
01 OverflowLine PIC X(60) VALUE
    "*** MORE THAN 40 GROUPS -- LATER STATIONS/CASHIERS OMITTED".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "From date (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-FromDate
DISPLAY "To date   (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-ToDate

OPEN INPUT KitchenTimeFile
IF KitTimeStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ KitchenTimeFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END PERFORM TallyTicket
            END-READ
        END-PERFORM
        CLOSE KitchenTimeFile
END-IF

OPEN OUTPUT SosReport
MOVE WS-FromDate TO PrnFromDate
MOVE WS-ToDate TO PrnToDate
MOVE TicketTargetMins TO PrnTarget
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE

MOVE "STATION" TO PrnSection
MOVE 'S' TO WS-GrpType
PERFORM PrintSection
MOVE "DAY-PART" TO PrnSection
MOVE 'D' TO WS-GrpType
PERFORM PrintSection
MOVE "CASHIER" TO PrnSection
MOVE 'C' TO WS-GrpType
PERFORM PrintSection

IF WS-GroupOverflow = 'Y'
        WRITE PrintLine FROM OverflowLine AFTER ADVANCING 2 LINES
END-IF
MOVE WS-Timed TO PrnTimed
WRITE PrintLine FROM SummaryLine1 AFTER ADVANCING 3 LINES
MOVE WS-Unbumped TO PrnUnbumped
WRITE PrintLine FROM SummaryLine2 AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE SosReport
MOVE "SpeedOfService.rpt" TO RF-ReportName
MOVE "SOSRPT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Speed of service written to SpeedOfService.rpt"
STOP RUN.

*> A BUMPED TICKET FIRED INSIDE THE RANGE COUNTS ONCE UNDER ITS STATION,
*> ITS DAY-PART AND THE CASHIER WHO RANG IT
TallyTicket.
IF KS-FireDate NOT < WS-FromDate AND KS-FireDate NOT > WS-ToDate
        IF KS-Status = 'B'
            ADD 1 TO WS-Timed
            MOVE KS-FireTime TO WS-FireSplit
            MOVE KS-ReadyTime TO WS-ReadySplit
            COMPUTE WS-TicketMins =
                (FUNCTION INTEGER-OF-DATE(KS-ReadyDate)
                 - FUNCTION INTEGER-OF-DATE(KS-FireDate)) * 1440
                + (WS-ReadyHH * 60 + WS-ReadyMM)
                - (WS-FireHH * 60 + WS-FireMM)
            IF WS-TicketMins < 0
                MOVE 0 TO WS-TicketMins
            END-IF
            IF WS-TicketMins > 120
                MOVE 122 TO WS-Bucket
            ELSE
                COMPUTE WS-Bucket = WS-TicketMins + 1
            END-IF
            EVALUATE TRUE
                WHEN WS-FireHH < 11
                    MOVE "BREAKFAST" TO WS-DayPart
                WHEN WS-FireHH < 15
                    MOVE "LUNCH" TO WS-DayPart
                WHEN WS-FireHH < 17
                    MOVE "AFTERNOON" TO WS-DayPart
                WHEN WS-FireHH < 22
                    MOVE "DINNER" TO WS-DayPart
                WHEN OTHER
                    MOVE "LATE" TO WS-DayPart
            END-EVALUATE
            MOVE 'S' TO WS-GrpType
            MOVE KS-Station TO WS-GrpKey
            PERFORM PostToGroup
            MOVE 'D' TO WS-GrpType
            MOVE WS-DayPart TO WS-GrpKey
            PERFORM PostToGroup
            MOVE 'C' TO WS-GrpType
            MOVE KS-UserID TO WS-GrpKey
            PERFORM PostToGroup
        ELSE
            ADD 1 TO WS-Unbumped
        END-IF
END-IF.

PostToGroup.
MOVE 0 TO MatchedGrpIdx
MOVE 1 TO GrpSub
PERFORM UNTIL GrpSub > GroupCount OR MatchedGrpIdx > 0
        IF TblGrpType(GrpSub) = WS-GrpType AND TblGrpKey(GrpSub) = WS-GrpKey
            MOVE GrpSub TO MatchedGrpIdx
        END-IF
        ADD 1 TO GrpSub
END-PERFORM
IF MatchedGrpIdx = 0
        IF GroupCount < 40
            ADD 1 TO GroupCount
            MOVE GroupCount TO MatchedGrpIdx
            MOVE WS-GrpType TO TblGrpType(MatchedGrpIdx)
            MOVE WS-GrpKey TO TblGrpKey(MatchedGrpIdx)
            MOVE 0 TO TblGrpCount(MatchedGrpIdx)
            MOVE 0 TO TblGrpMins(MatchedGrpIdx)
            MOVE 0 TO TblGrpOver(MatchedGrpIdx)
            MOVE 1 TO HistSub
            PERFORM UNTIL HistSub > 122
                MOVE 0 TO TblGrpHist(MatchedGrpIdx, HistSub)
                ADD 1 TO HistSub
            END-PERFORM
        ELSE
            MOVE 'Y' TO WS-GroupOverflow
        END-IF
END-IF
IF MatchedGrpIdx > 0
        ADD 1 TO TblGrpCount(MatchedGrpIdx)
        ADD WS-TicketMins TO TblGrpMins(MatchedGrpIdx)
        ADD 1 TO TblGrpHist(MatchedGrpIdx, WS-Bucket)
        IF WS-TicketMins > TicketTargetMins
            ADD 1 TO TblGrpOver(MatchedGrpIdx)
        END-IF
END-IF.

PrintSection.
WRITE PrintLine FROM SectionHeading AFTER ADVANCING 3 LINES
WRITE PrintLine FROM Heads AFTER ADVANCING 1 LINE
MOVE 1 TO GrpSub
PERFORM UNTIL GrpSub > GroupCount
        IF TblGrpType(GrpSub) = WS-GrpType
            PERFORM PrintGroup
        END-IF
        ADD 1 TO GrpSub
END-PERFORM.

*> THE 90TH PERCENTILE IS THE FIRST MINUTE AT WHICH 90% OF THE GROUP'S
*> TICKETS HAD BEEN BUMPED -- "120+" WHEN IT FALLS IN THE OVERFLOW SLOT
PrintGroup.
MOVE TblGrpKey(GrpSub) TO PrnGrpKey
MOVE TblGrpCount(GrpSub) TO PrnGrpCount
COMPUTE WS-AvgMins ROUNDED = TblGrpMins(GrpSub) / TblGrpCount(GrpSub)
MOVE WS-AvgMins TO PrnGrpAvg
COMPUTE WS-P90Need = (TblGrpCount(GrpSub) * 9 + 9) / 10
MOVE 0 TO WS-P90Cum
MOVE 0 TO WS-P90Mins
MOVE 1 TO HistSub
PERFORM UNTIL HistSub > 122 OR WS-P90Cum NOT < WS-P90Need
        ADD TblGrpHist(GrpSub, HistSub) TO WS-P90Cum
        IF WS-P90Cum NOT < WS-P90Need
            COMPUTE WS-P90Mins = HistSub - 1
        END-IF
        ADD 1 TO HistSub
END-PERFORM
IF WS-P90Mins > 120
        MOVE 120 TO PrnGrpP90
        MOVE "+" TO PrnGrpP90Plus
ELSE
        MOVE WS-P90Mins TO PrnGrpP90
        MOVE SPACE TO PrnGrpP90Plus
END-IF
MOVE TblGrpOver(GrpSub) TO PrnGrpOver
COMPUTE WS-OverPct ROUNDED = TblGrpOver(GrpSub) * 100 / TblGrpCount(GrpSub)
MOVE WS-OverPct TO PrnGrpOverPct
WRITE PrintLine FROM GroupLine AFTER ADVANCING 1 LINE.
