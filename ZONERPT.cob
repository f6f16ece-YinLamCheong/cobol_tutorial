        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ZONERPT. *> delivery zone performance: out-to-delivered minutes against the quoted time, and deliveries late on their promise, by zone and driver
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT DelivFile ASSIGN TO "Deliv.dat" *> placed by the register, run by DISPATCH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DelivStatus.
        SELECT DelivZoneFile ASSIGN TO "DelivZone.dat" *> zone names, kept by ZONEMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ZoneStatus.
        SELECT ZoneReport ASSIGN TO "ZoneRpt.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD DelivFile.
COPY DELIVREC.

FD DelivZoneFile.
COPY DLVZONE.

FD ZoneReport.
01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 DelivStatus PIC XX.
01 ZoneStatus PIC XX.
01 WS-FromDate PIC 9(8).
01 WS-ToDate PIC 9(8).
01 WS-ActualMins PIC S9(5).
01 WS-LateMins PIC S9(5).
01 WS-OutMins PIC 9(4).
01 WS-DelivMins PIC 9(4).
01 WS-PromiseMins PIC 9(4).
01 WS-AvgMins PIC 9(3)V9.
01 WS-LatePct PIC 9(3)V9.
01 WS-NoZone PIC 9(5) VALUE 0.
01 WS-NotBack PIC 9(5) VALUE 0.
01 WS-Measured PIC 9(5) VALUE 0.
01 WS-TimeSplit.
        05 WS-TimeHH PIC 9(2).
        05 WS-TimeMM PIC 9(2).
        05 FILLER PIC 9(2).

*> one row per zone and driver, sorted by zone then driver before printing
01 GroupTable.
        05 GroupEntry OCCURS 100 TIMES.
            10 TblZone PIC X(4).
            10 TblDriver PIC X(10).
            10 TblCount PIC 9(5).
            10 TblActMins PIC 9(7).
            10 TblQuoteMins PIC 9(7).
            10 TblLate PIC 9(5).
            10 TblLateMins PIC 9(7).
01 GroupCount PIC 9(3) VALUE 0.
01 GrpSub PIC 9(3).
01 SwapSub PIC 9(3).
01 MatchedGrpIdx PIC 9(3).
01 WS-SwapEntry PIC X(45).
01 WS-GroupOverflow PIC X VALUE 'N'.

*> the zone's running subtotal while its drivers print
01 WS-CurZone PIC X(4).
01 WS-ZoneCount PIC 9(5).
01 WS-ZoneActMins PIC 9(7).
01 WS-ZoneQuoteMins PIC 9(7).
01 WS-ZoneLate PIC 9(5).
01 WS-ZoneLateMins PIC 9(7).

01 ZoneNameTable.
        05 ZoneNameEntry OCCURS 50 TIMES.
            10 TblZnID PIC X(4).
            10 TblZnName PIC X(20).
01 ZoneNameCount PIC 99 VALUE 0.
01 ZnSub PIC 99.

01 PageHeading.
        05 FILLER PIC X(25) VALUE "DELIVERY ZONE PERFORMANCE".
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnFromDate PIC 9(8).
        05 FILLER PIC X(4) VALUE " TO ".
        05 PrnToDate PIC 9(8).
01 ZoneHeading.
        05 FILLER PIC X(6) VALUE "ZONE ".
        05 PrnZoneID PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnZoneName PIC X(20).
01 Heads PIC X(90) VALUE
    "  Driver      Deliveries  Avg Actual  Avg Quoted   Late   Late %  Avg Mins Late".
01 GroupLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDriver PIC X(10).
        05 FILLER PIC X(5) VALUE SPACE.
        05 PrnCount PIC ZZZZ9.
        05 FILLER PIC X(7) VALUE SPACE.
        05 PrnAvgActual PIC ZZ9.9.
        05 FILLER PIC X(7) VALUE SPACE.
        05 PrnAvgQuoted PIC ZZ9.9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnLate PIC ZZZZ9.
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnLatePct PIC ZZ9.9.
        05 FILLER PIC X(10) VALUE SPACE.
        05 PrnAvgLate PIC ZZ9.9.
01 SummaryLine1.
        05 FILLER PIC X(34) VALUE "Deliveries measured          : ".
        05 PrnMeasured PIC ZZZZ9.
01 SummaryLine2.
        05 FILLER PIC X(34) VALUE "Delivered with no zone       : ".
        05 PrnNoZone PIC ZZZZ9.
01 SummaryLine3.
        05 FILLER PIC X(34) VALUE "Still placed, assigned or out: ".
        05 PrnNotBack PIC ZZZZ9.
01 OverflowLine PIC X(60) VALUE
    "*** MORE THAN 100 ZONE/DRIVER PAIRS -- LATER PAIRS OMITTED".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "From date (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-FromDate
DISPLAY "To date   (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-ToDate

PERFORM LoadZoneNames

OPEN INPUT DelivFile
IF DelivStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ DelivFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END PERFORM TallyDelivery
            END-READ
        END-PERFORM
        CLOSE DelivFile
ELSE
        DISPLAY "Deliv.dat not found -- nothing to report."
        MOVE 8 TO RETURN-CODE
END-IF

*> EXCHANGE SORT BY ZONE THEN DRIVER -- THE TABLE IS SMALL
MOVE 1 TO GrpSub
PERFORM UNTIL GrpSub > GroupCount
        MOVE GrpSub TO SwapSub
        ADD 1 TO SwapSub
        PERFORM UNTIL SwapSub > GroupCount
            IF TblZone(SwapSub) < TblZone(GrpSub)
               OR (TblZone(SwapSub) = TblZone(GrpSub)
                   AND TblDriver(SwapSub) < TblDriver(GrpSub))
                MOVE GroupEntry(GrpSub) TO WS-SwapEntry
                MOVE GroupEntry(SwapSub) TO GroupEntry(GrpSub)
                MOVE WS-SwapEntry TO GroupEntry(SwapSub)
            END-IF
            ADD 1 TO SwapSub
        END-PERFORM
        ADD 1 TO GrpSub
END-PERFORM

OPEN OUTPUT ZoneReport
MOVE WS-FromDate TO PrnFromDate
MOVE WS-ToDate TO PrnToDate
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE

MOVE SPACE TO WS-CurZone
MOVE 1 TO GrpSub
PERFORM UNTIL GrpSub > GroupCount
        IF TblZone(GrpSub) NOT = WS-CurZone
            IF WS-CurZone NOT = SPACE
                PERFORM PrintZoneTotal
            END-IF
            PERFORM StartZone
        END-IF
        PERFORM PrintGroup
        ADD 1 TO GrpSub
END-PERFORM
IF WS-CurZone NOT = SPACE
        PERFORM PrintZoneTotal
END-IF

IF WS-GroupOverflow = 'Y'
        WRITE PrintLine FROM OverflowLine AFTER ADVANCING 2 LINES
        MOVE 8 TO RETURN-CODE
END-IF
MOVE WS-Measured TO PrnMeasured
WRITE PrintLine FROM SummaryLine1 AFTER ADVANCING 3 LINES
MOVE WS-NoZone TO PrnNoZone
WRITE PrintLine FROM SummaryLine2 AFTER ADVANCING 1 LINE
MOVE WS-NotBack TO PrnNotBack
WRITE PrintLine FROM SummaryLine3 AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ZoneReport
MOVE "ZoneRpt.rpt" TO RF-ReportName
MOVE "ZONERPT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Zone performance written to ZoneRpt.rpt"
STOP RUN.

LoadZoneNames.
OPEN INPUT DelivZoneFile
IF ZoneStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ DelivZoneFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE 1 TO ZnSub
                    PERFORM UNTIL ZnSub > ZoneNameCount
                                  OR TblZnID(ZnSub) = DZ-ZoneID
                        ADD 1 TO ZnSub
                    END-PERFORM
                    IF ZnSub > ZoneNameCount AND ZoneNameCount < 50
                        ADD 1 TO ZoneNameCount
                        MOVE DZ-ZoneID TO TblZnID(ZoneNameCount)
                        MOVE DZ-ZoneName TO TblZnName(ZoneNameCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DelivZoneFile
END-IF.

*> A DELIVERY IN THE RANGE COUNTS ONCE IT IS BACK (DELIVERED OR SETTLED).
*> MINUTES RUN FROM OUT THE DOOR TO DELIVERED; A RUN PAST MIDNIGHT GETS
*> THE DAY ADDED BACK, AND LATENESS IS TAKEN THE SHORT WAY ROUND THE CLOCK
TallyDelivery.
IF DV-Date NOT < WS-FromDate AND DV-Date NOT > WS-ToDate
        IF DV-Status = 'D' OR DV-Status = 'S'
            IF DV-ZoneID = SPACE OR DV-PromiseTime IS NOT NUMERIC
                ADD 1 TO WS-NoZone
            ELSE
                PERFORM MeasureDelivery
            END-IF
        ELSE
            ADD 1 TO WS-NotBack
        END-IF
END-IF.

MeasureDelivery.
ADD 1 TO WS-Measured
MOVE DV-OutTime TO WS-TimeSplit
COMPUTE WS-OutMins = WS-TimeHH * 60 + WS-TimeMM
MOVE DV-DelivTime TO WS-TimeSplit
COMPUTE WS-DelivMins = WS-TimeHH * 60 + WS-TimeMM
MOVE DV-PromiseTime TO WS-TimeSplit
COMPUTE WS-PromiseMins = WS-TimeHH * 60 + WS-TimeMM
COMPUTE WS-ActualMins = WS-DelivMins - WS-OutMins
IF WS-ActualMins < 0
        ADD 1440 TO WS-ActualMins
END-IF
COMPUTE WS-LateMins = WS-DelivMins - WS-PromiseMins
IF WS-LateMins > 720
        SUBTRACT 1440 FROM WS-LateMins
END-IF
IF WS-LateMins < -720
        ADD 1440 TO WS-LateMins
END-IF

MOVE 0 TO MatchedGrpIdx
MOVE 1 TO GrpSub
PERFORM UNTIL GrpSub > GroupCount OR MatchedGrpIdx > 0
        IF TblZone(GrpSub) = DV-ZoneID AND TblDriver(GrpSub) = DV-Driver
            MOVE GrpSub TO MatchedGrpIdx
        END-IF
        ADD 1 TO GrpSub
END-PERFORM
IF MatchedGrpIdx = 0
        IF GroupCount < 100
            ADD 1 TO GroupCount
            MOVE GroupCount TO MatchedGrpIdx
            MOVE DV-ZoneID TO TblZone(MatchedGrpIdx)
            MOVE DV-Driver TO TblDriver(MatchedGrpIdx)
            MOVE 0 TO TblCount(MatchedGrpIdx)
            MOVE 0 TO TblActMins(MatchedGrpIdx)
            MOVE 0 TO TblQuoteMins(MatchedGrpIdx)
            MOVE 0 TO TblLate(MatchedGrpIdx)
            MOVE 0 TO TblLateMins(MatchedGrpIdx)
        ELSE
            MOVE 'Y' TO WS-GroupOverflow
        END-IF
END-IF
IF MatchedGrpIdx > 0
        ADD 1 TO TblCount(MatchedGrpIdx)
        ADD WS-ActualMins TO TblActMins(MatchedGrpIdx)
        ADD DV-QuoteMins TO TblQuoteMins(MatchedGrpIdx)
        IF WS-LateMins > 0
            ADD 1 TO TblLate(MatchedGrpIdx)
            ADD WS-LateMins TO TblLateMins(MatchedGrpIdx)
        END-IF
END-IF.

StartZone.
MOVE TblZone(GrpSub) TO WS-CurZone
MOVE 0 TO WS-ZoneCount
MOVE 0 TO WS-ZoneActMins
MOVE 0 TO WS-ZoneQuoteMins
MOVE 0 TO WS-ZoneLate
MOVE 0 TO WS-ZoneLateMins
MOVE WS-CurZone TO PrnZoneID
MOVE "(not on zone table)" TO PrnZoneName
PERFORM VARYING ZnSub FROM 1 BY 1 UNTIL ZnSub > ZoneNameCount
        IF TblZnID(ZnSub) = WS-CurZone
            MOVE TblZnName(ZnSub) TO PrnZoneName
        END-IF
END-PERFORM
WRITE PrintLine FROM ZoneHeading AFTER ADVANCING 3 LINES
WRITE PrintLine FROM Heads AFTER ADVANCING 1 LINE.

PrintGroup.
MOVE TblDriver(GrpSub) TO PrnDriver
IF TblDriver(GrpSub) = SPACE
        MOVE "(none)" TO PrnDriver
END-IF
MOVE TblCount(GrpSub) TO PrnCount
COMPUTE WS-AvgMins ROUNDED = TblActMins(GrpSub) / TblCount(GrpSub)
MOVE WS-AvgMins TO PrnAvgActual
COMPUTE WS-AvgMins ROUNDED = TblQuoteMins(GrpSub) / TblCount(GrpSub)
MOVE WS-AvgMins TO PrnAvgQuoted
MOVE TblLate(GrpSub) TO PrnLate
COMPUTE WS-LatePct ROUNDED = TblLate(GrpSub) * 100 / TblCount(GrpSub)
MOVE WS-LatePct TO PrnLatePct
IF TblLate(GrpSub) > 0
        COMPUTE WS-AvgMins ROUNDED = TblLateMins(GrpSub) / TblLate(GrpSub)
ELSE
        MOVE 0 TO WS-AvgMins
END-IF
MOVE WS-AvgMins TO PrnAvgLate
WRITE PrintLine FROM GroupLine AFTER ADVANCING 1 LINE
ADD TblCount(GrpSub) TO WS-ZoneCount
ADD TblActMins(GrpSub) TO WS-ZoneActMins
ADD TblQuoteMins(GrpSub) TO WS-ZoneQuoteMins
ADD TblLate(GrpSub) TO WS-ZoneLate
ADD TblLateMins(GrpSub) TO WS-ZoneLateMins.

PrintZoneTotal.
MOVE "ZONE TOTAL" TO PrnDriver
MOVE WS-ZoneCount TO PrnCount
COMPUTE WS-AvgMins ROUNDED = WS-ZoneActMins / WS-ZoneCount
MOVE WS-AvgMins TO PrnAvgActual
COMPUTE WS-AvgMins ROUNDED = WS-ZoneQuoteMins / WS-ZoneCount
MOVE WS-AvgMins TO PrnAvgQuoted
MOVE WS-ZoneLate TO PrnLate
COMPUTE WS-LatePct ROUNDED = WS-ZoneLate * 100 / WS-ZoneCount
MOVE WS-LatePct TO PrnLatePct
IF WS-ZoneLate > 0
        COMPUTE WS-AvgMins ROUNDED = WS-ZoneLateMins / WS-ZoneLate
ELSE
        MOVE 0 TO WS-AvgMins
END-IF
MOVE WS-AvgMins TO PrnAvgLate
WRITE PrintLine FROM GroupLine AFTER ADVANCING 1 LINE.
