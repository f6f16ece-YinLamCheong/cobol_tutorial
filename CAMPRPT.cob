        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CAMPRPT. *> bonus-points campaign cost: per campaign, the orders it paid out on, the bonus points issued and what they cost at PointValue
AUTHOR. Yanling.
DATE-WRITTEN.Sep 28th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT PtsBonusFile ASSIGN TO "PtsBonus.dat" *> one record per payout, appended by testPOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PtsBonusStatus.
        SELECT CampFile ASSIGN TO "PointsCamp.dat" *> descriptions for the report lines
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CampFileStatus.
        SELECT CampReport ASSIGN TO "CampaignCost.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PtsBonusFile.
COPY PTSBONUS.

FD CampFile.
COPY PTSCAMP.

FD CampReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 PtsBonusStatus PIC XX.
01 CampFileStatus PIC XX.
01 WS-FromDate PIC 9(8).
01 WS-ToDate PIC 9(8).

COPY RATES. *> PointValue

01 PageHeading.
        05 FILLER PIC X(26) VALUE "POINTS CAMPAIGN COST      ".
        05 PrnFromDate PIC 9(8).
        05 FILLER PIC X(4) VALUE " TO ".
        05 PrnToDate PIC 9(8).
01 Heads PIC X(80) VALUE
    "Campaign  Description           Orders  Bonus Points        Cost".
01 CampDetailLine.
        05 PrnCampID PIC X(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDesc PIC X(20).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnOrders PIC ZZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnBonus PIC ZZZ,ZZZ,ZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnCost PIC $$$,$$9.99.
01 TotalsLine.
        05 FILLER PIC X(32) VALUE "TOTAL".
        05 PrnTotOrders PIC ZZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnTotBonus PIC ZZZ,ZZZ,ZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnTotCost PIC $$$,$$9.99.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".

*> one accumulator row per campaign -- every rule on file, then any payout
*> whose rule has since been taken off the file
01 CampTable.
        05 CampEntry OCCURS 40 TIMES.
            10 TblCampID PIC X(8).
            10 TblCampDesc PIC X(20).
            10 TblOrders PIC 9(5).
            10 TblBonus PIC 9(9).
01 CampCount PIC 99 VALUE 0.
01 CampIdx PIC 99.
01 Temp_Count PIC 99.
01 WS-Cost PIC 9(7)V99.
01 TotOrders PIC 9(5) VALUE 0.
01 TotBonus PIC 9(9) VALUE 0.
01 TotCost PIC 9(7)V99 VALUE 0.
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "From date (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-FromDate
DISPLAY "To date   (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-ToDate

OPEN INPUT CampFile
IF CampFileStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ CampFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF CampCount < 40
                        ADD 1 TO CampCount
                        MOVE PC-CampID TO TblCampID(CampCount)
                        MOVE PC-Desc TO TblCampDesc(CampCount)
                        MOVE 0 TO TblOrders(CampCount)
                        MOVE 0 TO TblBonus(CampCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CampFile
END-IF

OPEN INPUT PtsBonusFile
IF PtsBonusStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ PtsBonusFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF PB-Date NOT < WS-FromDate AND PB-Date NOT > WS-ToDate
                        PERFORM TallyPayout
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PtsBonusFile
END-IF

OPEN OUTPUT CampReport
MOVE WS-FromDate TO PrnFromDate
MOVE WS-ToDate TO PrnToDate
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > CampCount
        COMPUTE WS-Cost ROUNDED = TblBonus(Temp_Count) * PointValue
        MOVE TblCampID(Temp_Count) TO PrnCampID
        MOVE TblCampDesc(Temp_Count) TO PrnDesc
        MOVE TblOrders(Temp_Count) TO PrnOrders
        MOVE TblBonus(Temp_Count) TO PrnBonus
        MOVE WS-Cost TO PrnCost
        WRITE PrintLine FROM CampDetailLine AFTER ADVANCING 1 LINE
        ADD TblOrders(Temp_Count) TO TotOrders
        ADD TblBonus(Temp_Count) TO TotBonus
        ADD WS-Cost TO TotCost
        ADD 1 TO Temp_Count
END-PERFORM
MOVE TotOrders TO PrnTotOrders
MOVE TotBonus TO PrnTotBonus
MOVE TotCost TO PrnTotCost
WRITE PrintLine FROM TotalsLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE CampReport
MOVE "CampaignCost.rpt" TO RF-ReportName
MOVE "CAMPRPT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY TotBonus " bonus point(s) issued, campaign cost written to CampaignCost.rpt"
STOP RUN.

TallyPayout.
MOVE 0 TO CampIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > CampCount
        IF TblCampID(Temp_Count) = PB-CampID
            MOVE Temp_Count TO CampIdx
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF CampIdx = 0 AND CampCount < 40
        ADD 1 TO CampCount
        MOVE CampCount TO CampIdx
        MOVE PB-CampID TO TblCampID(CampIdx)
        MOVE "(NO LONGER ON FILE)" TO TblCampDesc(CampIdx)
        MOVE 0 TO TblOrders(CampIdx)
        MOVE 0 TO TblBonus(CampIdx)
END-IF
IF CampIdx > 0
        ADD 1 TO TblOrders(CampIdx)
        ADD PB-BonusPts TO TblBonus(CampIdx)
END-IF.
