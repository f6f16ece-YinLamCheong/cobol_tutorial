            10 TblHourSales PIC 9(7)V99.
01 HourSub PIC 99.
01 WS-AvgTicket PIC 9(6)V99.
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "From date (CCYYMMDD) : " WITH NO ADVANCING
END-PERFORM
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE HourlyReport
MOVE "HourlySales.rpt" TO RF-ReportName
MOVE "HOURLYRPT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Hourly analysis written to HourlySales.rpt"
STOP RUN.


TallyHour.
IF SL-RecType = 'H' AND SL-Training NOT = 'Y'
        AND SL-MenuID NOT = "GIFT" AND SL-MenuID NOT = "CATD" AND SL-MenuID NOT = "PLAN" *> activations are liability movement, not sales -- same rule as DAILYSALES
        AND SL-Date NOT < WS-FromDate
        AND SL-Date NOT > WS-ToDate
        MOVE SL-Time(1:2) TO WS-Hour
        COMPUTE HourSub = WS-Hour + 1
        ADD 1 TO TblHourTrans(HourSub)
        ADD SL-Amount TO TblHourSales(HourSub)
END-IF
IF SL-RecType = 'I' AND SL-MenuID = "DEP" AND SL-Training NOT = 'Y' *> a container deposit is held for the scheme, not sold
        AND SL-Date NOT < WS-FromDate
        AND SL-Date NOT > WS-ToDate
        MOVE SL-Time(1:2) TO WS-Hour
        COMPUTE HourSub = WS-Hour + 1
        SUBTRACT SL-Amount FROM TblHourSales(HourSub)
END-IF.
