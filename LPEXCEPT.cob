01 WS-TotTrans PIC 9(7) VALUE 0.
01 WS-AvgRate PIC 9(3)V9 VALUE 0.
01 WS-UserRate PIC 9(3)V9.
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "From date (CCYYMMDD) : " WITH NO ADVANCING
WRITE PrintLine FROM AvgLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE LPReport
MOVE "LossPrev.rpt" TO RF-ReportName
MOVE "LPEXCEPT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Loss prevention report written to LossPrev.rpt"
STOP RUN.

*> UserIdx IS ZERO WHEN THE 20-CASHIER TABLE IS FULL -- SKIP, DON'T SUBSCRIPT ZERO
TallyRecord.
EVALUATE TRUE
    WHEN SL-RecType = 'H' AND (SL-MenuID = "GIFT" OR SL-MenuID = "CATD" OR SL-MenuID = "PLAN")
        CONTINUE *> activation = liability movement, not a sale -- same rule as DAILYSALES
    WHEN SL-RecType = 'H'
        PERFORM FindUserRow
