        05 FILLER PIC X(24) VALUE "Prices activated      : ".
        05 PrnAppliedCount PIC ZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD
WRITE PrintLine FROM TotalsLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ActReport
MOVE "PriceActivation.rpt" TO RF-ReportName
MOVE "PRICEACT" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate

*> WRITE BACK ONLY THE ROWS STILL WAITING FOR THEIR DAY
OPEN OUTPUT PendPriceFile
