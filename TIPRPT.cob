        05 FILLER PIC X(18) VALUE "TOTAL TIPS HELD : ".
        05 PrnTotTips PIC $$$,$$9.99.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Tip-out for date (CCYYMMDD) : " WITH NO ADVANCING
WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE TipReport
MOVE "TipOut.rpt" TO RF-ReportName
MOVE "TIPRPT" TO RF-Program
MOVE WS-ReportDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Tip-out report written to TipOut.rpt"
STOP RUN.

