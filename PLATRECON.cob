        05 PrnSummaryText PIC X(30).
        05 PrnSummaryCount PIC ZZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Reconcile platform orders from (CCYYMMDD) : " WITH NO ADVANCING

WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ReconReport
MOVE "PlatRecon.rpt" TO RF-ReportName
MOVE "PLATRECON" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Reconciliation written to PlatRecon.rpt"
STOP RUN.

