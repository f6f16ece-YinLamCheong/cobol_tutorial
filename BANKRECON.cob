        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSummaryAmt PIC $$$,$$9.99.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Reconcile deposits from (CCYYMMDD) : " WITH NO ADVANCING

WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ReconReport
MOVE "BankRecon.rpt" TO RF-ReportName
MOVE "BANKRECON" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Reconciliation written to BankRecon.rpt"
STOP RUN.

