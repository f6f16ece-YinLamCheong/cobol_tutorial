        02 AC-Date PIC 9(8).
        02 AC-RecCount PIC 9(7).
        02 AC-TotalAmt PIC 9(9)V99.
        02 AC-LastLink PIC X(16). *> the day's final SalesLog chain link, spaces for days archived before chaining

FD HistFile.
COPY SALESLOG.
        05 PrnSumText PIC X(26).
        05 PrnSumCount PIC ZZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Verify archives from (CCYYMMDD) : " WITH NO ADVANCING
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE VrfyReport
MOVE "ArchVerify.rpt" TO RF-ReportName
MOVE "ARCHVRFY" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY CheckedCount " archive(s) checked, " BadCount " failing, see ArchVerify.rpt"
IF BadCount > 0
        MOVE 8 TO RETURN-CODE *> the history cannot be trusted until this is clean
