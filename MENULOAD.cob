        05 PrnTotText PIC X(24).
        05 PrnTotCount PIC ZZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD
WRITE PrintLine FROM TotalsLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE RejectReport
MOVE "MenuLoadRejects.rpt" TO RF-ReportName
MOVE "MENULOAD" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Menu load complete: " AppliedCount " applied, " RejectCount " rejected, see MenuLoadRejects.rpt"
STOP RUN.

        MOVE SPACE TO MenuSupplierID
        MOVE SPACE TO MenuAllergens
        MOVE 0 TO MenuCalories
        MOVE 0 TO MenuDeposit
        MOVE SPACE TO MenuSoldBy
        WRITE MenuData
            INVALID KEY DISPLAY "Write failed for " MenuID
        END-WRITE
