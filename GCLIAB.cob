        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnMoveAmt PIC $$$$,$$9.99.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD

WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE LiabReport
MOVE "GiftLiab.rpt" TO RF-ReportName
MOVE "GCLIAB" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Liability report written to GiftLiab.rpt"
STOP RUN.

