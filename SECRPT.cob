01 SumIdx PIC 99.
01 Temp_Count PIC 99.
01 DetailCount PIC 9(5) VALUE 0.
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Program filter (blank = all) : " WITH NO ADVANCING
END-PERFORM
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE SecReport
MOVE "SecLog.rpt" TO RF-ReportName
MOVE "SECRPT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY DetailCount " event(s) reported, see SecLog.rpt"
STOP RUN.

