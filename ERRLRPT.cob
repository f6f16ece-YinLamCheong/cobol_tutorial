        05 KeepEntry OCCURS 500 TIMES.
            10 TblKeepRec PIC X(106).
01 KeepCount PIC 9(3) VALUE 0.
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "(1) Report, (2) Purge old entries to archive : " WITH NO ADVANCING
END-PERFORM
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ErrReport
MOVE "ErrorLog.rpt" TO RF-ReportName
MOVE "ERRLRPT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY DetailCount " entr(ies) reported, see ErrorLog.rpt"
STOP RUN.

