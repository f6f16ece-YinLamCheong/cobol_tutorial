01 LineCount PIC 99 VALUE ZERO.
        88 NewPageRequired VALUE 40 THRU 99.
01 PageCount PIC 99 VALUE ZERO.
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
*> make sure Customer.dat is there before SORT tries to open it
END-RETURN
PERFORM PrintReportBody UNTIL WSEOF = 'Y'
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 5 LINES
CLOSE CustomerReport
MOVE "CustomerList.rpt" TO RF-ReportName
MOVE "CUSTLIST" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate.

PrintPageHeading.
IF StoreNameLine = SPACE
