        05 FILLER PIC X(24) VALUE "Customers archived    : ".
        05 PrnPurgedCount PIC ZZZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD
WRITE PrintLine FROM TotalsLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE PurgeReport
MOVE "CustPurge.rpt" TO RF-ReportName
MOVE "CUSTPURGE" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
CLOSE ArchiveFile
CLOSE CustomerFile
DISPLAY PurgedCount " customer(s) archived to " WS-ArchiveFileName ", see CustPurge.rpt"
                    MOVE 0 TO CreditLimit
                    MOVE SPACE TO DelivAddr
                    MOVE SPACE TO DelivNote
                    MOVE SPACE TO ConsentEmail
                    MOVE SPACE TO ConsentSMS
                    MOVE SPACE TO ConsentPost
                    MOVE 0 TO ConsentDate
                    WRITE CustomerData
                        INVALID KEY DISPLAY "ID " WS-RestoreID " is already on the master, not restored."
                        NOT INVALID KEY
