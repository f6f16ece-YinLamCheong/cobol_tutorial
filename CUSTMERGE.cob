01 CollisionCount PIC 9(5) VALUE 0.
01 DupNameCount PIC 9(5) VALUE 0.
01 WS-Today PIC 9(8).
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
OPEN INPUT OldCustomerFile
WRITE PrintLine FROM TotalsLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE MergeReport
MOVE "CustMerge.rpt" TO RF-ReportName
MOVE "CUSTMERGE" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
CLOSE CustomerFile
DISPLAY "Merge complete: " MergedCount " merged, " CollisionCount " collision(s), see CustMerge.rpt"
DISPLAY "Once the report is reviewed, retire customer.txt so the split cannot reopen."
            MOVE 0 TO CreditLimit
            MOVE SPACE TO DelivAddr
            MOVE SPACE TO DelivNote
            MOVE SPACE TO ConsentEmail
            MOVE SPACE TO ConsentSMS
            MOVE SPACE TO ConsentPost
            MOVE 0 TO ConsentDate
            WRITE CustomerData
                INVALID KEY
                    ADD 1 TO CollisionCount
