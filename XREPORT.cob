01 TotalSalesNum PIC 9(7)V99 VALUE 0.
01 RefundTotalNum PIC 9(7)V99 VALUE 0.
01 NetSalesNum PIC S9(7)V99 VALUE 0.
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
PERFORM LOAD_CASHIERS.

WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE XReport
MOVE "XReport.rpt" TO RF-ReportName
MOVE "XREPORT" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
IF MenuFileOK = 'Y'
        CLOSE MenuFile
END-IF
ELSE
EVALUATE SL-RecType
    WHEN 'H'
        IF SL-MenuID = "GIFT" OR SL-MenuID = "CATD" OR SL-MenuID = "PLAN"
            CONTINUE *> liability loaded, not a sale -- same rule as DAILYSALES
        ELSE
            ADD 1 TO TransCount
            COMPUTE WS-TallyAmt = 0 - SL-Tender1Amt
            PERFORM TallyTender
        END-IF
    WHEN 'B'
        MOVE SL-Tender1Type TO WS-TallyType *> container deposit paid back out of the drawer
        COMPUTE WS-TallyAmt = 0 - SL-Tender1Amt
        PERFORM TallyTender
    WHEN 'D'
        MOVE SL-Tender1Type TO WS-TallyType *> charity round-up -- in the drawer or on the card, never a sale
        MOVE SL-Tender1Amt TO WS-TallyAmt
        PERFORM TallyTender
    WHEN 'I'
        IF SL-MenuID = "SVC" OR SL-MenuID = "DLV"
            CONTINUE *> the service-charge and delivery-fee buckets belong to the Z's own lines
        ELSE IF SL-MenuID = "DEP"
            SUBTRACT SL-Amount FROM TotalSalesNum *> a container deposit is held for the scheme, not sold
        ELSE
            PERFORM AccumulateItem
        END-IF
        END-IF
    WHEN OTHER
        CONTINUE
END-EVALUATE
