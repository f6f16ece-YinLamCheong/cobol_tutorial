        05 PrnFlag PIC X(12).
01 NoteLine PIC X(70).
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Proof the close for business date (CCYYMMDD) : " WITH NO ADVANCING
                        EVALUATE TRUE
                            WHEN GX-Key(1:4) = "CAT:"
                                ADD GX-Amount TO GLSales
                            WHEN GX-Key = "SVCCHG" OR GX-Key = "DELIVFEE"
                                *> THE SERVICE CHARGE IS AN 'I' LINE ON THE
                                *> JOURNAL BUT POSTS UNDER ITS OWN KEY, SO IT
                                *> BELONGS ON THIS SIDE OF THE SALES PROOF TOO
                                ADD GX-Amount TO GLSales
                            WHEN GX-Key = "DEP-LIAB" AND GX-DrCr = "CR"
                                *> SO IS THE CONTAINER DEPOSIT CHARGED ON A BOTTLED LINE
                                ADD GX-Amount TO GLSales
                            WHEN GX-Key = "TAX"
                                ADD GX-Amount TO GLTax
                            WHEN GX-Key(1:5) = "TEND:" AND GX-DrCr = "DR"
WRITE PrintLine FROM NoteLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ProofReport
MOVE "ProofSheet.rpt" TO RF-ReportName
MOVE "PROOFRPT" TO RF-Program
MOVE WS-ProofDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY ExceptionCount " proof exception(s), see ProofSheet.rpt"
IF ExceptionCount > 0
        MOVE 8 TO RETURN-CODE *> the close driver must stop here, not march on
        IF SL-Tender1Type = "CASH"
            SUBTRACT SL-Tender1Amt FROM JnlCashTenders
        END-IF
    WHEN 'B'
        *> A CONTAINER RETURN PAYS ITS DEPOSIT BACK IN CASH -- MONEY OUT LIKE A REFUND
        ADD SL-Amount TO JnlRefunds
        SUBTRACT SL-Tender1Amt FROM JnlCashTenders
    WHEN 'D'
        *> A CHARITY ROUND-UP IS TENDERED MONEY (GLEXTRACT DEBITS ITS TENDER) BUT NO SALE
        ADD SL-Tender1Amt TO JnlTenders
        IF SL-Tender1Type = "CASH"
            ADD SL-Tender1Amt TO JnlCashTenders
        END-IF
    WHEN OTHER
        CONTINUE
END-EVALUATE.
