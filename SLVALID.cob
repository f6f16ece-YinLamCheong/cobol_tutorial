01 WS-ExpectedAmt PIC 9(7)V99.
01 WS-Diff PIC S9(7)V99.
01 WS-Tolerance PIC 9(3)V99 VALUE 0.50. *> rounding slack: tax is recomputed here at the flat fallback rate
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
OPEN INPUT SalesLog
WRITE PrintLine FROM ErrSummaryLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ValidReport
MOVE "SLValid.rpt" TO RF-ReportName
MOVE "SLVALID" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Journal check complete, " ErrorCount " exception(s), see SLValid.rpt"
IF ErrorCount > 0
        MOVE 8 TO RETURN-CODE
                PERFORM TallyItemLine
            WHEN 'V'
                PERFORM CloseOpenGroup
            WHEN 'B'
                *> CONTAINER RETURN -- STANDS ALONE, ITS DEPOSIT PAID OUT IN CASH
                PERFORM CloseOpenGroup
                IF SL-Tender1Type NOT = "CASH" OR SL-Tender1Amt NOT = SL-Amount
                    MOVE "RETURN NOT PAID OUT IN CASH" TO PrnErrText
                    PERFORM WriteException
                END-IF
            WHEN 'P'
                CONTINUE *> receipt-reprint event record, no money on it
            WHEN 'T'
                CONTINUE *> card tip record -- rides its header's transaction, never part of the sale
            WHEN 'D'
                *> CHARITY ROUND-UP -- RIDES ITS HEADER LIKE A TIP, PAID ON ONE CASH OR CARD SLOT
                IF (SL-Tender1Type NOT = "CASH" AND SL-Tender1Type NOT = "CARD")
                    OR SL-Tender1Amt NOT = SL-Amount
                    MOVE "DONATION NOT ON A CASH/CARD SLOT" TO PrnErrText
                    PERFORM WriteException
                END-IF
            WHEN 'A'
                CONTINUE *> refused over-approval-limit attempt, no money moved
            WHEN 'M'
                CONTINUE *> promotion-use event -- the saving is already out of its header
            WHEN OTHER
                MOVE "UNKNOWN RECORD TYPE" TO PrnErrText
                PERFORM WriteException
MOVE SL-Amount TO WS-HdrAmount
COMPUTE WS-HdrTenderSum = SL-Tender1Amt + SL-Tender2Amt
MOVE 'N' TO WS-HdrIsGift
IF SL-MenuID = "GIFT" OR SL-MenuID = "CATD" OR SL-MenuID = "PLAN"
        *> GIFT LOADS, CATERING DEPOSITS AND PREPAID PLANS ARE LIABILITY HEADERS WITH NO
        *> ITEM LINES BY DESIGN -- THE FOOTING CHECKS DON'T APPLY
        MOVE 'Y' TO WS-HdrIsGift
END-IF
