01 WS-FromDate PIC 9(8).
01 WS-ToDate PIC 9(8).
01 OvrCount PIC 9(4) VALUE 0.
01 CompCount PIC 9(4) VALUE 0.
01 CompValue PIC 9(7)V99 VALUE 0.
01 WS-LogFileName PIC X(30).
01 WS-SweepDate PIC 9(8).
01 WS-SweepInt PIC 9(7).
01 SummaryLine.
        05 FILLER PIC X(21) VALUE "Overridden lines   : ".
        05 PrnOvrCount PIC ZZZ9.
01 CompSummaryLine.
        05 FILLER PIC X(21) VALUE "Goodwill comps     : ".
        05 PrnCompCount PIC ZZZ9.
        05 FILLER PIC X(10) VALUE " lines    ".
        05 PrnCompValue PIC $$$,$$9.99.
        05 FILLER PIC X(33) VALUE "  given away (detail in CMPLRPT)".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "From date (CCYYMMDD) : " WITH NO ADVANCING
PERFORM SweepOneLog
MOVE OvrCount TO PrnOvrCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
MOVE CompCount TO PrnCompCount
MOVE CompValue TO PrnCompValue
WRITE PrintLine FROM CompSummaryLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE OvrReport
MOVE "PriceOverrides.rpt" TO RF-ReportName
MOVE "OVERRPT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Override audit written to PriceOverrides.rpt"
STOP RUN.

        CLOSE SalesLog
END-IF.

*> A GOODWILL COMP (REASON CP) IS NOT A PRICE OVERRIDE -- IT IS ONLY COUNTED HERE
TallyOverride.
IF SL-RecType = 'I' AND SL-OvrReason = "CP"
        AND SL-Training NOT = 'Y'
        AND SL-Date NOT < WS-FromDate
        AND SL-Date NOT > WS-ToDate
        ADD 1 TO CompCount
        COMPUTE CompValue = CompValue + SL-OrigPrice * SL-Qty - SL-Amount
END-IF
IF SL-RecType = 'I' AND SL-OvrReason NOT = SPACE
        AND SL-OvrReason NOT = "CP"
        AND SL-OvrReason NOT = "PP" *> a prepaid plan redemption -- the guest paid when the plan was sold
        AND SL-Training NOT = 'Y'
        AND SL-Date NOT < WS-FromDate
        AND SL-Date NOT > WS-ToDate
