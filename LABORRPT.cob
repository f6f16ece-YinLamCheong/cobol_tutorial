        02 TC-UserID PIC X(10).
        02 TC-Date PIC 9(8).
        02 TC-Time PIC 9(6).
        02 TC-Type PIC X(1). *> I = clock-in, O = clock-out, B = unpaid break start, E = break end

FD PayRateFile.
01 PayRateData.
        05 FILLER PIC X(6) VALUE SPACE.
        05 PrnTotPct PIC ZZ9.9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Labor versus sales for date (CCYYMMDD) : " WITH NO ADVANCING
WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE LaborReport
MOVE "LaborCost.rpt" TO RF-ReportName
MOVE "LABORRPT" TO RF-Program
MOVE WS-ReportDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Labor report written to LaborCost.rpt"
STOP RUN.

        MOVE 999999 TO TblOpenIn(OpenIdx)
END-IF
IF OpenIdx > 0
        IF TC-Type = 'I' OR TC-Type = 'E' *> back from a break reopens the paid span; a break start closes it like a clock-out
            MOVE WS-Secs TO TblOpenIn(OpenIdx)
        ELSE
            IF TblOpenIn(OpenIdx) NOT = 999999 AND SpanCount < 100
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF SL-RecType = 'H' AND SL-Training NOT = 'Y'
                        AND SL-MenuID NOT = "GIFT" AND SL-MenuID NOT = "CATD" AND SL-MenuID NOT = "PLAN" *> activations are liability movement, not sales
                        AND SL-Date = WS-ReportDate
                        MOVE SL-Time(1:2) TO WS-Hour
                        COMPUTE HourSub = WS-Hour + 1
                        ADD SL-Amount TO TblHourSales(HourSub)
                    END-IF
                    IF SL-RecType = 'I' AND SL-MenuID = "DEP" AND SL-Training NOT = 'Y' *> a container deposit is held for the scheme, not sold
                        AND SL-Date = WS-ReportDate
                        MOVE SL-Time(1:2) TO WS-Hour
                        COMPUTE HourSub = WS-Hour + 1
                        SUBTRACT SL-Amount FROM TblHourSales(HourSub)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SalesLog
