        02 TC-UserID PIC X(10).
        02 TC-Date PIC 9(8).
        02 TC-Time PIC 9(6).
        02 TC-Type PIC X(1). *> I = clock-in, O = clock-out, B = unpaid break start, E = break end

FD SalesLog.
COPY SALESLOG.
01 WS-OutSecs PIC 9(6).
01 WS-HoursWorked PIC 9(3)V9.
01 WS-AvgTicket PIC 9(6)V99.
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Shift summary for date (CCYYMMDD) : " WITH NO ADVANCING
END-PERFORM
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ShiftReport
MOVE "ShiftSummary.rpt" TO RF-ReportName
MOVE "SHIFTRPT" TO RF-Program
MOVE WS-ReportDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Shift summary written to ShiftSummary.rpt"
STOP RUN.

                NOT AT END
                    IF SL-RecType = 'H' AND SL-Date = WS-ReportDate
                        AND SL-Training NOT = 'Y'
                        AND SL-MenuID NOT = "GIFT" AND SL-MenuID NOT = "CATD" AND SL-MenuID NOT = "PLAN" *> activations are liability movement, not sales
                        MOVE SL-UserID TO WS-LookupUser
                        PERFORM FindShiftRow
                        IF ShiftIdx > 0 *> zero when the 20-cashier table is full
                            ADD SL-Amount TO TblShiftSales(ShiftIdx)
                        END-IF
                    END-IF
                    IF SL-RecType = 'I' AND SL-MenuID = "DEP" AND SL-Date = WS-ReportDate *> a container deposit is held for the scheme, not sold
                        AND SL-Training NOT = 'Y'
                        MOVE SL-UserID TO WS-LookupUser
                        PERFORM FindShiftRow
                        IF ShiftIdx > 0
                            SUBTRACT SL-Amount FROM TblShiftSales(ShiftIdx)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SalesLog
IF ShiftIdx = 0 *> the 20-cashier table is full -- skip, don't subscript zero
        CONTINUE
ELSE
IF TC-Type = 'I' OR TC-Type = 'E' *> back from a break reopens the paid span; a break start closes it like a clock-out
        MOVE TC-Time TO TblLastIn(ShiftIdx)
ELSE
        IF TblLastIn(ShiftIdx) NOT = 999999
