        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PERIODRPT. *> period sales over the dated SalesLog_CCYYMMDD history files: per-day totals with week- and month- (or fiscal period-) to-date
AUTHOR. Yanling.
DATE-WRITTEN.Aug 22nd 2026
ENVIRONMENT DIVISION.
        02 DT-CashAmt PIC S9(7)V99 SIGN LEADING SEPARATE.
        02 DT-CardAmt PIC S9(7)V99 SIGN LEADING SEPARATE.
        02 DT-OtherAmt PIC S9(7)V99 SIGN LEADING SEPARATE.
        02 DT-ZNumber PIC 9(5). *> the Z that closed the day, zero on days closed before it was carried
        02 DT-GrandTotal PIC 9(9)V99. *> the Z grand total after this day -- AUDITEXP proves a period against it

FD PeriodReport.
01 PrintLine PIC X(80).
01 WS-DayTrans PIC 9(5).
01 WS-WTDSales PIC S9(8)V99.
01 WS-MTDSales PIC S9(8)V99.
01 WS-PrevMonth PIC 9(6). *> CCYYMM, or fiscal CCYYPP when the to-date runs by fiscal period
01 WS-Basis PIC X VALUE 'M'.
01 WS-CurPeriod PIC 9(6).
01 TotalsStatus PIC XX.
01 WS-HaveTotals PIC X.

*> the day's fiscal period through the shared FISCLOOK routine
01 FL-Date PIC 9(8).
01 FL-FiscalYear PIC 9(4).
01 FL-Period PIC 9(2).
01 FL-Week PIC 9(2).
01 FL-PeriodStart PIC 9(8).
01 FL-PeriodEnd PIC 9(8).
01 FL-Found PIC X.

01 PageHeading.
        05 FILLER PIC X(15) VALUE "PERIOD SALES   ".
        05 PrnFromDate PIC 9(8).
        05 PrnWTD PIC $$$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnMTD PIC $$$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnFiscal PIC X(16) VALUE SPACE.
01 MissingDayLine.
        05 PrnMissDate PIC 9(8).
        05 FILLER PIC X(26) VALUE "  (no history file on hand)".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "From date (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-FromDate
DISPLAY "To date   (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-ToDate
DISPLAY "To-date column by (M) calendar month or (F) fiscal period : " WITH NO ADVANCING
ACCEPT WS-Basis
IF WS-Basis = 'F' OR WS-Basis = 'f'
        MOVE 'F' TO WS-Basis
        MOVE "PTD   Fiscal" TO Heads(49:12)
ELSE
        MOVE 'M' TO WS-Basis
END-IF

OPEN OUTPUT PeriodReport
MOVE WS-FromDate TO PrnFromDate

WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE PeriodReport
MOVE "PeriodSales.rpt" TO RF-ReportName
MOVE "PERIODRPT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Period report written to PeriodSales.rpt"
STOP RUN.

*> ONE DAY'S HISTORY FILE -> DAY TOTAL, ROLLED INTO THE WEEK AND MONTH RUNNING FIGURES.
*> THE WEEK RESTARTS EACH MONDAY, THE MONTH WHEN THE CALENDAR MONTH CHANGES --
*> OR, ON A FISCAL RUN, WHEN THE DAY FALLS IN A NEW 4-4-5 PERIOD.
ReportOneDay.
COMPUTE WS-DayOfWeek = FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-CurDate) - 1, 7) + 1 *> day 1 of the epoch is a Monday, so 1 = Monday
IF WS-DayOfWeek = 1
        MOVE 0 TO WS-WTDSales
END-IF
MOVE WS-CurDate(1:6) TO WS-CurPeriod
IF WS-Basis = 'F'
        PERFORM FindFiscalPeriod
END-IF
IF WS-CurPeriod NOT = WS-PrevMonth
        MOVE 0 TO WS-MTDSales
        MOVE WS-CurPeriod TO WS-PrevMonth
END-IF

*> THE TOTALS MASTER FIRST -- ONE SUMMARIZED RECORD BEATS RE-READING THE
                    EVALUATE TRUE
                        WHEN SL-Training = 'Y'
                            CONTINUE
                        WHEN SL-RecType = 'H' AND (SL-MenuID = "GIFT" OR SL-MenuID = "CATD" OR SL-MenuID = "PLAN")
                            CONTINUE *> activation = liability loaded, not a sale -- DAILYSALES excludes it the same way
                        WHEN SL-RecType = 'H'
                            ADD 1 TO WS-DayTrans
                            ADD SL-Amount TO WS-DaySales
                        WHEN SL-RecType = 'R'
                            SUBTRACT SL-Amount FROM WS-DaySales
                        WHEN SL-RecType = 'I' AND SL-MenuID = "DEP"
                            SUBTRACT SL-Amount FROM WS-DaySales *> a container deposit is held for the scheme, not sold
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
        CLOSE TotalsFile
END-IF
MOVE 'N' TO WSEOF.

*> A DATE OFF THE FISCAL CALENDAR CARRIES PERIOD ZERO, SO IT NEVER JOINS A REAL PERIOD
FindFiscalPeriod.
MOVE WS-CurDate TO FL-Date
CALL "FISCLOOK" USING FL-Date, FL-FiscalYear, FL-Period, FL-Week,
        FL-PeriodStart, FL-PeriodEnd, FL-Found
MOVE SPACE TO PrnFiscal
IF FL-Found = 'Y'
        COMPUTE WS-CurPeriod = FL-FiscalYear * 100 + FL-Period
        STRING "FY" DELIMITED BY SIZE
            FL-FiscalYear DELIMITED BY SIZE
            " P" DELIMITED BY SIZE
            FL-Period DELIMITED BY SIZE
            " W" DELIMITED BY SIZE
            FL-Week DELIMITED BY SIZE
            INTO PrnFiscal
ELSE
        MOVE 0 TO WS-CurPeriod
        MOVE "NOT ON CALENDAR" TO PrnFiscal
END-IF.
