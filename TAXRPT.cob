        02 DT-CashAmt PIC S9(7)V99 SIGN LEADING SEPARATE.
        02 DT-CardAmt PIC S9(7)V99 SIGN LEADING SEPARATE.
        02 DT-OtherAmt PIC S9(7)V99 SIGN LEADING SEPARATE.
        02 DT-ZNumber PIC 9(5). *> the Z that closed the day, zero on days closed before it was carried
        02 DT-GrandTotal PIC 9(9)V99. *> the Z grand total after this day -- AUDITEXP proves a period against it

FD TaxRateFile.
01 TaxRateData.
01 WSEOF PIC X VALUE 'N'.
01 HistFileStatus PIC XX.
01 WS-Month PIC 9(6). *> CCYYMM being remitted
01 WS-NextMonth PIC 9(6). *> the month after, for the month-end date
01 WS-Day PIC 99.
01 WS-CurDate PIC 9(8).
01 WS-HistFileName PIC X(30).
        05 FILLER PIC X(28) VALUE "Taxed transactions        : ".
        05 PrnTransCount PIC ZZZZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Remit for month (CCYYMM) : " WITH NO ADVANCING

WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE TaxReport
MOVE "TaxRemit.rpt" TO RF-ReportName
MOVE "TAXRPT" TO RF-Program
*> FILED UNDER THE MONTH'S LAST DAY -- THE FIRST OF THE NEXT, LESS ONE DAY
MOVE 0 TO RF-BusDate
IF WS-Month(5:2) = "12"
        COMPUTE WS-NextMonth = WS-Month + 89
ELSE
        COMPUTE WS-NextMonth = WS-Month + 1
END-IF
IF WS-Month(5:2) NOT < "01" AND WS-Month(5:2) NOT > "12"
        COMPUTE RF-BusDate = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-NextMonth * 100 + 1) - 1)
END-IF
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Remittance report written to TaxRemit.rpt"
STOP RUN.

