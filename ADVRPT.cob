        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ADVRPT. *> staff cash advances by employee: paid out of the drawer, recovered through payroll, and what is still owed -- with the ledger behind every open balance
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT CashierFile ASSIGN TO "Cashier.dat" *> flags a balance owed by someone who has since left
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CashierFileStatus.
        SELECT AdvanceFile ASSIGN TO "Advance.dat" *> A = advance paid by a manager at the register, R = recovered by PAYEXT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AdvanceStatus.
        SELECT AdvReport ASSIGN TO "StaffAdvances.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CashierFile.
COPY CASHIER.

FD AdvanceFile.
COPY ADVREC.

FD AdvReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 CashierFileStatus PIC XX.
01 AdvanceStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-LookupUser PIC X(10).
01 WS-Owed PIC S9(7)V99.
01 WS-Running PIC S9(7)V99.
01 WS-TotAdvanced PIC 9(8)V99 VALUE 0.
01 WS-TotRecovered PIC 9(8)V99 VALUE 0.
01 WS-TotOwed PIC S9(8)V99 VALUE 0.
01 WS-Overflow PIC X VALUE 'N'.

*> one row per employee who has ever had an advance
01 AdvTable.
        05 AdvEntry OCCURS 40 TIMES.
            10 TblAdvUser PIC X(10).
            10 TblAdvOnFile PIC X. *> N = no longer on Cashier.dat
            10 TblAdvCount PIC 9(4).
            10 TblAdvPaid PIC 9(7)V99.
            10 TblAdvRecovered PIC 9(7)V99.
            10 TblAdvLastDate PIC 9(8). *> the latest advance
01 AdvCount PIC 99 VALUE 0.
01 AdvIdx PIC 99.
01 ScanSub PIC 99.

01 PageHeading.
        05 FILLER PIC X(30) VALUE "STAFF CASH ADVANCES AS AT     ".
        05 PrnToday PIC 9(8).
01 Heads PIC X(90) VALUE
    "Employee    Advances   Paid out   Recovered  Outstanding  Last advance".
01 DetailLine.
        05 PrnUser PIC X(10).
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnCount PIC ZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnPaid PIC $$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRecovered PIC $$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnOwed PIC $$$,$$9.99-.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnLastDate PIC 9(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnFlag PIC X(20).
01 LedgerHeading.
        05 FILLER PIC X(20) VALUE "LEDGER -- ".
        05 PrnLedgerUser PIC X(10).
01 LedgerHeads PIC X(90) VALUE
    "  Date      Entry                       Amount     Balance  By / Period".
01 LedgerLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnLgDate PIC 9(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnLgEntry PIC X(24).
        05 PrnLgAmount PIC $$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnLgBalance PIC $$$,$$9.99-.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnLgBy PIC X(10).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnLgWhere PIC X(8).
01 SummaryLine.
        05 FILLER PIC X(24) VALUE "Total paid out        : ".
        05 PrnTotPaid PIC $$,$$$,$$9.99.
        05 FILLER PIC X(16) VALUE "   recovered  : ".
        05 PrnTotRecovered PIC $$,$$$,$$9.99.
01 OwedLine.
        05 FILLER PIC X(24) VALUE "Still owed by staff   : ".
        05 PrnTotOwed PIC $$,$$$,$$9.99-.
01 NoAdvLine PIC X(40) VALUE "  (no staff advances on file)".
01 OverflowLine PIC X(60) VALUE
    "*** MORE THAN 40 EMPLOYEES -- LATER EMPLOYEES OMITTED".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD

OPEN INPUT AdvanceFile
IF AdvanceStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ AdvanceFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE ADV-EmpID TO WS-LookupUser
                    PERFORM FindAdvRow
                    IF AdvIdx > 0
                        IF ADV-RecType = 'A'
                            ADD 1 TO TblAdvCount(AdvIdx)
                            ADD ADV-Amount TO TblAdvPaid(AdvIdx)
                            IF ADV-Date > TblAdvLastDate(AdvIdx)
                                MOVE ADV-Date TO TblAdvLastDate(AdvIdx)
                            END-IF
                        ELSE
                            ADD ADV-Amount TO TblAdvRecovered(AdvIdx)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AdvanceFile
ELSE
        DISPLAY "Advance.dat not found -- no staff advances on file."
END-IF

*> A BALANCE OWED BY SOMEONE NO LONGER ON Cashier.dat WON'T BE RECOVERED BY PAYROLL
OPEN INPUT CashierFile
IF CashierFileStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ CashierFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE 1 TO ScanSub
                    PERFORM UNTIL ScanSub > AdvCount
                        IF TblAdvUser(ScanSub) = CashierID
                            MOVE 'Y' TO TblAdvOnFile(ScanSub)
                        END-IF
                        ADD 1 TO ScanSub
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE CashierFile
END-IF

OPEN OUTPUT AdvReport
MOVE WS-Today TO PrnToday
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
MOVE 1 TO AdvIdx
PERFORM UNTIL AdvIdx > AdvCount
        PERFORM PrintEmployee
        ADD 1 TO AdvIdx
END-PERFORM
IF AdvCount = 0
        WRITE PrintLine FROM NoAdvLine AFTER ADVANCING 1 LINE
END-IF
IF WS-Overflow = 'Y'
        WRITE PrintLine FROM OverflowLine AFTER ADVANCING 1 LINE
END-IF
MOVE WS-TotAdvanced TO PrnTotPaid
MOVE WS-TotRecovered TO PrnTotRecovered
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
MOVE WS-TotOwed TO PrnTotOwed
WRITE PrintLine FROM OwedLine AFTER ADVANCING 1 LINE

*> THE ENTRIES BEHIND EVERY BALANCE STILL OPEN, OLDEST FIRST, WITH A RUNNING BALANCE
MOVE 1 TO AdvIdx
PERFORM UNTIL AdvIdx > AdvCount
        COMPUTE WS-Owed = TblAdvPaid(AdvIdx) - TblAdvRecovered(AdvIdx)
        IF WS-Owed NOT = 0
            PERFORM PrintLedger
        END-IF
        ADD 1 TO AdvIdx
END-PERFORM

WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE AdvReport
MOVE "StaffAdvances.rpt" TO RF-ReportName
MOVE "ADVRPT" TO RF-Program
MOVE WS-Today TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Staff advance report written to StaffAdvances.rpt"
STOP RUN.

FindAdvRow.
MOVE 0 TO AdvIdx
MOVE 1 TO ScanSub
PERFORM UNTIL ScanSub > AdvCount
        IF TblAdvUser(ScanSub) = WS-LookupUser
            MOVE ScanSub TO AdvIdx
        END-IF
        ADD 1 TO ScanSub
END-PERFORM
IF AdvIdx = 0
        IF AdvCount < 40
            ADD 1 TO AdvCount
            MOVE AdvCount TO AdvIdx
            MOVE WS-LookupUser TO TblAdvUser(AdvIdx)
            MOVE 'N' TO TblAdvOnFile(AdvIdx)
            MOVE 0 TO TblAdvCount(AdvIdx)
            MOVE 0 TO TblAdvPaid(AdvIdx)
            MOVE 0 TO TblAdvRecovered(AdvIdx)
            MOVE 0 TO TblAdvLastDate(AdvIdx)
        ELSE
            MOVE 'Y' TO WS-Overflow
        END-IF
END-IF.

PrintEmployee.
MOVE TblAdvUser(AdvIdx) TO PrnUser
MOVE TblAdvCount(AdvIdx) TO PrnCount
MOVE TblAdvPaid(AdvIdx) TO PrnPaid
MOVE TblAdvRecovered(AdvIdx) TO PrnRecovered
COMPUTE WS-Owed = TblAdvPaid(AdvIdx) - TblAdvRecovered(AdvIdx)
MOVE WS-Owed TO PrnOwed
MOVE TblAdvLastDate(AdvIdx) TO PrnLastDate
EVALUATE TRUE
        WHEN TblAdvOnFile(AdvIdx) = 'N' AND WS-Owed > 0
            MOVE "LEFT - NOT RECOVERED" TO PrnFlag
        WHEN WS-Owed < 0
            MOVE "OVER-RECOVERED" TO PrnFlag
        WHEN WS-Owed = 0
            MOVE "CLEARED" TO PrnFlag
        WHEN OTHER
            MOVE SPACE TO PrnFlag
END-EVALUATE
WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE
ADD TblAdvPaid(AdvIdx) TO WS-TotAdvanced
ADD TblAdvRecovered(AdvIdx) TO WS-TotRecovered
ADD WS-Owed TO WS-TotOwed.

PrintLedger.
MOVE TblAdvUser(AdvIdx) TO PrnLedgerUser
WRITE PrintLine FROM LedgerHeading AFTER ADVANCING 3 LINES
WRITE PrintLine FROM LedgerHeads AFTER ADVANCING 1 LINE
MOVE 0 TO WS-Running
OPEN INPUT AdvanceFile
IF AdvanceStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ AdvanceFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF ADV-EmpID = TblAdvUser(AdvIdx)
                        MOVE ADV-Date TO PrnLgDate
                        MOVE ADV-Amount TO PrnLgAmount
                        IF ADV-RecType = 'A'
                            ADD ADV-Amount TO WS-Running
                            MOVE "CASH ADVANCE FROM DRAWER" TO PrnLgEntry
                            MOVE ADV-ApprovedBy TO PrnLgBy
                            MOVE ADV-TermID TO PrnLgWhere
                        ELSE
                            SUBTRACT ADV-Amount FROM WS-Running
                            MOVE "RECOVERED THROUGH PAY" TO PrnLgEntry
                            MOVE "PERIOD TO" TO PrnLgBy
                            MOVE ADV-PeriodTo TO PrnLgWhere
                        END-IF
                        MOVE WS-Running TO PrnLgBalance
                        WRITE PrintLine FROM LedgerLine AFTER ADVANCING 1 LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AdvanceFile
END-IF
MOVE 'N' TO WSEOF.
