        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. APPAYRUN. *> supplier payment run: picks the open payables due by a date, prints the payment register and the check list, and marks them paid
AUTHOR. Yanling.
DATE-WRITTEN.Sep 18th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT PayablesFile ASSIGN TO "Payables.dat" *> raised by INVMATCH off invoices that matched clean
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayablesStatus.
        SELECT SupplierFile ASSIGN TO "Supplier.dat" *> payee names for the check list
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SUP-ID
            FILE STATUS IS SupplierFileStatus.
        SELECT PayRunReport ASSIGN TO "APPayRun.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PayablesFile.
COPY APVOUCH.

FD SupplierFile.
COPY SUPPREC.

FD PayRunReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 PayablesStatus PIC XX.
01 SupplierFileStatus PIC XX.
01 WS-PayThru PIC 9(8).
01 WS-Today PIC 9(8).
01 WS-FirstCheck PIC 9(6).
01 WS-LastCheck PIC 9(6) VALUE 0.
01 WS-Commit PIC X.
01 WS-RunTotal PIC 9(8)V99 VALUE 0.
01 WS-VoucherCount PIC 9(4) VALUE 0.

*> one check per supplier on the run
01 PaySuppTable.
        05 PaySuppEntry OCCURS 100 TIMES.
            10 TblPaySupp PIC X(4).
            10 TblPayCount PIC 9(4).
            10 TblPayTotal PIC 9(8)V99.
            10 TblPayCheckNo PIC 9(6).
01 PaySuppCount PIC 9(3) VALUE 0.
01 PaySuppIdx PIC 9(3).
01 ScanSub PIC 9(3).
01 WS-SuppOverflow PIC X VALUE 'N'.

01 PageHeading.
        05 FILLER PIC X(35) VALUE "SUPPLIER PAYMENT RUN   DUE BY      ".
        05 PrnPayThru PIC 9(8).
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnRunMode PIC X(24).
01 RegisterHeads PIC X(80) VALUE
    "Payment register  Supp  Voucher  Invoice     Due Date       Amount  Check#".
01 RegisterLine.
        05 FILLER PIC X(18) VALUE SPACE.
        05 PrnRegSupp PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRegVoucher PIC 9(6).
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnRegInvoice PIC X(10).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRegDue PIC 9(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRegAmount PIC $$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRegCheck PIC 9(6).
01 CheckHeads PIC X(80) VALUE
    "Check list        Check#  Supp  Payee                      Invoices      Amount".
01 CheckLine.
        05 FILLER PIC X(18) VALUE SPACE.
        05 PrnChkNo PIC 9(6).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnChkSupp PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnChkPayee PIC X(25).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnChkCount PIC ZZZ9.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnChkAmount PIC $$,$$$,$$9.99.
01 SummaryLine.
        05 FILLER PIC X(21) VALUE "Invoices paid      : ".
        05 PrnSumCount PIC ZZZ9.
        05 FILLER PIC X(12) VALUE "   checks : ".
        05 PrnSumChecks PIC ZZ9.
        05 FILLER PIC X(12) VALUE "   total : ".
        05 PrnSumTotal PIC $$,$$$,$$9.99.
01 SignOffLine PIC X(50) VALUE "Checks signed by : ______________  Date : ____".
01 OverflowLine PIC X(70) VALUE
    "*** MORE THAN 100 SUPPLIERS DUE -- THE REST WAIT FOR THE NEXT RUN".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD
DISPLAY "Pay invoices due on or before (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-PayThru
DISPLAY "First check number (0 = follow on from the last run) : " WITH NO ADVANCING
ACCEPT WS-FirstCheck
DISPLAY "Mark the selected invoices paid? (Y = live run, N = preview only) : " WITH NO ADVANCING
ACCEPT WS-Commit
IF WS-Commit = 'y'
        MOVE 'Y' TO WS-Commit
END-IF

*> FIRST PASS: WHO IS DUE, AND HOW MUCH -- ONE CHECK PER SUPPLIER
OPEN INPUT PayablesFile
IF PayablesStatus NOT = "00"
        DISPLAY "Payables.dat not found -- run INVMATCH to raise the payables first."
        STOP RUN
END-IF
PERFORM UNTIL WSEOF = 'Y'
        READ PayablesFile
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                IF AP-CheckNo > WS-LastCheck
                    MOVE AP-CheckNo TO WS-LastCheck
                END-IF
                IF AP-Status = 'O' AND AP-DueDate NOT > WS-PayThru
                    PERFORM NoteDueVoucher
                END-IF
        END-READ
END-PERFORM
CLOSE PayablesFile

IF WS-FirstCheck = 0
        COMPUTE WS-FirstCheck = WS-LastCheck + 1
END-IF
MOVE 1 TO PaySuppIdx
PERFORM UNTIL PaySuppIdx > PaySuppCount
        COMPUTE TblPayCheckNo(PaySuppIdx) = WS-FirstCheck + PaySuppIdx - 1
        ADD 1 TO PaySuppIdx
END-PERFORM

OPEN OUTPUT PayRunReport
MOVE WS-PayThru TO PrnPayThru
IF WS-Commit = 'Y'
        MOVE "LIVE RUN" TO PrnRunMode
ELSE
        MOVE "PREVIEW - NOTHING PAID" TO PrnRunMode
END-IF
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM RegisterHeads AFTER ADVANCING 2 LINES

*> SECOND PASS: THE REGISTER, AND ON A LIVE RUN EACH VOUCHER STAMPED PAID
IF WS-Commit = 'Y'
        OPEN I-O PayablesFile
ELSE
        OPEN INPUT PayablesFile
END-IF
MOVE 'N' TO WSEOF
PERFORM UNTIL WSEOF = 'Y'
        READ PayablesFile
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                IF AP-Status = 'O' AND AP-DueDate NOT > WS-PayThru
                    PERFORM PayVoucher
                END-IF
        END-READ
END-PERFORM
CLOSE PayablesFile

WRITE PrintLine FROM CheckHeads AFTER ADVANCING 3 LINES
OPEN INPUT SupplierFile
MOVE 1 TO PaySuppIdx
PERFORM UNTIL PaySuppIdx > PaySuppCount
        PERFORM PrintCheck
        ADD 1 TO PaySuppIdx
END-PERFORM
IF SupplierFileStatus = "00"
        CLOSE SupplierFile
END-IF
IF WS-SuppOverflow = 'Y'
        WRITE PrintLine FROM OverflowLine AFTER ADVANCING 1 LINE
END-IF

MOVE WS-VoucherCount TO PrnSumCount
MOVE PaySuppCount TO PrnSumChecks
MOVE WS-RunTotal TO PrnSumTotal
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM SignOffLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE PayRunReport
MOVE "APPayRun.rpt" TO RF-ReportName
MOVE "APPAYRUN" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
IF WS-Commit = 'Y'
        DISPLAY WS-VoucherCount " invoice(s) marked paid on " PaySuppCount " check(s)."
ELSE
        DISPLAY "Preview only -- " WS-VoucherCount " invoice(s) would be paid."
END-IF
DISPLAY "Payment register written to APPayRun.rpt"
STOP RUN.

NoteDueVoucher.
MOVE 0 TO PaySuppIdx
MOVE 1 TO ScanSub
PERFORM UNTIL ScanSub > PaySuppCount OR PaySuppIdx > 0
        IF TblPaySupp(ScanSub) = AP-SupplierID
            MOVE ScanSub TO PaySuppIdx
        END-IF
        ADD 1 TO ScanSub
END-PERFORM
IF PaySuppIdx = 0
        IF PaySuppCount < 100
            ADD 1 TO PaySuppCount
            MOVE PaySuppCount TO PaySuppIdx
            MOVE AP-SupplierID TO TblPaySupp(PaySuppIdx)
            MOVE 0 TO TblPayCount(PaySuppIdx)
            MOVE 0 TO TblPayTotal(PaySuppIdx)
        ELSE
            MOVE 'Y' TO WS-SuppOverflow
        END-IF
END-IF
IF PaySuppIdx > 0
        ADD 1 TO TblPayCount(PaySuppIdx)
        ADD AP-Amount TO TblPayTotal(PaySuppIdx)
END-IF.

PayVoucher.
MOVE 0 TO PaySuppIdx
MOVE 1 TO ScanSub
PERFORM UNTIL ScanSub > PaySuppCount OR PaySuppIdx > 0
        IF TblPaySupp(ScanSub) = AP-SupplierID
            MOVE ScanSub TO PaySuppIdx
        END-IF
        ADD 1 TO ScanSub
END-PERFORM
IF PaySuppIdx > 0 *> a supplier past the table's end waits for the next run
        ADD 1 TO WS-VoucherCount
        ADD AP-Amount TO WS-RunTotal
        MOVE AP-SupplierID TO PrnRegSupp
        MOVE AP-VoucherNo TO PrnRegVoucher
        MOVE AP-InvoiceNo TO PrnRegInvoice
        MOVE AP-DueDate TO PrnRegDue
        MOVE AP-Amount TO PrnRegAmount
        MOVE TblPayCheckNo(PaySuppIdx) TO PrnRegCheck
        WRITE PrintLine FROM RegisterLine AFTER ADVANCING 1 LINE
        IF WS-Commit = 'Y'
            MOVE 'P' TO AP-Status
            MOVE WS-Today TO AP-PaidDate
            MOVE TblPayCheckNo(PaySuppIdx) TO AP-CheckNo
            REWRITE VoucherData
        END-IF
END-IF.

PrintCheck.
MOVE TblPayCheckNo(PaySuppIdx) TO PrnChkNo
MOVE TblPaySupp(PaySuppIdx) TO PrnChkSupp
MOVE "(NOT ON SUPPLIER FILE)" TO PrnChkPayee
IF SupplierFileStatus = "00"
        MOVE TblPaySupp(PaySuppIdx) TO SUP-ID
        READ SupplierFile
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE SUP-Name TO PrnChkPayee
        END-READ
END-IF
MOVE TblPayCount(PaySuppIdx) TO PrnChkCount
MOVE TblPayTotal(PaySuppIdx) TO PrnChkAmount
WRITE PrintLine FROM CheckLine AFTER ADVANCING 1 LINE.
