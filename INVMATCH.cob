        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. INVMATCH. *> sets supplier invoice lines against our receiving postings and menu prices, printing the discrepancies, and raises an open payable for every invoice that matched clean
AUTHOR. Yanling.
DATE-WRITTEN.Sep 2nd 2026
ENVIRONMENT DIVISION.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SUP-ID
            FILE STATUS IS SupplierFileStatus.
        SELECT PayablesFile ASSIGN TO "Payables.dat" *> open payables raised here, paid by APPAYRUN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayablesStatus.
        SELECT VendRetFile ASSIGN TO "VendRet.dat" *> goods sent back in PORDER -- the credits we expect, netted off the invoice here
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VendRetStatus.
        SELECT MatchReport ASSIGN TO "InvMatch.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

        02 IV-UnitPrice PIC 9(4)V99. *> what the supplier is charging per unit, entered as 6 digits (001250 = 12.50)

FD RecvFile.
COPY RECVREC.

FD MenuFile.
COPY MENUREC.
FD SupplierFile.
COPY SUPPREC.

FD PayablesFile.
COPY APVOUCH.

FD VendRetFile.
COPY RTVREC.

FD MatchReport.
01 PrintLine PIC X(100).

01 WS-LineBad PIC X.
01 MatchedCount PIC 9(4) VALUE 0.
01 DiscrepCount PIC 9(4) VALUE 0.
01 PayablesStatus PIC XX.
01 VouchedCount PIC 9(4) VALUE 0.
01 HeldCount PIC 9(4) VALUE 0.
01 WS-NextVoucherNo PIC 9(6) VALUE 0.
01 WS-TermsDays PIC 9(3).
01 WS-TermsDigits PIC X(3).
01 WS-TermsCOD PIC 9(2).
01 WS-TermsEOM PIC 9(2).
01 WS-DueDate PIC 9(8).
01 WS-DueWork.
        05 WS-DueCCYY PIC 9(4).
        05 WS-DueMM PIC 9(2).
        05 WS-DueDD PIC 9(2).
01 WS-DueWorkNum REDEFINES WS-DueWork PIC 9(8).
01 WS-Today PIC 9(8).
01 CharSub PIC 99.
01 DigitCount PIC 9.
01 VendRetStatus PIC XX.
01 WS-ReturnedQty PIC 9(6).
01 WS-NetRecv PIC S9(6).
01 WS-OpenCredits PIC 9(3).
01 CreditCount PIC 9(4) VALUE 0.
COPY RATES. *> APDefaultTermsDays when the supplier's terms carry no days figure

*> one row per invoice seen on this run -- an invoice is only payable when every one of its lines matched
01 InvTable.
        05 InvEntry OCCURS 200 TIMES.
            10 TblInvSupp PIC X(4).
            10 TblInvNo PIC X(10).
            10 TblInvPO PIC 9(5).
            10 TblInvTotal PIC 9(7)V99.
            10 TblInvCredit PIC 9(7)V99. *> return credits netted off it
            10 TblInvBad PIC X. *> Y = at least one line failed the match
            10 TblInvOnFile PIC X. *> Y = already raised as a payable on an earlier run
            10 TblInvRaised PIC X. *> Y = raised as a payable on this run
01 InvCount PIC 9(3) VALUE 0.
01 InvIdx PIC 9(3).
01 InvSub PIC 9(3).
01 WS-InvOverflow PIC X VALUE 'N'.

*> every return to vendor on file -- an open one is settled by the first clean invoice for its PO line
01 RetTable.
        05 RetEntry OCCURS 200 TIMES.
            10 TblRetNo PIC 9(6).
            10 TblRetSupp PIC X(4).
            10 TblRetPO PIC 9(5).
            10 TblRetItem PIC X(4).
            10 TblRetQty PIC 9(5).
            10 TblRetCredit PIC 9(7)V99.
            10 TblRetStatus PIC X(1).
            10 TblRetInvIdx PIC 9(3). *> the invoice on this run it goes against, zero = none
            10 TblRetNet PIC 9(7)V99. *> taken off that invoice -- zero when it was billed net
01 RetCount PIC 9(3) VALUE 0.
01 RetSub PIC 9(3).
01 WS-RetOverflow PIC X VALUE 'N'.

01 PageHeading PIC X(40) VALUE "SUPPLIER INVOICE MATCH - DISCREPANCIES".
01 Heads PIC X(90) VALUE
01 SummaryLine.
        05 PrnSummaryText PIC X(30).
        05 PrnSummaryCount PIC ZZZ9.
01 VoucherHeads PIC X(80) VALUE
    "Payables raised   Voucher  Supp  Invoice     PO No      Amount  Due Date".
01 VoucherLine.
        05 FILLER PIC X(18) VALUE SPACE.
        05 PrnVoucherNo PIC 9(6).
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnVchSupp PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnVchInvoice PIC X(10).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnVchPONo PIC 9(5).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnVchAmount PIC $$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnVchDue PIC 9(8).
01 CreditHeads PIC X(90) VALUE
    "Return credits    Return  Supp  PO No  Item  Invoice         Netted".
01 CreditLine.
        05 FILLER PIC X(18) VALUE SPACE.
        05 PrnRetNo PIC 9(6).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRetSupp PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRetPONo PIC 9(5).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRetItem PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRetInvoice PIC X(10).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRetNetted PIC $$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRetNote PIC X(20).
01 RetOverflowLine PIC X(60) VALUE
    "*** MORE THAN 200 RETURNS ON FILE -- LATER ONES NOT NETTED".
01 InvOverflowLine PIC X(65) VALUE
    "*** MORE THAN 200 INVOICES ON THE RUN -- LATER ONES NOT VOUCHERED".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
OPEN INPUT SuppInvFile
        STOP RUN
END-IF

PERFORM LoadReturns

OPEN OUTPUT MatchReport
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
END-PERFORM
CLOSE SuppInvFile

PERFORM RaiseVouchers
PERFORM SettleReturns

MOVE "Lines matched clean        : " TO PrnSummaryText
MOVE MatchedCount TO PrnSummaryCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
MOVE "Lines with discrepancies   : " TO PrnSummaryText
MOVE DiscrepCount TO PrnSummaryCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Invoices raised as payables: " TO PrnSummaryText
MOVE VouchedCount TO PrnSummaryCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Invoices held, lines flagged: " TO PrnSummaryText
MOVE HeldCount TO PrnSummaryCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Return credits settled     : " TO PrnSummaryText
MOVE CreditCount TO PrnSummaryCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
IF WS-RetOverflow = 'Y'
        WRITE PrintLine FROM RetOverflowLine AFTER ADVANCING 1 LINE
END-IF
IF WS-InvOverflow = 'Y'
        WRITE PrintLine FROM InvOverflowLine AFTER ADVANCING 1 LINE
END-IF
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE MatchReport
MOVE "InvMatch.rpt" TO RF-ReportName
MOVE "INVMATCH" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY MatchedCount " line(s) clean, " DiscrepCount " discrepanc(ies), see InvMatch.rpt"
DISPLAY VouchedCount " invoice(s) raised as payables on Payables.dat"
IF DiscrepCount > 0
        MOVE 8 TO RETURN-CODE *> nothing goes to the bookkeeper off a run that flagged lines
END-IF
        END-IF
END-IF

*> GOODS SENT BACK ON THE LINE -- BILLING FOR THEM IS ONLY RIGHT WHILE A CREDIT
*> FOR THEM IS STILL EXPECTED, AND THAT CREDIT IS THEN NETTED OFF THE INVOICE
MOVE 0 TO WS-ReturnedQty
MOVE 0 TO WS-OpenCredits
MOVE 1 TO RetSub
PERFORM UNTIL RetSub > RetCount
        IF TblRetPO(RetSub) = IV-PONo AND TblRetItem(RetSub) = IV-MenuID
            ADD TblRetQty(RetSub) TO WS-ReturnedQty
            IF TblRetStatus(RetSub) = 'O' AND TblRetInvIdx(RetSub) = 0
                AND TblRetSupp(RetSub) = IV-SupplierID
                ADD 1 TO WS-OpenCredits
            END-IF
        END-IF
        ADD 1 TO RetSub
END-PERFORM
COMPUTE WS-NetRecv = WS-RecvTotal - WS-ReturnedQty
IF IV-Qty > WS-NetRecv AND IV-Qty NOT > WS-RecvTotal AND WS-OpenCredits = 0
        MOVE 'Y' TO WS-LineBad
        IF WS-Problems = SPACE
            MOVE "INVOICED GOODS SENT BACK" TO WS-Problems
        END-IF
END-IF

*> PRICE CHARGED AGAINST THE PRICE ON THE MENU FILE
MOVE 0 TO WS-MenuPriceNum
OPEN INPUT MenuFile
        WRITE PrintLine FROM MatchDetailLine AFTER ADVANCING 1 LINE
ELSE
        ADD 1 TO MatchedCount
END-IF
PERFORM NoteInvoiceLine
IF InvIdx > 0 AND WS-OpenCredits > 0
        PERFORM NoteLineCredits
END-IF.

*> THE OPEN RETURNS ON THE LINE GO AGAINST THIS INVOICE: NETTED OFF WHEN THE
*> SUPPLIER BILLED THE RETURNED GOODS, CLOSED AT NOTHING WHEN THEY BILLED NET
NoteLineCredits.
MOVE 1 TO RetSub
PERFORM UNTIL RetSub > RetCount
        IF TblRetPO(RetSub) = IV-PONo AND TblRetItem(RetSub) = IV-MenuID
            AND TblRetSupp(RetSub) = IV-SupplierID
            AND TblRetStatus(RetSub) = 'O' AND TblRetInvIdx(RetSub) = 0
            MOVE InvIdx TO TblRetInvIdx(RetSub)
            IF IV-Qty > WS-NetRecv
                MOVE TblRetCredit(RetSub) TO TblRetNet(RetSub)
                ADD TblRetCredit(RetSub) TO TblInvCredit(InvIdx)
            ELSE
                MOVE 0 TO TblRetNet(RetSub)
            END-IF
        END-IF
        ADD 1 TO RetSub
END-PERFORM.

*> ROLL THE LINE UP INTO ITS INVOICE -- ONE BAD LINE HOLDS THE WHOLE INVOICE
NoteInvoiceLine.
MOVE 0 TO InvIdx
MOVE 1 TO InvSub
PERFORM UNTIL InvSub > InvCount OR InvIdx > 0
        IF TblInvSupp(InvSub) = IV-SupplierID AND TblInvNo(InvSub) = IV-InvoiceNo
            MOVE InvSub TO InvIdx
        END-IF
        ADD 1 TO InvSub
END-PERFORM
IF InvIdx = 0
        IF InvCount < 200
            ADD 1 TO InvCount
            MOVE InvCount TO InvIdx
            MOVE IV-SupplierID TO TblInvSupp(InvIdx)
            MOVE IV-InvoiceNo TO TblInvNo(InvIdx)
            MOVE IV-PONo TO TblInvPO(InvIdx)
            MOVE 0 TO TblInvTotal(InvIdx)
            MOVE 0 TO TblInvCredit(InvIdx)
            MOVE 'N' TO TblInvRaised(InvIdx)
            MOVE 'N' TO TblInvBad(InvIdx)
            MOVE 'N' TO TblInvOnFile(InvIdx)
        ELSE
            MOVE 'Y' TO WS-InvOverflow
        END-IF
END-IF
IF InvIdx > 0
        COMPUTE TblInvTotal(InvIdx) = TblInvTotal(InvIdx) + IV-Qty * IV-UnitPrice
        IF WS-LineBad = 'Y'
            MOVE 'Y' TO TblInvBad(InvIdx)
        END-IF
END-IF.

*> EVERY CLEAN INVOICE NOT ALREADY ON Payables.dat BECOMES AN OPEN PAYABLE,
*> DUE BY THE SUPPLIER'S TERMS -- RE-RUNNING THE MATCH RAISES NOTHING TWICE
RaiseVouchers.
ACCEPT WS-Today FROM DATE YYYYMMDD
OPEN INPUT PayablesFile
IF PayablesStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ PayablesFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF AP-VoucherNo > WS-NextVoucherNo
                        MOVE AP-VoucherNo TO WS-NextVoucherNo
                    END-IF
                    MOVE 1 TO InvSub
                    PERFORM UNTIL InvSub > InvCount
                        IF TblInvSupp(InvSub) = AP-SupplierID
                            AND TblInvNo(InvSub) = AP-InvoiceNo
                            MOVE 'Y' TO TblInvOnFile(InvSub)
                        END-IF
                        ADD 1 TO InvSub
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE PayablesFile
END-IF
MOVE 'N' TO WSEOF

WRITE PrintLine FROM VoucherHeads AFTER ADVANCING 3 LINES
OPEN EXTEND PayablesFile
IF PayablesStatus NOT = "00"
        OPEN OUTPUT PayablesFile *> very first payable raised
END-IF
MOVE 1 TO InvIdx
PERFORM UNTIL InvIdx > InvCount
        IF TblInvBad(InvIdx) = 'Y'
            ADD 1 TO HeldCount
        ELSE
            IF TblInvOnFile(InvIdx) NOT = 'Y'
                PERFORM WriteVoucher
            END-IF
        END-IF
        ADD 1 TO InvIdx
END-PERFORM
CLOSE PayablesFile.

WriteVoucher.
PERFORM DueFromTerms
ADD 1 TO WS-NextVoucherNo
ADD 1 TO VouchedCount
MOVE WS-NextVoucherNo TO AP-VoucherNo
MOVE TblInvSupp(InvIdx) TO AP-SupplierID
MOVE TblInvNo(InvIdx) TO AP-InvoiceNo
MOVE TblInvPO(InvIdx) TO AP-PONo
MOVE WS-Today TO AP-VouchDate
MOVE WS-DueDate TO AP-DueDate
IF TblInvCredit(InvIdx) > TblInvTotal(InvIdx)
        MOVE 0 TO AP-Amount
ELSE
        COMPUTE AP-Amount = TblInvTotal(InvIdx) - TblInvCredit(InvIdx)
END-IF
MOVE 'Y' TO TblInvRaised(InvIdx)
MOVE 'O' TO AP-Status
MOVE 0 TO AP-PaidDate
MOVE 0 TO AP-CheckNo
WRITE VoucherData
MOVE AP-VoucherNo TO PrnVoucherNo
MOVE AP-SupplierID TO PrnVchSupp
MOVE AP-InvoiceNo TO PrnVchInvoice
MOVE AP-PONo TO PrnVchPONo
MOVE AP-Amount TO PrnVchAmount
MOVE AP-DueDate TO PrnVchDue
WRITE PrintLine FROM VoucherLine AFTER ADVANCING 1 LINE.

LoadReturns.
OPEN INPUT VendRetFile
IF VendRetStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ VendRetFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF RetCount < 200
                        ADD 1 TO RetCount
                        MOVE RT-ReturnNo TO TblRetNo(RetCount)
                        MOVE RT-SupplierID TO TblRetSupp(RetCount)
                        MOVE RT-PONo TO TblRetPO(RetCount)
                        MOVE RT-MenuID TO TblRetItem(RetCount)
                        MOVE RT-Qty TO TblRetQty(RetCount)
                        MOVE RT-Credit TO TblRetCredit(RetCount)
                        MOVE RT-Status TO TblRetStatus(RetCount)
                        MOVE 0 TO TblRetInvIdx(RetCount)
                        MOVE 0 TO TblRetNet(RetCount)
                    ELSE
                        MOVE 'Y' TO WS-RetOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VendRetFile
END-IF
MOVE 'N' TO WSEOF.

*> A RETURN GOES AGAINST AN INVOICE ONLY ONCE THAT INVOICE IS RAISED AS A PAYABLE --
*> ONE HELD FOR A DISCREPANCY LEAVES ITS CREDITS OPEN FOR THE NEXT RUN
SettleReturns.
IF RetCount > 0
        WRITE PrintLine FROM CreditHeads AFTER ADVANCING 3 LINES
        OPEN I-O VendRetFile
        IF VendRetStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ VendRetFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        MOVE 1 TO RetSub
                        PERFORM UNTIL RetSub > RetCount
                            IF TblRetNo(RetSub) = RT-ReturnNo AND RT-Status = 'O'
                                AND TblRetInvIdx(RetSub) > 0
                                MOVE TblRetInvIdx(RetSub) TO InvIdx
                                IF TblInvRaised(InvIdx) = 'Y'
                                    PERFORM CloseOneReturn
                                END-IF
                            END-IF
                            ADD 1 TO RetSub
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE VendRetFile
        END-IF
        MOVE 'N' TO WSEOF
END-IF.

CloseOneReturn.
MOVE 'C' TO RT-Status
MOVE TblInvNo(InvIdx) TO RT-InvoiceNo
MOVE TblRetNet(RetSub) TO RT-Netted
MOVE WS-Today TO RT-ClosedDate
REWRITE VendRetData
ADD 1 TO CreditCount
MOVE RT-ReturnNo TO PrnRetNo
MOVE RT-SupplierID TO PrnRetSupp
MOVE RT-PONo TO PrnRetPONo
MOVE RT-MenuID TO PrnRetItem
MOVE RT-InvoiceNo TO PrnRetInvoice
MOVE RT-Netted TO PrnRetNetted
IF RT-Netted = 0
        MOVE "BILLED NET" TO PrnRetNote
ELSE
        MOVE "OFF THE PAYABLE" TO PrnRetNote
END-IF
WRITE PrintLine FROM CreditLine AFTER ADVANCING 1 LINE.

*> SUP-TERMS IS FREE TEXT: THE FIRST RUN OF DIGITS IS THE DAYS (NET30, 15 DAYS),
*> COD IS DUE TODAY, EOM IS THE LAST DAY OF THIS MONTH, ANYTHING ELSE TAKES
*> THE HOUSE DEFAULT
DueFromTerms.
MOVE SPACE TO SUP-Terms
OPEN INPUT SupplierFile
IF SupplierFileStatus = "00"
        MOVE TblInvSupp(InvIdx) TO SUP-ID
        READ SupplierFile
            INVALID KEY MOVE SPACE TO SUP-Terms
        END-READ
        CLOSE SupplierFile
END-IF
MOVE FUNCTION UPPER-CASE(SUP-Terms) TO SUP-Terms
MOVE SPACE TO WS-TermsDigits
MOVE 0 TO DigitCount
MOVE 1 TO CharSub
PERFORM UNTIL CharSub > 10
        IF SUP-Terms(CharSub:1) IS NUMERIC AND DigitCount < 3
            ADD 1 TO DigitCount
            MOVE SUP-Terms(CharSub:1) TO WS-TermsDigits(DigitCount:1)
        ELSE
            IF DigitCount > 0
                MOVE 11 TO CharSub *> the first run of digits only
            END-IF
        END-IF
        ADD 1 TO CharSub
END-PERFORM
MOVE 0 TO WS-TermsCOD
MOVE 0 TO WS-TermsEOM
INSPECT SUP-Terms TALLYING WS-TermsCOD FOR ALL "COD"
INSPECT SUP-Terms TALLYING WS-TermsEOM FOR ALL "EOM"
EVALUATE TRUE
        WHEN DigitCount > 0
            MOVE FUNCTION NUMVAL(WS-TermsDigits) TO WS-TermsDays
            COMPUTE WS-DueDate = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-Today) + WS-TermsDays)
        WHEN WS-TermsCOD > 0
            MOVE WS-Today TO WS-DueDate
        WHEN WS-TermsEOM > 0
            *> THE FIRST OF NEXT MONTH, LESS ONE DAY
            MOVE WS-Today TO WS-DueWork
            MOVE 1 TO WS-DueDD
            IF WS-DueMM = 12
                MOVE 1 TO WS-DueMM
                ADD 1 TO WS-DueCCYY
            ELSE
                ADD 1 TO WS-DueMM
            END-IF
            COMPUTE WS-DueDate = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-DueWorkNum) - 1)
        WHEN OTHER
            COMPUTE WS-DueDate = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-Today) + APDefaultTermsDays)
END-EVALUATE.
