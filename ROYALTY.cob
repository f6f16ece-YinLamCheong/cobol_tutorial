        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ROYALTY. *> franchise royalty and marketing-fund billing: invoices each franchised store for a fiscal period off its journals, posts what the franchisee pays, and sums royalty income by store
AUTHOR. Yanling.
DATE-WRITTEN.Oct 8th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT RoyaltyARFile ASSIGN TO "RoyaltyAR.dat" *> what each franchisee was billed and has paid
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RoyaltyARStatus.
        SELECT StoreFile ASSIGN TO "Store.dat" *> the franchise terms, maintained by STORMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StoreStatus.
        SELECT SalesLog ASSIGN TO WS-LogFileName *> each day's archive over the period, then the live log
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesLogStatus.
        SELECT RoyaltyReport ASSIGN TO WS-ReportName *> RoyaltyInv.rpt for the invoices, RoyaltySum.rpt for the summary
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RoyaltyARFile.
01 RoyaltyARData.
        02 RA-StoreID PIC X(4).
        02 RA-Date PIC 9(8). *> CCYYMMDD billed or paid
        02 RA-Type PIC X(1). *> B = invoice billed, P = payment received
        02 RA-InvoiceNo PIC 9(6). *> P: the invoice paid against, zero = on account
        02 RA-FiscalYear PIC 9(4). *> B only: the fiscal period billed
        02 RA-Period PIC 9(2).
        02 RA-NetSales PIC 9(8)V99. *> B only: the net sales the charges were worked from
        02 RA-Royalty PIC 9(7)V99. *> B only: royalty at the store's percentage
        02 RA-MinTopUp PIC 9(7)V99. *> B only: added to bring the royalty up to the minimum fee
        02 RA-MktFund PIC 9(7)V99. *> B only: marketing-fund contribution
        02 RA-Amount PIC 9(7)V99. *> B: the invoice total, P: the payment

FD StoreFile.
COPY STOREREC.

FD SalesLog.
COPY SALESLOG.

FD RoyaltyReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 WSEOF PIC X VALUE 'N'.
01 RoyaltyARStatus PIC XX.
01 StoreStatus PIC XX.
01 SalesLogStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-LogFileName PIC X(30).
01 WS-ReportName PIC X(20).
01 WS-SweepDate PIC 9(8).
01 WS-SweepInt PIC 9(7).
01 WS-StoreIn PIC X(4).
01 WS-InvoiceIn PIC 9(6).
01 WS-PayAmt PIC 9(7)V99.
01 WS-YearIn PIC 9(4).
01 WS-NextInvoice PIC 9(6).
01 WS-Base PIC 9(8)V99.
01 WS-SaleNet PIC S9(7)V99.
01 WS-Billed PIC 9(3).
01 WS-Skipped PIC 9(3).
01 WS-AmtDisp PIC $$$,$$$,$$9.99-.

*> the fiscal period through the shared FISCLOOK routine
01 FL-Date PIC 9(8).
01 FL-FiscalYear PIC 9(4).
01 FL-Period PIC 9(2).
01 FL-Week PIC 9(2).
01 FL-PeriodStart PIC 9(8).
01 FL-PeriodEnd PIC 9(8).
01 FL-Found PIC X.
*> and a payment date's fiscal year, kept apart from the period being billed
01 PY-Date PIC 9(8).
01 PY-FiscalYear PIC 9(4).
01 PY-Period PIC 9(2).
01 PY-Week PIC 9(2).
01 PY-PeriodStart PIC 9(8).
01 PY-PeriodEnd PIC 9(8).
01 PY-Found PIC X.

*> the franchised stores, with what the run and the ledger say about each
01 FranTable.
        05 FranEntry OCCURS 10 TIMES.
            10 TblFranStore PIC X(4).
            10 TblFranName PIC X(25).
            10 TblFranFranchisee PIC X(25).
            10 TblFranRoyaltyPct PIC 9(2)V99.
            10 TblFranMktFundPct PIC 9(2)V99.
            10 TblFranMinFee PIC 9(5)V99.
            10 TblFranNet PIC S9(8)V99. *> this period's net sales off the journals
            10 TblFranTrans PIC 9(6).
            10 TblFranBilledAlready PIC X(1). *> Y = the ledger already has this period's invoice
            10 TblFranBalance PIC S9(8)V99. *> billed less paid, all time
            10 TblFranYrNet PIC 9(9)V99. *> summary: the year's invoiced figures
            10 TblFranYrRoyalty PIC 9(8)V99.
            10 TblFranYrTopUp PIC 9(8)V99.
            10 TblFranYrMktFund PIC 9(8)V99.
            10 TblFranYrBilled PIC 9(8)V99.
            10 TblFranYrPaid PIC 9(8)V99.
            10 TblFranYrInvoices PIC 9(3).
01 FranCount PIC 99 VALUE 0.
01 FranIdx PIC 99.
01 Temp_Count PIC 99.

01 WS-Royalty PIC 9(7)V99.
01 WS-TopUp PIC 9(7)V99.
01 WS-MktFund PIC 9(7)V99.
01 WS-InvTotal PIC 9(7)V99.

01 InvHeading.
        05 FILLER PIC X(40) VALUE "FRANCHISE ROYALTY INVOICE".
        05 FILLER PIC X(10) VALUE "INVOICE # ".
        05 PrnInvNo PIC 9(6).
01 InvToLine.
        05 FILLER PIC X(10) VALUE "BILL TO : ".
        05 PrnInvFranchisee PIC X(25).
        05 FILLER PIC X(9) VALUE "  STORE  ".
        05 PrnInvStore PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnInvStoreName PIC X(25).
01 InvPeriodLine.
        05 FILLER PIC X(17) VALUE "FISCAL PERIOD  : ".
        05 PrnInvYear PIC 9(4).
        05 FILLER PIC X(1) VALUE "/".
        05 PrnInvPeriod PIC 99.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnInvFrom PIC 9(8).
        05 FILLER PIC X(4) VALUE " TO ".
        05 PrnInvTo PIC 9(8).
        05 FILLER PIC X(10) VALUE "  DATED : ".
        05 PrnInvDate PIC 9(8).
01 InvAmountLine.
        05 PrnInvText PIC X(40).
        05 PrnInvRate PIC Z9.99 BLANK WHEN ZERO.
        05 PrnInvPct PIC X(3).
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnInvAmount PIC $$$,$$$,$$9.99-.
01 SumHeading.
        05 FILLER PIC X(36) VALUE "ROYALTY INCOME BY STORE  FISCAL YR ".
        05 PrnSumYear PIC 9(4).
01 SumHeads PIC X(80) VALUE
    "Store Net sales      Royalty   Mkt fund     Billed       Paid  Balance due".
01 SumDetailLine.
        05 PrnSumStore PIC X(4).
        05 PrnSumNet PIC $$$$,$$$,$$9.99.
        05 PrnSumRoyalty PIC $$$$,$$9.99.
        05 PrnSumMktFund PIC $$$$,$$9.99.
        05 PrnSumBilled PIC $$$$,$$9.99.
        05 PrnSumPaid PIC $$$$,$$9.99.
        05 PrnSumBalance PIC $$$$,$$9.99-.
01 SumNameLine.
        05 FILLER PIC X(6) VALUE SPACE.
        05 PrnSumName PIC X(25).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSumFranchisee PIC X(25).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSumInvoices PIC ZZ9.
        05 FILLER PIC X(9) VALUE " invoices".
01 SumTotalLine.
        05 FILLER PIC X(4) VALUE "ALL ".
        05 PrnTotNet PIC $$$$,$$$,$$9.99.
        05 PrnTotRoyalty PIC $$$$,$$9.99.
        05 PrnTotMktFund PIC $$$$,$$9.99.
        05 PrnTotBilled PIC $$$$,$$9.99.
        05 PrnTotPaid PIC $$$$,$$9.99.
        05 PrnTotBalance PIC $$$$,$$9.99-.
01 SumTotals.
        05 TotNet PIC 9(9)V99.
        05 TotRoyalty PIC 9(8)V99.
        05 TotMktFund PIC 9(8)V99.
        05 TotBilled PIC 9(8)V99.
        05 TotPaid PIC 9(8)V99.
        05 TotBalance PIC S9(8)V99.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
StartPara.
        ACCEPT WS-Today FROM DATE YYYYMMDD.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "FRANCHISE ROYALTIES"
            DISPLAY "1            : Bill A Fiscal Period"
            DISPLAY "2            : Post A Franchisee Payment"
            DISPLAY "3            : Royalty Income Summary"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM BillPeriod
                WHEN 2 PERFORM PostPayment
                WHEN 3 PERFORM IncomeSummary
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        STOP RUN.

*> EVERY FRANCHISED STORE ON THE MASTER, ITS TOTALS CLEARED
LoadFranchises.
        MOVE 0 TO FranCount
        OPEN INPUT StoreFile
        IF StoreStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ StoreFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF ST-Franchised = 'Y' AND FranCount < 10
                            ADD 1 TO FranCount
                            MOVE ST-StoreID TO TblFranStore(FranCount)
                            MOVE ST-Name TO TblFranName(FranCount)
                            MOVE ST-Franchisee TO TblFranFranchisee(FranCount)
                            MOVE ST-RoyaltyPct TO TblFranRoyaltyPct(FranCount)
                            MOVE ST-MktFundPct TO TblFranMktFundPct(FranCount)
                            MOVE ST-MinFee TO TblFranMinFee(FranCount)
                            MOVE 0 TO TblFranNet(FranCount)
                            MOVE 0 TO TblFranTrans(FranCount)
                            MOVE 'N' TO TblFranBilledAlready(FranCount)
                            MOVE 0 TO TblFranBalance(FranCount)
                            MOVE 0 TO TblFranYrNet(FranCount)
                            MOVE 0 TO TblFranYrRoyalty(FranCount)
                            MOVE 0 TO TblFranYrTopUp(FranCount)
                            MOVE 0 TO TblFranYrMktFund(FranCount)
                            MOVE 0 TO TblFranYrBilled(FranCount)
                            MOVE 0 TO TblFranYrPaid(FranCount)
                            MOVE 0 TO TblFranYrInvoices(FranCount)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE StoreFile
        END-IF
        MOVE 'N' TO WSEOF.

*> ONE PASS OVER THE LEDGER: EACH STORE'S BALANCE, WHETHER THE PERIOD BEING
*> BILLED IS ALREADY ON IT, THE YEAR'S FIGURES, AND THE NEXT INVOICE NUMBER
LoadLedger.
        MOVE 1 TO WS-NextInvoice
        OPEN INPUT RoyaltyARFile
        IF RoyaltyARStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ RoyaltyARFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END PERFORM NoteLedgerLine
                END-READ
            END-PERFORM
            CLOSE RoyaltyARFile
        END-IF
        MOVE 'N' TO WSEOF.

NoteLedgerLine.
        IF RA-Type = 'B' AND RA-InvoiceNo NOT < WS-NextInvoice
            COMPUTE WS-NextInvoice = RA-InvoiceNo + 1
        END-IF
        PERFORM FindFranRow
        IF FranIdx > 0
            IF RA-Type = 'B'
                ADD RA-Amount TO TblFranBalance(FranIdx)
                IF RA-FiscalYear = FL-FiscalYear AND RA-Period = FL-Period
                    MOVE 'Y' TO TblFranBilledAlready(FranIdx)
                END-IF
                IF RA-FiscalYear = WS-YearIn
                    ADD RA-NetSales TO TblFranYrNet(FranIdx)
                    ADD RA-Royalty TO TblFranYrRoyalty(FranIdx)
                    ADD RA-MinTopUp TO TblFranYrTopUp(FranIdx)
                    ADD RA-MktFund TO TblFranYrMktFund(FranIdx)
                    ADD RA-Amount TO TblFranYrBilled(FranIdx)
                    ADD 1 TO TblFranYrInvoices(FranIdx)
                END-IF
            ELSE
                SUBTRACT RA-Amount FROM TblFranBalance(FranIdx)
                IF WS-YearIn > 0
                    MOVE RA-Date TO PY-Date
                    CALL "FISCLOOK" USING PY-Date, PY-FiscalYear, PY-Period, PY-Week,
                        PY-PeriodStart, PY-PeriodEnd, PY-Found
                    IF PY-Found = 'Y' AND PY-FiscalYear = WS-YearIn
                        ADD RA-Amount TO TblFranYrPaid(FranIdx)
                    END-IF
                END-IF
            END-IF
        END-IF.

FindFranRow.
        MOVE 0 TO FranIdx
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > FranCount
            IF TblFranStore(Temp_Count) = RA-StoreID
                MOVE Temp_Count TO FranIdx
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM.

*> NET SALES PER STORE OFF THE JOURNALS -- SALES LESS REFUNDS, TAX TAKEN OUT,
*> AND GIFT CARD / CATERING DEPOSIT / MEAL PLAN LOADS LEFT OFF AS DAILYSALES
*> DOES, SINCE THOSE ARE MONEY HELD, NOT SALES
BillPeriod.
        DISPLAY " "
        DISPLAY "Fiscal year (CCYY) : " WITH NO ADVANCING
        ACCEPT FL-FiscalYear
        DISPLAY "Period (01-12)     : " WITH NO ADVANCING
        ACCEPT FL-Period
        MOVE 0 TO FL-Date
        CALL "FISCLOOK" USING FL-Date, FL-FiscalYear, FL-Period, FL-Week,
            FL-PeriodStart, FL-PeriodEnd, FL-Found
        IF FL-Found NOT = 'Y'
            DISPLAY "That period is not on FiscalCal.dat -- build the year in FISCMNT first."
        ELSE
            IF FL-PeriodEnd NOT < WS-Today
                DISPLAY "The period runs to " FL-PeriodEnd " -- it can only be billed once it has closed."
            ELSE
                PERFORM LoadFranchises
                IF FranCount = 0
                    DISPLAY "No store on Store.dat is set up as a franchise -- see STORMNT."
                ELSE
                    MOVE 0 TO WS-YearIn
                    PERFORM LoadLedger
                    PERFORM SweepPeriod
                    PERFORM WriteInvoices
                END-IF
            END-IF
        END-IF.

SweepPeriod.
        MOVE FL-PeriodStart TO WS-SweepDate
        PERFORM UNTIL WS-SweepDate > FL-PeriodEnd
            MOVE SPACE TO WS-LogFileName
            STRING "SalesLog_" DELIMITED BY SIZE
                WS-SweepDate DELIMITED BY SIZE
                ".dat" DELIMITED BY SIZE
                INTO WS-LogFileName
            PERFORM SweepOneLog
            COMPUTE WS-SweepInt = FUNCTION INTEGER-OF-DATE(WS-SweepDate) + 1
            COMPUTE WS-SweepDate = FUNCTION DATE-OF-INTEGER(WS-SweepInt)
        END-PERFORM
        MOVE "SalesLog.dat" TO WS-LogFileName
        PERFORM SweepOneLog.

SweepOneLog.
        OPEN INPUT SalesLog
        IF SalesLogStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ SalesLog
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF SL-Training NOT = 'Y'
                            AND SL-Date NOT < FL-PeriodStart
                            AND SL-Date NOT > FL-PeriodEnd
                            PERFORM TallyRecord
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SalesLog
        END-IF
        MOVE 'N' TO WSEOF.

TallyRecord.
        IF SL-RecType = 'H' OR SL-RecType = 'R'
            MOVE SL-StoreID TO RA-StoreID
            PERFORM FindFranRow
            IF FranIdx > 0
                MOVE SL-Amount TO WS-SaleNet
                IF SL-TaxAmt IS NUMERIC
                    SUBTRACT SL-TaxAmt FROM WS-SaleNet
                END-IF
                IF SL-RecType = 'H'
                    IF SL-MenuID = "GIFT" OR SL-MenuID = "CATD" OR SL-MenuID = "PLAN"
                        CONTINUE
                    ELSE
                        ADD WS-SaleNet TO TblFranNet(FranIdx)
                        ADD 1 TO TblFranTrans(FranIdx)
                    END-IF
                ELSE
                    SUBTRACT WS-SaleNet FROM TblFranNet(FranIdx)
                END-IF
            END-IF
        END-IF
        IF SL-RecType = 'I' AND SL-MenuID = "DEP"
            MOVE SL-StoreID TO RA-StoreID
            PERFORM FindFranRow
            IF FranIdx > 0
                SUBTRACT SL-Amount FROM TblFranNet(FranIdx) *> a container deposit rode in its header -- held for the scheme, no royalty on it
            END-IF
        END-IF.

*> ONE PAGE PER FRANCHISEE, AND THE SAME FIGURES ONTO THE LEDGER AS A B LINE --
*> A STORE ALREADY BILLED FOR THE PERIOD IS LEFT ALONE, SO A RERUN CAN'T DOUBLE-BILL
WriteInvoices.
        MOVE 0 TO WS-Billed
        MOVE 0 TO WS-Skipped
        MOVE 1 TO FranIdx
        PERFORM UNTIL FranIdx > FranCount
            IF TblFranBilledAlready(FranIdx) = 'Y'
                DISPLAY "Store " TblFranStore(FranIdx) " is already billed for " FL-FiscalYear "/" FL-Period " -- skipped."
                ADD 1 TO WS-Skipped
            END-IF
            ADD 1 TO FranIdx
        END-PERFORM
        IF WS-Skipped = FranCount
            *> NOTHING NEW -- LEAVE THE LAST RUN'S INVOICES ON RoyaltyInv.rpt FOR REPRINTING
            DISPLAY "Every franchise is already billed for that period."
        ELSE
            PERFORM WriteNewInvoices
        END-IF.

WriteNewInvoices.
        MOVE "RoyaltyInv.rpt" TO WS-ReportName
        OPEN OUTPUT RoyaltyReport
        OPEN EXTEND RoyaltyARFile
        IF RoyaltyARStatus NOT = "00"
            OPEN OUTPUT RoyaltyARFile
        END-IF
        MOVE 1 TO FranIdx
        PERFORM UNTIL FranIdx > FranCount
            IF TblFranBilledAlready(FranIdx) NOT = 'Y'
                PERFORM BillOneStore
                ADD 1 TO WS-Billed
            END-IF
            ADD 1 TO FranIdx
        END-PERFORM
        CLOSE RoyaltyARFile
        CLOSE RoyaltyReport
        MOVE WS-ReportName TO RF-ReportName
        MOVE "ROYALTY" TO RF-Program
        MOVE FL-PeriodEnd TO RF-BusDate
        CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
        DISPLAY WS-Billed " invoice(s) written to RoyaltyInv.rpt, " WS-Skipped " store(s) skipped.".

BillOneStore.
        *> A PERIOD WHERE REFUNDS OUTRAN SALES EARNS NO PERCENTAGE, ONLY THE MINIMUM
        IF TblFranNet(FranIdx) > 0
            MOVE TblFranNet(FranIdx) TO WS-Base
        ELSE
            MOVE 0 TO WS-Base
        END-IF
        COMPUTE WS-Royalty ROUNDED = WS-Base * TblFranRoyaltyPct(FranIdx) / 100
        COMPUTE WS-MktFund ROUNDED = WS-Base * TblFranMktFundPct(FranIdx) / 100
        MOVE 0 TO WS-TopUp
        IF WS-Royalty < TblFranMinFee(FranIdx)
            COMPUTE WS-TopUp = TblFranMinFee(FranIdx) - WS-Royalty
        END-IF
        COMPUTE WS-InvTotal = WS-Royalty + WS-TopUp + WS-MktFund

        MOVE WS-NextInvoice TO PrnInvNo
        WRITE PrintLine FROM InvHeading AFTER ADVANCING PAGE
        MOVE TblFranFranchisee(FranIdx) TO PrnInvFranchisee
        MOVE TblFranStore(FranIdx) TO PrnInvStore
        MOVE TblFranName(FranIdx) TO PrnInvStoreName
        WRITE PrintLine FROM InvToLine AFTER ADVANCING 2 LINES
        MOVE FL-FiscalYear TO PrnInvYear
        MOVE FL-Period TO PrnInvPeriod
        MOVE FL-PeriodStart TO PrnInvFrom
        MOVE FL-PeriodEnd TO PrnInvTo
        MOVE WS-Today TO PrnInvDate
        WRITE PrintLine FROM InvPeriodLine AFTER ADVANCING 1 LINE
        MOVE SPACE TO PrnInvPct
        MOVE 0 TO PrnInvRate
        MOVE "Net sales for the period (excl. tax)" TO PrnInvText
        MOVE TblFranNet(FranIdx) TO PrnInvAmount
        WRITE PrintLine FROM InvAmountLine AFTER ADVANCING 2 LINES
        MOVE " %" TO PrnInvPct
        MOVE "Royalty at" TO PrnInvText
        MOVE TblFranRoyaltyPct(FranIdx) TO PrnInvRate
        MOVE WS-Royalty TO PrnInvAmount
        WRITE PrintLine FROM InvAmountLine AFTER ADVANCING 2 LINES
        IF WS-TopUp > 0
            MOVE SPACE TO PrnInvPct
            MOVE 0 TO PrnInvRate
            MOVE "Minimum royalty adjustment" TO PrnInvText
            MOVE WS-TopUp TO PrnInvAmount
            WRITE PrintLine FROM InvAmountLine AFTER ADVANCING 1 LINE
        END-IF
        MOVE " %" TO PrnInvPct
        MOVE "Marketing fund at" TO PrnInvText
        MOVE TblFranMktFundPct(FranIdx) TO PrnInvRate
        MOVE WS-MktFund TO PrnInvAmount
        WRITE PrintLine FROM InvAmountLine AFTER ADVANCING 1 LINE
        MOVE SPACE TO PrnInvPct
        MOVE 0 TO PrnInvRate
        MOVE "THIS INVOICE" TO PrnInvText
        MOVE WS-InvTotal TO PrnInvAmount
        WRITE PrintLine FROM InvAmountLine AFTER ADVANCING 2 LINES
        MOVE "Balance brought forward" TO PrnInvText
        MOVE TblFranBalance(FranIdx) TO PrnInvAmount
        WRITE PrintLine FROM InvAmountLine AFTER ADVANCING 1 LINE
        ADD WS-InvTotal TO TblFranBalance(FranIdx)
        MOVE "TOTAL NOW DUE" TO PrnInvText
        MOVE TblFranBalance(FranIdx) TO PrnInvAmount
        WRITE PrintLine FROM InvAmountLine AFTER ADVANCING 1 LINE
        WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES

        MOVE TblFranStore(FranIdx) TO RA-StoreID
        MOVE WS-Today TO RA-Date
        MOVE 'B' TO RA-Type
        MOVE WS-NextInvoice TO RA-InvoiceNo
        MOVE FL-FiscalYear TO RA-FiscalYear
        MOVE FL-Period TO RA-Period
        MOVE WS-Base TO RA-NetSales
        MOVE WS-Royalty TO RA-Royalty
        MOVE WS-TopUp TO RA-MinTopUp
        MOVE WS-MktFund TO RA-MktFund
        MOVE WS-InvTotal TO RA-Amount
        WRITE RoyaltyARData
        ADD 1 TO WS-NextInvoice.

PostPayment.
        DISPLAY " "
        DISPLAY "Store ID : " WITH NO ADVANCING
        ACCEPT WS-StoreIn
        MOVE 0 TO FL-FiscalYear
        MOVE 0 TO FL-Period
        MOVE 0 TO WS-YearIn
        PERFORM LoadFranchises
        PERFORM LoadLedger
        MOVE WS-StoreIn TO RA-StoreID
        PERFORM FindFranRow
        IF FranIdx = 0
            DISPLAY "Store " WS-StoreIn " is not a franchise on Store.dat."
        ELSE
            MOVE TblFranBalance(FranIdx) TO WS-AmtDisp
            DISPLAY "Balance due now : " WS-AmtDisp
            DISPLAY "Invoice # paid (0 = on account) : " WITH NO ADVANCING
            ACCEPT WS-InvoiceIn
            DISPLAY "Payment amount (eg 1500.00) : " WITH NO ADVANCING
            ACCEPT WS-PayAmt
            IF WS-PayAmt = 0
                DISPLAY "Zero payment, nothing posted."
            ELSE
                OPEN EXTEND RoyaltyARFile
                IF RoyaltyARStatus NOT = "00"
                    OPEN OUTPUT RoyaltyARFile
                END-IF
                MOVE SPACE TO RoyaltyARData
                MOVE WS-StoreIn TO RA-StoreID
                MOVE WS-Today TO RA-Date
                MOVE 'P' TO RA-Type
                MOVE WS-InvoiceIn TO RA-InvoiceNo
                MOVE 0 TO RA-FiscalYear
                MOVE 0 TO RA-Period
                MOVE 0 TO RA-NetSales
                MOVE 0 TO RA-Royalty
                MOVE 0 TO RA-MinTopUp
                MOVE 0 TO RA-MktFund
                MOVE WS-PayAmt TO RA-Amount
                WRITE RoyaltyARData
                CLOSE RoyaltyARFile
                SUBTRACT WS-PayAmt FROM TblFranBalance(FranIdx)
                MOVE TblFranBalance(FranIdx) TO WS-AmtDisp
                DISPLAY "Payment posted. Balance due now : " WS-AmtDisp
            END-IF
        END-IF.

*> HEAD OFFICE'S VIEW: THE YEAR'S ROYALTY INCOME STORE BY STORE, WITH WHAT IS
*> STILL OWED ON EACH ACCOUNT
IncomeSummary.
        DISPLAY " "
        DISPLAY "Fiscal year (CCYY) : " WITH NO ADVANCING
        ACCEPT WS-YearIn
        MOVE 0 TO FL-FiscalYear
        MOVE 0 TO FL-Period
        PERFORM LoadFranchises
        PERFORM LoadLedger
        INITIALIZE SumTotals
        MOVE "RoyaltySum.rpt" TO WS-ReportName
        OPEN OUTPUT RoyaltyReport
        MOVE WS-YearIn TO PrnSumYear
        WRITE PrintLine FROM SumHeading AFTER ADVANCING PAGE
        WRITE PrintLine FROM SumHeads AFTER ADVANCING 2 LINES
        MOVE 1 TO FranIdx
        PERFORM UNTIL FranIdx > FranCount
            MOVE TblFranStore(FranIdx) TO PrnSumStore
            MOVE TblFranYrNet(FranIdx) TO PrnSumNet
            COMPUTE PrnSumRoyalty = TblFranYrRoyalty(FranIdx) + TblFranYrTopUp(FranIdx)
            MOVE TblFranYrMktFund(FranIdx) TO PrnSumMktFund
            MOVE TblFranYrBilled(FranIdx) TO PrnSumBilled
            MOVE TblFranYrPaid(FranIdx) TO PrnSumPaid
            MOVE TblFranBalance(FranIdx) TO PrnSumBalance
            WRITE PrintLine FROM SumDetailLine AFTER ADVANCING 1 LINE
            MOVE TblFranName(FranIdx) TO PrnSumName
            MOVE TblFranFranchisee(FranIdx) TO PrnSumFranchisee
            MOVE TblFranYrInvoices(FranIdx) TO PrnSumInvoices
            WRITE PrintLine FROM SumNameLine AFTER ADVANCING 1 LINE
            ADD TblFranYrNet(FranIdx) TO TotNet
            ADD TblFranYrRoyalty(FranIdx) TO TotRoyalty
            ADD TblFranYrTopUp(FranIdx) TO TotRoyalty
            ADD TblFranYrMktFund(FranIdx) TO TotMktFund
            ADD TblFranYrBilled(FranIdx) TO TotBilled
            ADD TblFranYrPaid(FranIdx) TO TotPaid
            ADD TblFranBalance(FranIdx) TO TotBalance
            ADD 1 TO FranIdx
        END-PERFORM
        MOVE TotNet TO PrnTotNet
        MOVE TotRoyalty TO PrnTotRoyalty
        MOVE TotMktFund TO PrnTotMktFund
        MOVE TotBilled TO PrnTotBilled
        MOVE TotPaid TO PrnTotPaid
        MOVE TotBalance TO PrnTotBalance
        WRITE PrintLine FROM SumTotalLine AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
        CLOSE RoyaltyReport
        *> FILED UNDER THE FISCAL YEAR'S LAST DAY -- TODAY WHEN THE CALENDAR
        *> DOESN'T CARRY THE YEAR'S CLOSING PERIOD
        MOVE 0 TO FL-Date
        MOVE WS-YearIn TO FL-FiscalYear
        MOVE 12 TO FL-Period
        CALL "FISCLOOK" USING FL-Date, FL-FiscalYear, FL-Period, FL-Week,
            FL-PeriodStart, FL-PeriodEnd, FL-Found
        IF FL-Found NOT = 'Y'
            MOVE 0 TO FL-PeriodEnd
        END-IF
        MOVE WS-ReportName TO RF-ReportName
        MOVE "ROYALTY" TO RF-Program
        MOVE FL-PeriodEnd TO RF-BusDate
        CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
        DISPLAY "Royalty income summary written to RoyaltySum.rpt".
