        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SUPSCORE. *> supplier performance scorecard over the POs raised in a date range: fill rate, lead time, POs received complete, invoice price variance and invoice-match exceptions, ranked, with each supplier's worst lines
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT PurchOrdFile ASSIGN TO "PurchOrd.dat" *> one line per item per PO, raised and received by PORDER
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PurchOrdStatus.
        SELECT RecvFile ASSIGN TO "Receiving.dat" *> the receiving journal -- the first posting against a line dates its delivery
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RecvStatus.
        SELECT SuppInvFile ASSIGN TO "SuppInv.dat" *> invoice lines as keyed, in the order they came in
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SuppInvStatus.
        SELECT PayablesFile ASSIGN TO "Payables.dat" *> the invoices INVMATCH accepted -- their prices are the agreed ones
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayablesStatus.
        SELECT VendRetFile ASSIGN TO "VendRet.dat" *> goods sent back -- they don't count as delivered
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VendRetStatus.
        SELECT MenuFile ASSIGN TO "Menu.dat" *> a PO line's supplier is its item's MenuSupplierID
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MenuID
            FILE STATUS IS MenuFileStatus.
        SELECT SupplierFile ASSIGN TO "Supplier.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SUP-ID
            FILE STATUS IS SupplierFileStatus.
        SELECT ScoreReport ASSIGN TO "SupScore.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PurchOrdFile.
01 PurchOrdData.
        02 PO-PONo PIC 9(5).
        02 PO-Status PIC X(1).
        02 PO-MenuID PIC X(4).
        02 PO-OrderQty PIC 9(5).
        02 PO-RecvQty PIC 9(5).
        02 PO-Date PIC 9(8).
        02 PO-RecvDate PIC 9(8).

FD RecvFile.
COPY RECVREC.

FD SuppInvFile.
01 SuppInvData.
        02 IV-SupplierID PIC X(4).
        02 IV-InvoiceNo PIC X(10).
        02 IV-PONo PIC 9(5).
        02 IV-MenuID PIC X(4).
        02 IV-Qty PIC 9(5).
        02 IV-UnitPrice PIC 9(4)V99.

FD PayablesFile.
COPY APVOUCH.

FD VendRetFile.
COPY RTVREC.

FD MenuFile.
COPY MENUREC.

FD SupplierFile.
COPY SUPPREC.

FD ScoreReport.
01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 PurchOrdStatus PIC XX.
01 RecvStatus PIC XX.
01 SuppInvStatus PIC XX.
01 PayablesStatus PIC XX.
01 MenuFileStatus PIC XX.
01 VendRetStatus PIC XX.
01 WS-LineReturned PIC 9(6).
01 WS-LineOpenRet PIC 9(3).
01 SupplierFileStatus PIC XX.
01 WS-MenuOpen PIC X VALUE 'N'.
01 WS-SuppOpen PIC X VALUE 'N'.
01 WS-Today PIC 9(8).
01 WS-FromDate PIC 9(8).
01 WS-ToDate PIC 9(8).
01 WS-LookupSupp PIC X(4).
01 WS-LineSupp PIC X(4).
01 WS-LineName PIC X(20).
01 WS-MenuPriceNum PIC 9(6)V99.
01 WS-RecvTotal PIC 9(6).
01 WS-FillQty PIC 9(5).
01 WS-Days PIC S9(5).
01 WS-Problem PIC X(28).
01 WS-InRange PIC X.
01 WS-Cleared PIC X.
01 WS-Agreed PIC 9(4)V99.
01 WS-Variance PIC S9(7)V99.
01 WS-NoSuppLines PIC 9(4) VALUE 0.
COPY RATES. *> SupScoreWorstLines

*> every PO line raised in the range, with the supplier its item is bought from
01 POLineTable.
        05 POLineEntry OCCURS 300 TIMES.
            10 TblPOLNo PIC 9(5).
            10 TblPOLItem PIC X(4).
            10 TblPOLName PIC X(20).
            10 TblPOLSupIdx PIC 99.
            10 TblPOLOrdered PIC 9(5).
            10 TblPOLRecvd PIC 9(5). *> kept -- received less anything sent back
            10 TblPOLReturned PIC 9(5).
            10 TblPOLOpenRet PIC 9(3). *> returns still waiting on a credit
            10 TblPOLDate PIC 9(8).
            10 TblPOLFirstRecv PIC 9(8). *> zero until something arrives
            10 TblPOLRecvJnl PIC 9(6). *> total journaled against the line on Receiving.dat
            10 TblPOLDays PIC 9(3). *> raised to first delivery, or to today while nothing has come
            10 TblPOLBadness PIC 9(7). *> shortfall % then days -- the worst sorts highest
            10 TblPOLTaken PIC X(1).
01 POLineCount PIC 9(3) VALUE 0.
01 POLineIdx PIC 9(3).
01 POLineSub PIC 9(3).

*> one row per supplier per PO -- a PO counts as complete for a supplier when all its lines from them are in full
01 POTable.
        05 POEntry OCCURS 300 TIMES.
            10 TblPOSupIdx PIC 99.
            10 TblPONo PIC 9(5).
            10 TblPOComplete PIC X(1).
01 POCount PIC 9(3) VALUE 0.
01 POIdx PIC 9(3).
01 POSub PIC 9(3).

*> one row per supplier on the scorecard
01 SuppTable.
        05 SuppEntry OCCURS 40 TIMES.
            10 TblSupID PIC X(4).
            10 TblSupName PIC X(25).
            10 TblSupOnFile PIC X(1).
            10 TblSupLines PIC 9(4).
            10 TblSupOrdered PIC 9(7).
            10 TblSupFilled PIC 9(7). *> received, never counting more than was ordered
            10 TblSupLeadDays PIC 9(7).
            10 TblSupLeadLines PIC 9(4).
            10 TblSupPOs PIC 9(4).
            10 TblSupPOsComplete PIC 9(4).
            10 TblSupInvLines PIC 9(4).
            10 TblSupExceptions PIC 9(4).
            10 TblSupVariance PIC S9(7)V99.
            10 TblSupFillPct PIC 9(3)V9.
            10 TblSupCompletePct PIC 9(3)V9.
            10 TblSupCleanPct PIC 9(3)V9.
            10 TblSupAvgLead PIC 9(3)V9.
            10 TblSupScore PIC 9(3)V9.
            10 TblSupTaken PIC X(1).
01 SuppCount PIC 99 VALUE 0.
01 SuppIdx PIC 99.
01 SuppSub PIC 99.

*> the invoices INVMATCH raised as payables -- a price on one of these was accepted
01 ClearedTable.
        05 ClearedEntry OCCURS 500 TIMES.
            10 TblClrSupp PIC X(4).
            10 TblClrInvoice PIC X(10).
01 ClearedCount PIC 9(3) VALUE 0.
01 ClearedSub PIC 9(3).

*> the last accepted price per supplier and item, carried forward invoice by invoice
01 PriceTable.
        05 PriceEntry OCCURS 300 TIMES.
            10 TblPrcSupp PIC X(4).
            10 TblPrcItem PIC X(4).
            10 TblPrcPrice PIC 9(4)V99.
01 PriceCount PIC 9(3) VALUE 0.
01 PriceIdx PIC 9(3).
01 PriceSub PIC 9(3).

*> every invoice line against a PO in the range, kept for the worst-lines lists
01 InvLineTable.
        05 InvLineEntry OCCURS 300 TIMES.
            10 TblIVLSupIdx PIC 99.
            10 TblIVLInvoice PIC X(10).
            10 TblIVLPONo PIC 9(5).
            10 TblIVLItem PIC X(4).
            10 TblIVLQty PIC 9(5).
            10 TblIVLPrice PIC 9(4)V99.
            10 TblIVLAgreed PIC 9(4)V99. *> zero when there was no earlier accepted price
            10 TblIVLVariance PIC S9(7)V99.
            10 TblIVLProblem PIC X(28).
            10 TblIVLBadness PIC S9(9)V99. *> an exception outranks any price variance
            10 TblIVLTaken PIC X(1).
01 InvLineCount PIC 9(3) VALUE 0.
01 InvLineSub PIC 9(3).

01 WS-RankCount PIC 99.
01 WS-RankBest PIC 99.
01 WS-RankBestScore PIC S9(3)V9.
01 WS-WorstCount PIC 9.
01 WS-WorstBest PIC 9(3).
01 WS-WorstBestPO PIC 9(7).
01 WS-WorstBestInv PIC S9(9)V99.
01 WS-POLineOverflow PIC X VALUE 'N'.
01 WS-POOverflow PIC X VALUE 'N'.
01 WS-SuppOverflow PIC X VALUE 'N'.
01 WS-ClearedOverflow PIC X VALUE 'N'.
01 WS-PriceOverflow PIC X VALUE 'N'.
01 WS-InvLineOverflow PIC X VALUE 'N'.

01 PageHeading.
        05 FILLER PIC X(42) VALUE "SUPPLIER SCORECARD -- POS RAISED FROM     ".
        05 PrnFromDate PIC 9(8).
        05 FILLER PIC X(4) VALUE " TO ".
        05 PrnToDate PIC 9(8).
01 ExplainLine1 PIC X(100) VALUE
    "Score = 40% fill rate + 30% POs received complete + 30% invoice lines clean of match exceptions.".
01 ExplainLine2 PIC X(100) VALUE
    "Goods sent back count as not delivered. Price variance is against the last price we accepted.".
01 SuppHeading.
        05 FILLER PIC X(5) VALUE "RANK ".
        05 PrnRank PIC Z9.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnSupID PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSupName PIC X(25).
        05 FILLER PIC X(9) VALUE "  SCORE  ".
        05 PrnScore PIC ZZ9.9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSupFlag PIC X(24).
01 DeliveryLine.
        05 FILLER PIC X(6) VALUE "  POs ".
        05 PrnPOs PIC ZZZ9.
        05 FILLER PIC X(11) VALUE "  complete ".
        05 PrnPOsComplete PIC ZZZ9.
        05 FILLER PIC X(2) VALUE " (".
        05 PrnCompletePct PIC ZZ9.9.
        05 FILLER PIC X(12) VALUE "%)  ordered ".
        05 PrnOrdered PIC ZZZZZZ9.
        05 FILLER PIC X(8) VALUE "  recvd ".
        05 PrnFilled PIC ZZZZZZ9.
        05 FILLER PIC X(7) VALUE "  fill ".
        05 PrnFillPct PIC ZZ9.9.
        05 FILLER PIC X(12) VALUE "%  avg lead ".
        05 PrnAvgLead PIC ZZ9.9.
        05 FILLER PIC X(5) VALUE " days".
01 InvoiceLine.
        05 FILLER PIC X(16) VALUE "  invoice lines ".
        05 PrnInvLines PIC ZZZ9.
        05 FILLER PIC X(20) VALUE "  match exceptions  ".
        05 PrnExceptions PIC ZZZ9.
        05 FILLER PIC X(2) VALUE " (".
        05 PrnCleanPct PIC ZZ9.9.
        05 FILLER PIC X(26) VALUE "% clean)  price variance  ".
        05 PrnSupVariance PIC $$$,$$9.99-.
01 WorstPOTitle PIC X(30) VALUE "  worst delivery lines".
01 WorstPOHeads PIC X(100) VALUE
    "    PO No  Item  Name                 Ordered  Recvd  Raised    Arrived   Days".
01 WorstPOLine.
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnWPONo PIC 9(5).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnWPOItem PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnWPOName PIC X(20).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnWPOOrdered PIC ZZZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnWPORecvd PIC ZZZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnWPODate PIC 9(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnWPODelivered PIC X(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnWPODays PIC ZZZZ9.
01 WorstInvTitle PIC X(30) VALUE "  worst invoice lines".
01 WorstInvHeads PIC X(100) VALUE
    "    Invoice     PO No  Item   Qty   Charged    Agreed  Variance   Problem".
01 WorstInvLine.
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnWIVInvoice PIC X(10).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnWIVPONo PIC 9(5).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnWIVItem PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnWIVQty PIC ZZZZ9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnWIVPrice PIC $$,$$9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnWIVAgreed PIC $$,$$9.99.
        05 PrnWIVVariance PIC $$$,$$9.99-.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnWIVProblem PIC X(28).
01 NoSuppLine PIC X(50) VALUE "  (no purchase orders raised in the range)".
01 NoSuppItemLine.
        05 FILLER PIC X(10) VALUE SPACE.
        05 PrnNoSuppLines PIC ZZZ9.
        05 FILLER PIC X(60) VALUE
            " PO line(s) left out -- the item has no supplier on Menu.dat".
01 OverflowLine PIC X(70) VALUE
    "*** A TABLE FILLED UP -- SOME LINES ARE LEFT OUT OF THE SCORES".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD
DISPLAY "POs raised from (CCYYMMDD, 0 = 90 days back) : " WITH NO ADVANCING
ACCEPT WS-FromDate
DISPLAY "             to (CCYYMMDD, 0 = today)       : " WITH NO ADVANCING
ACCEPT WS-ToDate
IF WS-ToDate = 0
        MOVE WS-Today TO WS-ToDate
END-IF
IF WS-FromDate = 0
        COMPUTE WS-FromDate = FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(WS-ToDate) - 89)
END-IF

*> BOTH MASTERS STAY OPEN FOR THE LOOKUPS -- A KEY NOT FOUND CHANGES THE STATUS, SO
*> WHETHER EACH FILE OPENED IS KEPT APART FROM IT
OPEN INPUT MenuFile
IF MenuFileStatus = "00"
        MOVE 'Y' TO WS-MenuOpen
END-IF
OPEN INPUT SupplierFile
IF SupplierFileStatus = "00"
        MOVE 'Y' TO WS-SuppOpen
END-IF
PERFORM LoadPOLines
PERFORM DateDeliveries
PERFORM LoadCleared
PERFORM ScoreInvoices
IF WS-MenuOpen = 'Y'
        CLOSE MenuFile
END-IF
IF WS-SuppOpen = 'Y'
        CLOSE SupplierFile
END-IF
PERFORM WorkOutScores

OPEN OUTPUT ScoreReport
MOVE WS-FromDate TO PrnFromDate
MOVE WS-ToDate TO PrnToDate
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM ExplainLine1 AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ExplainLine2 AFTER ADVANCING 1 LINE
IF WS-NoSuppLines > 0
        MOVE WS-NoSuppLines TO PrnNoSuppLines
        WRITE PrintLine FROM NoSuppItemLine AFTER ADVANCING 1 LINE
END-IF
IF WS-POLineOverflow = 'Y' OR WS-POOverflow = 'Y' OR WS-SuppOverflow = 'Y'
        OR WS-ClearedOverflow = 'Y' OR WS-PriceOverflow = 'Y' OR WS-InvLineOverflow = 'Y'
        WRITE PrintLine FROM OverflowLine AFTER ADVANCING 1 LINE
END-IF
IF SuppCount = 0
        WRITE PrintLine FROM NoSuppLine AFTER ADVANCING 2 LINES
END-IF

*> BEST SCORE FIRST -- THE HIGHEST SUPPLIER NOT YET PRINTED IS PICKED EACH TIME ROUND
MOVE 0 TO WS-RankCount
PERFORM UNTIL WS-RankCount NOT < SuppCount
        MOVE 0 TO WS-RankBest
        MOVE -1 TO WS-RankBestScore
        MOVE 1 TO SuppSub
        PERFORM UNTIL SuppSub > SuppCount
            IF TblSupTaken(SuppSub) = 'N' AND TblSupScore(SuppSub) > WS-RankBestScore
                MOVE SuppSub TO WS-RankBest
                MOVE TblSupScore(SuppSub) TO WS-RankBestScore
            END-IF
            ADD 1 TO SuppSub
        END-PERFORM
        ADD 1 TO WS-RankCount
        MOVE WS-RankBest TO SuppIdx
        MOVE 'Y' TO TblSupTaken(SuppIdx)
        PERFORM PrintSupplier
END-PERFORM

WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ScoreReport
MOVE "SupScore.rpt" TO RF-ReportName
MOVE "SUPSCORE" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY SuppCount " supplier(s) scored, see SupScore.rpt"
STOP RUN.

*> EVERY PO LINE RAISED IN THE RANGE, TIED TO ITS ITEM'S SUPPLIER
LoadPOLines.
OPEN INPUT PurchOrdFile
IF PurchOrdStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ PurchOrdFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF PO-Date NOT < WS-FromDate AND PO-Date NOT > WS-ToDate
                        PERFORM NotePOLine
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PurchOrdFile
ELSE
        DISPLAY "PurchOrd.dat not found -- no purchase orders on file."
END-IF
MOVE 'N' TO WSEOF
PERFORM NoteReturns.

*> GOODS SENT BACK WERE NOT REALLY DELIVERED: THEY COME OFF THE LINE'S RECEIVED
*> QTY BEFORE THE FILL RATE, AND A LINE LEFT SHORT BY THEM LEAVES ITS PO INCOMPLETE
NoteReturns.
OPEN INPUT VendRetFile
IF VendRetStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ VendRetFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE 1 TO POLineSub
                    PERFORM UNTIL POLineSub > POLineCount
                        IF TblPOLNo(POLineSub) = RT-PONo AND TblPOLItem(POLineSub) = RT-MenuID
                            ADD RT-Qty TO TblPOLReturned(POLineSub)
                            IF RT-Status = 'O'
                                ADD 1 TO TblPOLOpenRet(POLineSub)
                            END-IF
                        END-IF
                        ADD 1 TO POLineSub
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE VendRetFile
END-IF
MOVE 'N' TO WSEOF
MOVE 1 TO POLineSub
PERFORM UNTIL POLineSub > POLineCount
        MOVE TblPOLSupIdx(POLineSub) TO SuppIdx
        IF TblPOLReturned(POLineSub) > TblPOLRecvd(POLineSub)
            MOVE 0 TO TblPOLRecvd(POLineSub)
        ELSE
            SUBTRACT TblPOLReturned(POLineSub) FROM TblPOLRecvd(POLineSub)
        END-IF
        IF TblPOLRecvd(POLineSub) > TblPOLOrdered(POLineSub)
            ADD TblPOLOrdered(POLineSub) TO TblSupFilled(SuppIdx)
        ELSE
            ADD TblPOLRecvd(POLineSub) TO TblSupFilled(SuppIdx)
            IF TblPOLRecvd(POLineSub) < TblPOLOrdered(POLineSub)
                MOVE 1 TO POSub
                PERFORM UNTIL POSub > POCount
                    IF TblPOSupIdx(POSub) = SuppIdx AND TblPONo(POSub) = TblPOLNo(POLineSub)
                        MOVE 'N' TO TblPOComplete(POSub)
                    END-IF
                    ADD 1 TO POSub
                END-PERFORM
            END-IF
        END-IF
        ADD 1 TO POLineSub
END-PERFORM.

NotePOLine.
MOVE SPACE TO WS-LineSupp
MOVE SPACE TO WS-LineName
IF WS-MenuOpen = 'Y'
        MOVE PO-MenuID TO MenuID
        READ MenuFile KEY IS MenuID
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE MenuSupplierID TO WS-LineSupp
                MOVE MenuItemName TO WS-LineName
        END-READ
END-IF
IF WS-LineSupp = SPACE
        ADD 1 TO WS-NoSuppLines
ELSE
        MOVE WS-LineSupp TO WS-LookupSupp
        PERFORM FindSuppRow
        IF SuppIdx > 0
            IF POLineCount < 300
                ADD 1 TO POLineCount
                MOVE POLineCount TO POLineIdx
                MOVE PO-PONo TO TblPOLNo(POLineIdx)
                MOVE PO-MenuID TO TblPOLItem(POLineIdx)
                MOVE WS-LineName TO TblPOLName(POLineIdx)
                MOVE SuppIdx TO TblPOLSupIdx(POLineIdx)
                MOVE PO-OrderQty TO TblPOLOrdered(POLineIdx)
                MOVE PO-RecvQty TO TblPOLRecvd(POLineIdx)
                MOVE PO-Date TO TblPOLDate(POLineIdx)
                MOVE 0 TO TblPOLFirstRecv(POLineIdx)
                MOVE 0 TO TblPOLRecvJnl(POLineIdx)
                MOVE 0 TO TblPOLReturned(POLineIdx)
                MOVE 0 TO TblPOLOpenRet(POLineIdx)
                MOVE 0 TO TblPOLBadness(POLineIdx)
                MOVE 'N' TO TblPOLTaken(POLineIdx)
                ADD 1 TO TblSupLines(SuppIdx)
                ADD PO-OrderQty TO TblSupOrdered(SuppIdx)
                PERFORM NotePOComplete
            ELSE
                MOVE 'Y' TO WS-POLineOverflow
            END-IF
        END-IF
END-IF.

*> ONE SHORT LINE MAKES THE WHOLE PO INCOMPLETE FOR THAT SUPPLIER
NotePOComplete.
MOVE 0 TO POIdx
MOVE 1 TO POSub
PERFORM UNTIL POSub > POCount
        IF TblPOSupIdx(POSub) = SuppIdx AND TblPONo(POSub) = PO-PONo
            MOVE POSub TO POIdx
        END-IF
        ADD 1 TO POSub
END-PERFORM
IF POIdx = 0
        IF POCount < 300
            ADD 1 TO POCount
            MOVE POCount TO POIdx
            MOVE SuppIdx TO TblPOSupIdx(POIdx)
            MOVE PO-PONo TO TblPONo(POIdx)
            MOVE 'Y' TO TblPOComplete(POIdx)
        ELSE
            MOVE 'Y' TO WS-POOverflow
        END-IF
END-IF
IF POIdx > 0 AND PO-RecvQty < PO-OrderQty
        MOVE 'N' TO TblPOComplete(POIdx)
END-IF.

*> THE FIRST RECEIVING POSTING AGAINST A LINE IS WHEN IT WAS DELIVERED
DateDeliveries.
OPEN INPUT RecvFile
IF RecvStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ RecvFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE 1 TO POLineSub
                    PERFORM UNTIL POLineSub > POLineCount
                        IF TblPOLNo(POLineSub) = RV-PONo AND TblPOLItem(POLineSub) = RV-MenuID
                            ADD RV-Qty TO TblPOLRecvJnl(POLineSub)
                            IF TblPOLFirstRecv(POLineSub) = 0
                                OR RV-Date < TblPOLFirstRecv(POLineSub)
                                MOVE RV-Date TO TblPOLFirstRecv(POLineSub)
                            END-IF
                        END-IF
                        ADD 1 TO POLineSub
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE RecvFile
END-IF
MOVE 'N' TO WSEOF

*> LEAD TIME PER DELIVERED LINE; A LINE STILL SHORT IS AGED TO TODAY FOR THE WORST LIST
MOVE 1 TO POLineSub
PERFORM UNTIL POLineSub > POLineCount
        MOVE TblPOLSupIdx(POLineSub) TO SuppIdx
        IF TblPOLFirstRecv(POLineSub) > 0
            COMPUTE WS-Days = FUNCTION INTEGER-OF-DATE(TblPOLFirstRecv(POLineSub))
                - FUNCTION INTEGER-OF-DATE(TblPOLDate(POLineSub))
            IF WS-Days < 0
                MOVE 0 TO WS-Days
            END-IF
            ADD WS-Days TO TblSupLeadDays(SuppIdx)
            ADD 1 TO TblSupLeadLines(SuppIdx)
        ELSE
            COMPUTE WS-Days = FUNCTION INTEGER-OF-DATE(WS-Today)
                - FUNCTION INTEGER-OF-DATE(TblPOLDate(POLineSub))
        END-IF
        IF WS-Days > 999
            MOVE 999 TO WS-Days
        END-IF
        MOVE 0 TO WS-FillQty
        IF TblPOLRecvd(POLineSub) < TblPOLOrdered(POLineSub)
            COMPUTE WS-FillQty ROUNDED = (TblPOLOrdered(POLineSub) - TblPOLRecvd(POLineSub)) * 100
                / TblPOLOrdered(POLineSub)
        END-IF
        MOVE WS-Days TO TblPOLDays(POLineSub)
        COMPUTE TblPOLBadness(POLineSub) = WS-FillQty * 1000 + WS-Days
        ADD 1 TO POLineSub
END-PERFORM.

LoadCleared.
OPEN INPUT PayablesFile
IF PayablesStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ PayablesFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF ClearedCount < 500
                        ADD 1 TO ClearedCount
                        MOVE AP-SupplierID TO TblClrSupp(ClearedCount)
                        MOVE AP-InvoiceNo TO TblClrInvoice(ClearedCount)
                    ELSE
                        MOVE 'Y' TO WS-ClearedOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PayablesFile
END-IF
MOVE 'N' TO WSEOF.

*> EVERY INVOICE LINE IN THE ORDER IT WAS KEYED: ONE AGAINST A PO IN THE RANGE IS
*> SCORED, THEN A LINE ON AN ACCEPTED INVOICE SETS THE AGREED PRICE FOR THE NEXT
ScoreInvoices.
OPEN INPUT SuppInvFile
IF SuppInvStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ SuppInvFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    PERFORM FindPriceRow
                    MOVE 'N' TO WS-InRange
                    MOVE 1 TO POLineSub
                    PERFORM UNTIL POLineSub > POLineCount
                        IF TblPOLNo(POLineSub) = IV-PONo
                            MOVE 'Y' TO WS-InRange
                        END-IF
                        ADD 1 TO POLineSub
                    END-PERFORM
                    IF WS-InRange = 'Y'
                        PERFORM ScoreInvoiceLine
                    END-IF
                    MOVE 'N' TO WS-Cleared
                    MOVE 1 TO ClearedSub
                    PERFORM UNTIL ClearedSub > ClearedCount
                        IF TblClrSupp(ClearedSub) = IV-SupplierID
                            AND TblClrInvoice(ClearedSub) = IV-InvoiceNo
                            MOVE 'Y' TO WS-Cleared
                        END-IF
                        ADD 1 TO ClearedSub
                    END-PERFORM
                    IF WS-Cleared = 'Y' AND PriceIdx > 0
                        MOVE IV-UnitPrice TO TblPrcPrice(PriceIdx)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SuppInvFile
END-IF
MOVE 'N' TO WSEOF.

*> THE SAME CHECKS INVMATCH MAKES -- THE FIRST ONE FAILED NAMES THE PROBLEM
ScoreInvoiceLine.
MOVE IV-SupplierID TO WS-LookupSupp
PERFORM FindSuppRow
IF SuppIdx > 0
        MOVE SPACE TO WS-Problem
        IF TblSupOnFile(SuppIdx) = 'N' AND WS-SuppOpen = 'Y'
            MOVE "UNKNOWN SUPPLIER" TO WS-Problem
        END-IF
        MOVE 0 TO WS-RecvTotal
        MOVE 0 TO WS-LineReturned
        MOVE 0 TO WS-LineOpenRet
        MOVE 1 TO POLineSub
        PERFORM UNTIL POLineSub > POLineCount
            IF TblPOLNo(POLineSub) = IV-PONo AND TblPOLItem(POLineSub) = IV-MenuID
                ADD TblPOLRecvJnl(POLineSub) TO WS-RecvTotal
                ADD TblPOLReturned(POLineSub) TO WS-LineReturned
                ADD TblPOLOpenRet(POLineSub) TO WS-LineOpenRet
            END-IF
            ADD 1 TO POLineSub
        END-PERFORM
        IF IV-Qty > WS-RecvTotal AND WS-Problem = SPACE
            MOVE "INVOICED MORE THAN RECEIVED" TO WS-Problem
        END-IF
        IF IV-Qty + WS-LineReturned > WS-RecvTotal AND WS-LineOpenRet = 0
            AND WS-Problem = SPACE
            MOVE "INVOICED GOODS SENT BACK" TO WS-Problem
        END-IF
        IF WS-MenuOpen = 'Y'
            MOVE IV-MenuID TO MenuID
            READ MenuFile KEY IS MenuID
                INVALID KEY
                    IF WS-Problem = SPACE
                        MOVE "ITEM NOT ON MENU FILE" TO WS-Problem
                    END-IF
                NOT INVALID KEY
                    MOVE MenuItemPrice TO WS-MenuPriceNum
                    IF MenuSupplierID NOT = SPACE AND MenuSupplierID NOT = IV-SupplierID
                        AND WS-Problem = SPACE
                        MOVE "NOT THIS ITEM'S SUPPLIER" TO WS-Problem
                    END-IF
                    IF IV-UnitPrice > WS-MenuPriceNum AND WS-Problem = SPACE
                        MOVE "PRICE ABOVE LOADED PRICE" TO WS-Problem
                    END-IF
            END-READ
        END-IF
        MOVE 0 TO WS-Agreed
        MOVE 0 TO WS-Variance
        IF PriceIdx > 0
            MOVE TblPrcPrice(PriceIdx) TO WS-Agreed
        END-IF
        IF WS-Agreed > 0
            COMPUTE WS-Variance = (IV-UnitPrice - WS-Agreed) * IV-Qty
        END-IF
        ADD 1 TO TblSupInvLines(SuppIdx)
        ADD WS-Variance TO TblSupVariance(SuppIdx)
        IF WS-Problem NOT = SPACE
            ADD 1 TO TblSupExceptions(SuppIdx)
        END-IF
        IF InvLineCount < 300
            ADD 1 TO InvLineCount
            MOVE SuppIdx TO TblIVLSupIdx(InvLineCount)
            MOVE IV-InvoiceNo TO TblIVLInvoice(InvLineCount)
            MOVE IV-PONo TO TblIVLPONo(InvLineCount)
            MOVE IV-MenuID TO TblIVLItem(InvLineCount)
            MOVE IV-Qty TO TblIVLQty(InvLineCount)
            MOVE IV-UnitPrice TO TblIVLPrice(InvLineCount)
            MOVE WS-Agreed TO TblIVLAgreed(InvLineCount)
            MOVE WS-Variance TO TblIVLVariance(InvLineCount)
            MOVE WS-Problem TO TblIVLProblem(InvLineCount)
            MOVE WS-Variance TO TblIVLBadness(InvLineCount)
            IF WS-Problem NOT = SPACE
                ADD 10000000 TO TblIVLBadness(InvLineCount)
            END-IF
            MOVE 'N' TO TblIVLTaken(InvLineCount)
        ELSE
            MOVE 'Y' TO WS-InvLineOverflow
        END-IF
END-IF.

*> THE PERCENTAGES AND THE WEIGHTED SCORE -- A SUPPLIER WITH NOTHING TO MEASURE
*> ON ONE HEADING IS NOT MARKED DOWN FOR IT
WorkOutScores.
MOVE 1 TO POSub
PERFORM UNTIL POSub > POCount
        MOVE TblPOSupIdx(POSub) TO SuppIdx
        ADD 1 TO TblSupPOs(SuppIdx)
        IF TblPOComplete(POSub) = 'Y'
            ADD 1 TO TblSupPOsComplete(SuppIdx)
        END-IF
        ADD 1 TO POSub
END-PERFORM
MOVE 1 TO SuppIdx
PERFORM UNTIL SuppIdx > SuppCount
        MOVE 100 TO TblSupFillPct(SuppIdx)
        MOVE 100 TO TblSupCompletePct(SuppIdx)
        MOVE 100 TO TblSupCleanPct(SuppIdx)
        MOVE 0 TO TblSupAvgLead(SuppIdx)
        IF TblSupOrdered(SuppIdx) > 0
            COMPUTE TblSupFillPct(SuppIdx) ROUNDED =
                TblSupFilled(SuppIdx) * 100 / TblSupOrdered(SuppIdx)
        END-IF
        IF TblSupPOs(SuppIdx) > 0
            COMPUTE TblSupCompletePct(SuppIdx) ROUNDED =
                TblSupPOsComplete(SuppIdx) * 100 / TblSupPOs(SuppIdx)
        END-IF
        IF TblSupInvLines(SuppIdx) > 0
            COMPUTE TblSupCleanPct(SuppIdx) ROUNDED =
                (TblSupInvLines(SuppIdx) - TblSupExceptions(SuppIdx)) * 100
                / TblSupInvLines(SuppIdx)
        END-IF
        IF TblSupLeadLines(SuppIdx) > 0
            COMPUTE TblSupAvgLead(SuppIdx) ROUNDED =
                TblSupLeadDays(SuppIdx) / TblSupLeadLines(SuppIdx)
        END-IF
        COMPUTE TblSupScore(SuppIdx) ROUNDED = TblSupFillPct(SuppIdx) * .4
            + TblSupCompletePct(SuppIdx) * .3 + TblSupCleanPct(SuppIdx) * .3
        ADD 1 TO SuppIdx
END-PERFORM.

PrintSupplier.
MOVE WS-RankCount TO PrnRank
MOVE TblSupID(SuppIdx) TO PrnSupID
MOVE TblSupName(SuppIdx) TO PrnSupName
MOVE TblSupScore(SuppIdx) TO PrnScore
MOVE SPACE TO PrnSupFlag
IF TblSupOnFile(SuppIdx) = 'N' AND WS-SuppOpen = 'Y'
        MOVE "NOT ON Supplier.dat" TO PrnSupFlag
END-IF
WRITE PrintLine FROM SuppHeading AFTER ADVANCING 3 LINES
MOVE TblSupPOs(SuppIdx) TO PrnPOs
MOVE TblSupPOsComplete(SuppIdx) TO PrnPOsComplete
MOVE TblSupCompletePct(SuppIdx) TO PrnCompletePct
MOVE TblSupOrdered(SuppIdx) TO PrnOrdered
MOVE TblSupFilled(SuppIdx) TO PrnFilled
MOVE TblSupFillPct(SuppIdx) TO PrnFillPct
MOVE TblSupAvgLead(SuppIdx) TO PrnAvgLead
WRITE PrintLine FROM DeliveryLine AFTER ADVANCING 1 LINE
MOVE TblSupInvLines(SuppIdx) TO PrnInvLines
MOVE TblSupExceptions(SuppIdx) TO PrnExceptions
MOVE TblSupCleanPct(SuppIdx) TO PrnCleanPct
MOVE TblSupVariance(SuppIdx) TO PrnSupVariance
WRITE PrintLine FROM InvoiceLine AFTER ADVANCING 1 LINE

*> THE WORST DELIVERY LINES: THE BIGGEST SHORTFALL, THEN THE LONGEST WAIT
IF TblSupLines(SuppIdx) > 0
        WRITE PrintLine FROM WorstPOTitle AFTER ADVANCING 1 LINE
        WRITE PrintLine FROM WorstPOHeads AFTER ADVANCING 1 LINE
END-IF
MOVE 0 TO WS-WorstCount
MOVE 1 TO WS-WorstBest
PERFORM UNTIL WS-WorstCount NOT < SupScoreWorstLines OR WS-WorstBest = 0
        MOVE 0 TO WS-WorstBest
        MOVE 0 TO WS-WorstBestPO
        MOVE 1 TO POLineSub
        PERFORM UNTIL POLineSub > POLineCount
            IF TblPOLSupIdx(POLineSub) = SuppIdx AND TblPOLTaken(POLineSub) = 'N'
                AND (WS-WorstBest = 0 OR TblPOLBadness(POLineSub) > WS-WorstBestPO)
                MOVE POLineSub TO WS-WorstBest
                MOVE TblPOLBadness(POLineSub) TO WS-WorstBestPO
            END-IF
            ADD 1 TO POLineSub
        END-PERFORM
        IF WS-WorstBest > 0
            ADD 1 TO WS-WorstCount
            MOVE 'Y' TO TblPOLTaken(WS-WorstBest)
            PERFORM PrintWorstPOLine
        END-IF
END-PERFORM

*> THE WORST INVOICE LINES: MATCH EXCEPTIONS FIRST, THEN THE DEAREST OVERCHARGE
MOVE 0 TO WS-WorstCount
MOVE 1 TO WS-WorstBest
PERFORM UNTIL WS-WorstCount NOT < SupScoreWorstLines OR WS-WorstBest = 0
        MOVE 0 TO WS-WorstBest
        MOVE 0 TO WS-WorstBestInv
        MOVE 1 TO InvLineSub
        PERFORM UNTIL InvLineSub > InvLineCount
            IF TblIVLSupIdx(InvLineSub) = SuppIdx AND TblIVLTaken(InvLineSub) = 'N'
                AND TblIVLBadness(InvLineSub) > WS-WorstBestInv
                MOVE InvLineSub TO WS-WorstBest
                MOVE TblIVLBadness(InvLineSub) TO WS-WorstBestInv
            END-IF
            ADD 1 TO InvLineSub
        END-PERFORM
        IF WS-WorstBest > 0
            IF WS-WorstCount = 0
                WRITE PrintLine FROM WorstInvTitle AFTER ADVANCING 1 LINE
                WRITE PrintLine FROM WorstInvHeads AFTER ADVANCING 1 LINE
            END-IF
            ADD 1 TO WS-WorstCount
            MOVE 'Y' TO TblIVLTaken(WS-WorstBest)
            PERFORM PrintWorstInvLine
        END-IF
END-PERFORM.

PrintWorstPOLine.
MOVE TblPOLNo(WS-WorstBest) TO PrnWPONo
MOVE TblPOLItem(WS-WorstBest) TO PrnWPOItem
MOVE TblPOLName(WS-WorstBest) TO PrnWPOName
MOVE TblPOLOrdered(WS-WorstBest) TO PrnWPOOrdered
MOVE TblPOLRecvd(WS-WorstBest) TO PrnWPORecvd
MOVE TblPOLDate(WS-WorstBest) TO PrnWPODate
IF TblPOLFirstRecv(WS-WorstBest) > 0
        MOVE TblPOLFirstRecv(WS-WorstBest) TO PrnWPODelivered
ELSE
        MOVE "NOT YET" TO PrnWPODelivered
END-IF
MOVE TblPOLDays(WS-WorstBest) TO PrnWPODays
WRITE PrintLine FROM WorstPOLine AFTER ADVANCING 1 LINE.

PrintWorstInvLine.
MOVE TblIVLInvoice(WS-WorstBest) TO PrnWIVInvoice
MOVE TblIVLPONo(WS-WorstBest) TO PrnWIVPONo
MOVE TblIVLItem(WS-WorstBest) TO PrnWIVItem
MOVE TblIVLQty(WS-WorstBest) TO PrnWIVQty
MOVE TblIVLPrice(WS-WorstBest) TO PrnWIVPrice
MOVE TblIVLAgreed(WS-WorstBest) TO PrnWIVAgreed
MOVE TblIVLVariance(WS-WorstBest) TO PrnWIVVariance
MOVE TblIVLProblem(WS-WorstBest) TO PrnWIVProblem
WRITE PrintLine FROM WorstInvLine AFTER ADVANCING 1 LINE.

FindSuppRow.
MOVE 0 TO SuppIdx
MOVE 1 TO SuppSub
PERFORM UNTIL SuppSub > SuppCount
        IF TblSupID(SuppSub) = WS-LookupSupp
            MOVE SuppSub TO SuppIdx
        END-IF
        ADD 1 TO SuppSub
END-PERFORM
IF SuppIdx = 0
        IF SuppCount < 40
            ADD 1 TO SuppCount
            MOVE SuppCount TO SuppIdx
            MOVE WS-LookupSupp TO TblSupID(SuppIdx)
            MOVE SPACE TO TblSupName(SuppIdx)
            MOVE 'N' TO TblSupOnFile(SuppIdx)
            IF WS-SuppOpen = 'Y'
                MOVE WS-LookupSupp TO SUP-ID
                READ SupplierFile KEY IS SUP-ID
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE SUP-Name TO TblSupName(SuppIdx)
                        MOVE 'Y' TO TblSupOnFile(SuppIdx)
                END-READ
            END-IF
            MOVE 0 TO TblSupLines(SuppIdx)
            MOVE 0 TO TblSupOrdered(SuppIdx)
            MOVE 0 TO TblSupFilled(SuppIdx)
            MOVE 0 TO TblSupLeadDays(SuppIdx)
            MOVE 0 TO TblSupLeadLines(SuppIdx)
            MOVE 0 TO TblSupPOs(SuppIdx)
            MOVE 0 TO TblSupPOsComplete(SuppIdx)
            MOVE 0 TO TblSupInvLines(SuppIdx)
            MOVE 0 TO TblSupExceptions(SuppIdx)
            MOVE 0 TO TblSupVariance(SuppIdx)
            MOVE 'N' TO TblSupTaken(SuppIdx)
        ELSE
            MOVE 'Y' TO WS-SuppOverflow
        END-IF
END-IF.

FindPriceRow.
MOVE 0 TO PriceIdx
MOVE 1 TO PriceSub
PERFORM UNTIL PriceSub > PriceCount
        IF TblPrcSupp(PriceSub) = IV-SupplierID AND TblPrcItem(PriceSub) = IV-MenuID
            MOVE PriceSub TO PriceIdx
        END-IF
        ADD 1 TO PriceSub
END-PERFORM
IF PriceIdx = 0
        IF PriceCount < 300
            ADD 1 TO PriceCount
            MOVE PriceCount TO PriceIdx
            MOVE IV-SupplierID TO TblPrcSupp(PriceIdx)
            MOVE IV-MenuID TO TblPrcItem(PriceIdx)
            MOVE 0 TO TblPrcPrice(PriceIdx)
        ELSE
            MOVE 'Y' TO WS-PriceOverflow
        END-IF
END-IF.
