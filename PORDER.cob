        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PORDER. *> purchase orders off the menu reorder points, receiving into MenuStockQty by lot and use-by date, and the outstanding-PO chase list
AUTHOR. Yanling.
DATE-WRITTEN.Sep 2nd 2026
ENVIRONMENT DIVISION.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MenuID
            LOCK MODE IS MANUAL
            FILE STATUS IS MenuFileStatus.
        SELECT PurchOrdFile ASSIGN TO "PurchOrd.dat" *> one line per item per PO, status O = open, C = closed
            ORGANIZATION IS LINE SEQUENTIAL
        SELECT RecvFile ASSIGN TO "Receiving.dat" *> append-only receiving journal -- the postings INVMATCH sets supplier invoices against
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RecvStatus.
        SELECT StockLotFile ASSIGN TO "StockLot.dat" *> one lot per delivery line, drawn down oldest use-by first by LOTDRAW
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StockLotStatus.
        SELECT VendRetFile ASSIGN TO "VendRet.dat" *> returns to vendor -- each one a credit note we expect, netted off the invoice by INVMATCH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VendRetStatus.
        SELECT RTVCtlFile ASSIGN TO "RTVCtl.dat" *> return number control, the same shape as POCtl.dat
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RTVCtlStatus.
        SELECT POReport ASSIGN TO "PorderOut.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

        02 POC-NextPONo PIC 9(5).

FD RecvFile.
COPY RECVREC.

FD StockLotFile.
COPY STKLOT.

FD VendRetFile.
COPY RTVREC.

FD RTVCtlFile.
01 RTVCtlData.
        02 RTC-NextReturnNo PIC 9(6).

FD POReport.
01 PrintLine PIC X(80).
01 WS-PONo PIC 9(5).
01 WS-PickPONo PIC 9(5).
01 WS-RecvQtyIn PIC 9(5).
01 StockLotStatus PIC XX.
01 WS-LotRefIn PIC X(12).
01 WS-UseByIn PIC 9(8).
01 WS-AreaIn PIC X(8).
01 WS-LotSupp PIC X(4).
01 WS-LinesRaised PIC 9(3).
01 WS-LinesOpen PIC 9(3).
01 WS-OnOrderQty PIC 9(6).
01 WS-AgeDays PIC S9(5).
01 VendRetStatus PIC XX.
01 RTVCtlStatus PIC XX.
01 WS-ReturnNo PIC 9(6).
01 WS-RetItem PIC X(4).
01 WS-RetQty PIC 9(5).
01 WS-RetMax PIC 9(5).
01 WS-RetReason PIC X.
01 WS-RetPriceIn PIC ZZZ9.99.
01 WS-RetPrice PIC 9(4)V99.
01 WS-RetLotIn PIC X(12).
01 WS-RetLotUsed PIC X(12).
01 WS-RetToTake PIC 9(5).
01 WS-RetTake PIC 9(5).
01 WS-RetLineFound PIC X.
01 WS-RetPosted PIC X.
01 WS-RetCreditEdit PIC $$$,$$9.99.
01 WS-CreditNoteNo PIC X(10).
01 WS-CreditAmtIn PIC ZZZZZZ9.99.
01 WS-CreditAmt PIC 9(7)V99.

*> items already on an open PO line must not be ordered again every run
01 OnOrderTable.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnAge PIC ZZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing
COPY LOCKLINK. *> record locking on the shared files

PROCEDURE DIVISION.
StartPara.
        MOVE "PORDER" TO CN-Program
        ACCEPT WS-Today FROM DATE YYYYMMDD.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "1            : Raise Orders From Reorder Points"
            DISPLAY "2            : Receive A Delivery Against A PO"
            DISPLAY "3            : Outstanding PO Report"
            DISPLAY "4            : Return Goods To The Supplier"
            DISPLAY "5            : Record A Supplier Credit Note"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
                WHEN 1 PERFORM RaiseOrders
                WHEN 2 PERFORM ReceiveDelivery
                WHEN 3 PERFORM OutstandingReport
                WHEN 4 PERFORM ReturnToVendor
                WHEN 5 PERFORM RecordCreditNote
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        DISPLAY "  Qty arriving now (0 = none) : " WITH NO ADVANCING
        ACCEPT WS-RecvQtyIn
        IF WS-RecvQtyIn > 0
            PERFORM AskLotDetails
            ADD WS-RecvQtyIn TO PO-RecvQty
            MOVE WS-Today TO PO-RecvDate
            IF PO-RecvQty NOT < PO-OrderQty
            REWRITE PurchOrdData
            PERFORM PostStockIn
            PERFORM WriteRecvJournal
            PERFORM WriteStockLot
        END-IF.

*> EVERY DELIVERY LINE BECOMES A LOT -- THE SUPPLIER'S LOT CODE WHEN THERE IS
*> ONE, ELSE PO AND ITEM -- WITH ITS USE-BY DATE AND WHERE IT WAS PUT AWAY
AskLotDetails.
        DISPLAY "  Lot reference (blank = PO and item) : " WITH NO ADVANCING
        ACCEPT WS-LotRefIn
        IF WS-LotRefIn = SPACE
            STRING "PO" DELIMITED BY SIZE
                PO-PONo DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                PO-MenuID DELIMITED BY SIZE
                INTO WS-LotRefIn
        END-IF
        DISPLAY "  Use-by date (CCYYMMDD, 0 = does not go off) : " WITH NO ADVANCING
        ACCEPT WS-UseByIn
        IF WS-UseByIn IS NOT NUMERIC
            MOVE 0 TO WS-UseByIn
        END-IF
        IF WS-UseByIn > 0 AND WS-UseByIn < WS-Today
            DISPLAY "  ALREADY PAST ITS USE-BY DATE -- THE EXPIRY REPORT WILL FLAG IT FOR WASTE."
        END-IF
        DISPLAY "  Storage area (WALKIN/FREEZER/DRY/BAR) : " WITH NO ADVANCING
        ACCEPT WS-AreaIn.

PostStockIn.
        MOVE SPACE TO WS-LotSupp
        OPEN I-O MenuFile
        IF MenuFileStatus = "00"
            MOVE PO-MenuID TO MenuID
            MOVE "Menu.dat" TO CN-File
            MOVE MenuID TO CN-Key
            MOVE 0 TO CN-Tries
            MOVE 'N' TO CN-GaveUp
            MOVE "51" TO MenuFileStatus
            PERFORM UNTIL MenuFileStatus NOT = "51" OR CN-GaveUp = 'Y'
                READ MenuFile WITH LOCK KEY IS MenuID
                    INVALID KEY CONTINUE
                END-READ
                IF MenuFileStatus = "51"
                    CALL "LOCKWAIT" USING CN-LockLink
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN CN-GaveUp = 'Y'
                    DISPLAY "  " PO-MenuID " is held at a register -- stock not posted, receive it again."
                WHEN MenuFileStatus(1:1) NOT = "0"
                    DISPLAY "  " PO-MenuID " is no longer on the menu -- stock not posted."
                WHEN OTHER
                    MOVE MenuSupplierID TO WS-LotSupp
                    ADD WS-RecvQtyIn TO MenuStockQty
                    REWRITE MenuData
                    UNLOCK MenuFile
                    DISPLAY "  " MenuID " stock on hand now " MenuStockQty
            END-EVALUATE
            CLOSE MenuFile
        END-IF.

            MOVE PO-PONo TO RV-PONo
            MOVE PO-MenuID TO RV-MenuID
            MOVE WS-RecvQtyIn TO RV-Qty
            MOVE WS-LotRefIn TO RV-LotRef
            MOVE WS-UseByIn TO RV-UseBy
            MOVE WS-AreaIn TO RV-Area
            WRITE RecvData
        CLOSE RecvFile.

WriteStockLot.
        OPEN EXTEND StockLotFile
        IF StockLotStatus NOT = "00"
            OPEN OUTPUT StockLotFile *> the very first lot received
        END-IF
        MOVE WS-LotRefIn TO LT-LotRef
        MOVE PO-MenuID TO LT-MenuID
        MOVE PO-PONo TO LT-PONo
        MOVE WS-LotSupp TO LT-SupplierID
        MOVE WS-Today TO LT-RecvDate
        MOVE WS-UseByIn TO LT-UseBy
        MOVE WS-AreaIn TO LT-Area
        MOVE WS-RecvQtyIn TO LT-QtyRecv
        MOVE WS-RecvQtyIn TO LT-QtyLeft
        WRITE StockLotData
        CLOSE StockLotFile
        DISPLAY "  Lot " LT-LotRef " put away in " LT-Area.

*> EVERY STILL-OPEN LINE WITH ITS AGE, SO LATE SUPPLIERS CAN BE CHASED
OutstandingReport.
        OPEN OUTPUT POReport
        END-IF
        WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
        CLOSE POReport
        MOVE "PorderOut.rpt" TO RF-ReportName
        MOVE "PORDER" TO RF-Program
        MOVE 0 TO RF-BusDate
        CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
        MOVE 'N' TO WSEOF
        DISPLAY WS-LinesOpen " open line(s), report written to PorderOut.rpt".

            - FUNCTION INTEGER-OF-DATE(PO-Date)
        MOVE WS-AgeDays TO PrnAge
        WRITE PrintLine FROM PODetailLine AFTER ADVANCING 1 LINE.

*> GOODS SENT BACK WITH THE DRIVER -- DAMAGED, SHORT, POOR, OUT OF DATE OR THE
*> WRONG ITEM. THEY COME OFF MenuStockQty AND THEIR LOT, AND THE RETURN IS
*> WRITTEN TO VendRet.dat AS THE CREDIT NOTE WE NOW EXPECT FROM THE SUPPLIER
ReturnToVendor.
        DISPLAY " "
        DISPLAY "PO number the goods came in on : " WITH NO ADVANCING
        ACCEPT WS-PickPONo
        DISPLAY "Item being returned            : " WITH NO ADVANCING
        ACCEPT WS-RetItem
        MOVE FUNCTION UPPER-CASE(WS-RetItem) TO WS-RetItem

        *> ONLY WHAT WAS RECEIVED ON THE LINE, LESS WHAT HAS ALREADY GONE BACK
        MOVE 'N' TO WS-RetLineFound
        MOVE 0 TO WS-RetMax
        OPEN INPUT PurchOrdFile
        IF PurchOrdStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ PurchOrdFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF PO-PONo = WS-PickPONo AND PO-MenuID = WS-RetItem
                            MOVE 'Y' TO WS-RetLineFound
                            ADD PO-RecvQty TO WS-RetMax
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PurchOrdFile
        END-IF
        MOVE 'N' TO WSEOF
        IF WS-RetLineFound = 'N'
            DISPLAY "No line for " WS-RetItem " on PO " WS-PickPONo "."
        ELSE
            OPEN INPUT VendRetFile
            IF VendRetStatus = "00"
                PERFORM UNTIL WSEOF = 'Y'
                    READ VendRetFile
                        AT END MOVE 'Y' TO WSEOF
                        NOT AT END
                            IF RT-PONo = WS-PickPONo AND RT-MenuID = WS-RetItem
                                IF RT-Qty > WS-RetMax
                                    MOVE 0 TO WS-RetMax
                                ELSE
                                    SUBTRACT RT-Qty FROM WS-RetMax
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE VendRetFile
            END-IF
            MOVE 'N' TO WSEOF
            IF WS-RetMax = 0
                DISPLAY "Nothing received on that line is left to return."
            ELSE
                PERFORM TakeReturnDetails
            END-IF
        END-IF.

TakeReturnDetails.
        MOVE 0 TO WS-RetQty
        PERFORM UNTIL WS-RetQty > 0 AND WS-RetQty NOT > WS-RetMax
            DISPLAY "  Qty going back (up to " WS-RetMax ") : " WITH NO ADVANCING
            ACCEPT WS-RetQty
            IF WS-RetQty = 0 OR WS-RetQty > WS-RetMax
                DISPLAY "  Enter a quantity from 1 to " WS-RetMax "."
            END-IF
        END-PERFORM
        MOVE SPACE TO WS-RetReason
        PERFORM UNTIL WS-RetReason = 'D' OR WS-RetReason = 'S' OR WS-RetReason = 'Q'
            OR WS-RetReason = 'X' OR WS-RetReason = 'W'
            DISPLAY "  Reason -- (D)amaged, (S)hort, (Q)uality, out of date (X), (W)rong item : "
                WITH NO ADVANCING
            ACCEPT WS-RetReason
            MOVE FUNCTION UPPER-CASE(WS-RetReason) TO WS-RetReason
        END-PERFORM
        MOVE 0 TO WS-RetPrice
        PERFORM UNTIL WS-RetPrice > 0
            DISPLAY "  Unit price the supplier is crediting : " WITH NO ADVANCING
            ACCEPT WS-RetPriceIn
            MOVE WS-RetPriceIn TO WS-RetPrice
        END-PERFORM
        DISPLAY "  Lot reference (blank = the lots from this PO) : " WITH NO ADVANCING
        ACCEPT WS-RetLotIn

        PERFORM PostStockOut
        IF WS-RetPosted = 'Y'
            PERFORM TakeOffLots
            PERFORM GetNextReturnNo
            PERFORM WriteVendReturn
        END-IF.

*> THE SHELF COUNT FIRST -- IF A REGISTER HOLDS THE ITEM NOTHING IS WRITTEN
PostStockOut.
        MOVE 'N' TO WS-RetPosted
        MOVE SPACE TO WS-LotSupp
        OPEN I-O MenuFile
        IF MenuFileStatus = "00"
            MOVE WS-RetItem TO MenuID
            MOVE "Menu.dat" TO CN-File
            MOVE MenuID TO CN-Key
            MOVE 0 TO CN-Tries
            MOVE 'N' TO CN-GaveUp
            MOVE "51" TO MenuFileStatus
            PERFORM UNTIL MenuFileStatus NOT = "51" OR CN-GaveUp = 'Y'
                READ MenuFile WITH LOCK KEY IS MenuID
                    INVALID KEY CONTINUE
                END-READ
                IF MenuFileStatus = "51"
                    CALL "LOCKWAIT" USING CN-LockLink
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN CN-GaveUp = 'Y'
                    DISPLAY "  " WS-RetItem " is held at a register -- nothing returned, try again."
                WHEN MenuFileStatus(1:1) NOT = "0"
                    DISPLAY "  " WS-RetItem " is no longer on the menu -- nothing returned."
                WHEN OTHER
                    MOVE MenuSupplierID TO WS-LotSupp
                    IF WS-RetQty > MenuStockQty
                        MOVE 0 TO MenuStockQty
                    ELSE
                        SUBTRACT WS-RetQty FROM MenuStockQty
                    END-IF
                    REWRITE MenuData
                    UNLOCK MenuFile
                    MOVE 'Y' TO WS-RetPosted
                    DISPLAY "  " MenuID " stock on hand now " MenuStockQty
            END-EVALUATE
            CLOSE MenuFile
        ELSE
            DISPLAY "Menu.dat not found -- nothing returned."
        END-IF.

*> OFF THE NAMED LOT, OR THE LOTS THIS PO BROUGHT IN -- SOONEST USE-BY FIRST IS
*> LOTDRAW'S JOB, A RETURN COMES OFF WHATEVER WENT BACK
TakeOffLots.
        MOVE WS-RetQty TO WS-RetToTake
        MOVE SPACE TO WS-RetLotUsed
        OPEN I-O StockLotFile
        IF StockLotStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y' OR WS-RetToTake = 0
                READ StockLotFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF LT-MenuID = WS-RetItem AND LT-QtyLeft > 0
                            AND ((WS-RetLotIn NOT = SPACE AND LT-LotRef = WS-RetLotIn)
                            OR (WS-RetLotIn = SPACE AND LT-PONo = WS-PickPONo))
                            IF LT-QtyLeft < WS-RetToTake
                                MOVE LT-QtyLeft TO WS-RetTake
                            ELSE
                                MOVE WS-RetToTake TO WS-RetTake
                            END-IF
                            SUBTRACT WS-RetTake FROM LT-QtyLeft
                            SUBTRACT WS-RetTake FROM WS-RetToTake
                            REWRITE StockLotData
                            IF WS-RetLotUsed = SPACE
                                MOVE LT-LotRef TO WS-RetLotUsed
                            END-IF
                            IF WS-LotSupp = SPACE
                                MOVE LT-SupplierID TO WS-LotSupp
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE StockLotFile
        END-IF
        MOVE 'N' TO WSEOF
        IF WS-RetToTake > 0
            DISPLAY "  " WS-RetToTake " of them were not left on any matching lot -- check the lot counts."
        END-IF.

*> NEXT SEQUENTIAL RETURN NUMBER, SAME SHAPE AS GetNextPONo
GetNextReturnNo.
        MOVE 0 TO WS-ReturnNo
        OPEN INPUT RTVCtlFile
        IF RTVCtlStatus = "00"
            READ RTVCtlFile
                AT END CONTINUE
                NOT AT END MOVE RTC-NextReturnNo TO WS-ReturnNo
            END-READ
            CLOSE RTVCtlFile
        END-IF
        IF WS-ReturnNo = 0
            MOVE 1 TO WS-ReturnNo
        END-IF
        OPEN OUTPUT RTVCtlFile
            COMPUTE RTC-NextReturnNo = WS-ReturnNo + 1
            WRITE RTVCtlData
        CLOSE RTVCtlFile.

WriteVendReturn.
        OPEN EXTEND VendRetFile
        IF VendRetStatus NOT = "00"
            OPEN OUTPUT VendRetFile *> the very first return
        END-IF
        MOVE SPACE TO VendRetData
        MOVE WS-ReturnNo TO RT-ReturnNo
        MOVE WS-Today TO RT-Date
        ACCEPT WS-TimeRaw FROM TIME
        MOVE WS-TimeRaw(1:6) TO RT-Time
        MOVE WS-LotSupp TO RT-SupplierID
        MOVE WS-PickPONo TO RT-PONo
        MOVE WS-RetItem TO RT-MenuID
        MOVE WS-RetLotUsed TO RT-LotRef
        MOVE WS-RetQty TO RT-Qty
        MOVE WS-RetReason TO RT-Reason
        MOVE WS-RetPrice TO RT-UnitPrice
        COMPUTE RT-Credit = WS-RetQty * WS-RetPrice
        MOVE 'O' TO RT-Status
        MOVE 0 TO RT-Netted
        MOVE 0 TO RT-ClosedDate
        WRITE VendRetData
        CLOSE VendRetFile
        MOVE RT-Credit TO WS-RetCreditEdit
        DISPLAY "  Return " RT-ReturnNo " recorded -- credit of " WS-RetCreditEdit
            " expected from supplier " RT-SupplierID "."
        DISPLAY "  Write the return number on the driver's delivery note.".

*> THE SUPPLIER SENT A CREDIT NOTE OF ITS OWN RATHER THAN TAKING THE RETURN OFF AN
*> INVOICE -- THE RETURN IS CLOSED AGAINST THE CREDIT NOTE NUMBER
RecordCreditNote.
        DISPLAY " "
        DISPLAY "Return number being credited : " WITH NO ADVANCING
        ACCEPT WS-ReturnNo
        MOVE 'N' TO WS-RetLineFound
        OPEN I-O VendRetFile
        IF VendRetStatus NOT = "00"
            DISPLAY "No returns on file."
        ELSE
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ VendRetFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF RT-ReturnNo = WS-ReturnNo
                            MOVE 'Y' TO WS-RetLineFound
                            MOVE 'Y' TO WSEOF
                            IF RT-Status NOT = 'O'
                                DISPLAY "Return " RT-ReturnNo " was already settled against " RT-InvoiceNo "."
                            ELSE
                                PERFORM CloseOnCreditNote
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE VendRetFile
        END-IF
        IF WS-RetLineFound = 'N' AND VendRetStatus NOT = "35"
            DISPLAY "No return " WS-ReturnNo " on file."
        END-IF
        MOVE 'N' TO WSEOF.

CloseOnCreditNote.
        MOVE RT-Credit TO WS-RetCreditEdit
        DISPLAY "  " RT-SupplierID " PO " RT-PONo " " RT-MenuID " x " RT-Qty
            " -- credit expected " WS-RetCreditEdit
        DISPLAY "  Supplier's credit note number : " WITH NO ADVANCING
        ACCEPT WS-CreditNoteNo
        DISPLAY "  Amount credited               : " WITH NO ADVANCING
        ACCEPT WS-CreditAmtIn
        MOVE WS-CreditAmtIn TO WS-CreditAmt
        IF WS-CreditNoteNo = SPACE
            DISPLAY "  No credit note number -- return left open."
        ELSE
            MOVE 'C' TO RT-Status
            MOVE WS-CreditNoteNo TO RT-InvoiceNo
            MOVE WS-CreditAmt TO RT-Netted
            MOVE WS-Today TO RT-ClosedDate
            REWRITE VendRetData
            IF WS-CreditAmt < RT-Credit
                DISPLAY "  CREDITED SHORT OF WHAT WAS AGREED -- TAKE IT UP WITH THE SUPPLIER."
            END-IF
            DISPLAY "  Return " RT-ReturnNo " closed."
        END-IF.
