        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RTVRPT. *> open return-to-vendor credits by supplier, oldest first within each, with who to ring -- the chase list for credit notes a supplier has not yet issued
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT VendRetFile ASSIGN TO "VendRet.dat" *> returns written by PORDER, closed by INVMATCH or a credit note keyed in PORDER
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VendRetStatus.
        SELECT SupplierFile ASSIGN TO "Supplier.dat" *> the phone and email to chase on
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SUP-ID
            FILE STATUS IS SupplierFileStatus.
        SELECT CreditReport ASSIGN TO "OpenCredits.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD VendRetFile.
COPY RTVREC.

FD SupplierFile.
COPY SUPPREC.

FD CreditReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 VendRetStatus PIC XX.
01 SupplierFileStatus PIC XX.
01 WS-SuppOpen PIC X VALUE 'N'.
01 WS-Today PIC 9(8).
01 WS-AgeDays PIC S9(5).
01 WS-OpenCount PIC 9(5) VALUE 0.
01 WS-OpenTotal PIC 9(8)V99 VALUE 0.
01 WS-Overflow PIC X VALUE 'N'.

*> one row per supplier with a credit still to come
01 SuppTable.
        05 SuppEntry OCCURS 40 TIMES.
            10 TblSupID PIC X(4).
            10 TblSupCount PIC 9(4).
            10 TblSupTotal PIC 9(7)V99.
            10 TblSupOldest PIC 9(8).
01 SuppCount PIC 99 VALUE 0.
01 SuppIdx PIC 99.
01 Temp_Count PIC 99.

01 ReasonValues.
        05 FILLER PIC X(13) VALUE "DDAMAGED".
        05 FILLER PIC X(13) VALUE "SSHORT".
        05 FILLER PIC X(13) VALUE "QQUALITY".
        05 FILLER PIC X(13) VALUE "XOUT OF DATE".
        05 FILLER PIC X(13) VALUE "WWRONG ITEM".
01 ReasonTable REDEFINES ReasonValues.
        05 ReasonEntry OCCURS 5 TIMES.
            10 TblReasonCode PIC X(1).
            10 TblReasonName PIC X(12).
01 ReasonSub PIC 9.

01 PageHeading.
        05 FILLER PIC X(38) VALUE "RETURN-TO-VENDOR CREDITS OUTSTANDING  ".
        05 PrnToday PIC 9(8).
01 SuppHeading.
        05 PrnSupID PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSupName PIC X(25).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSupPhone PIC X(12).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSupEmail PIC X(25).
01 Heads PIC X(90) VALUE
    "  Return  Returned  Age  PO No  Item   Qty  Reason          Lot          Credit due".
01 DetailLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnReturnNo PIC 9(6).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRetDate PIC 9(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnAge PIC ZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnPONo PIC 9(5).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnItem PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnQty PIC ZZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnReason PIC X(12).
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnLot PIC X(12).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnCredit PIC $$$,$$9.99.
01 SuppTotalLine.
        05 FILLER PIC X(12) VALUE SPACE.
        05 PrnSupCount PIC ZZZ9.
        05 FILLER PIC X(36) VALUE " open return(s), oldest returned    ".
        05 PrnSupOldest PIC 9(8).
        05 FILLER PIC X(6) VALUE SPACE.
        05 PrnSupTotal PIC $$$$,$$9.99.
01 GrandLine.
        05 FILLER PIC X(30) VALUE "Credits still owed to us    : ".
        05 PrnOpenCount PIC ZZZZ9.
        05 FILLER PIC X(12) VALUE " return(s)  ".
        05 PrnOpenTotal PIC $$$,$$$,$$9.99.
01 NoOpenLine PIC X(40) VALUE "  (no return credits outstanding)".
01 OverflowLine PIC X(60) VALUE
    "*** MORE THAN 40 SUPPLIERS -- LATER SUPPLIERS OMITTED".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD

*> WHO OWES US CREDITS, AND HOW MUCH
OPEN INPUT VendRetFile
IF VendRetStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ VendRetFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF RT-Status = 'O'
                        PERFORM FindSuppRow
                        IF SuppIdx > 0
                            ADD 1 TO TblSupCount(SuppIdx)
                            ADD RT-Credit TO TblSupTotal(SuppIdx)
                            IF RT-Date < TblSupOldest(SuppIdx)
                                MOVE RT-Date TO TblSupOldest(SuppIdx)
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VendRetFile
ELSE
        DISPLAY "VendRet.dat not found -- no returns on file."
END-IF
MOVE 'N' TO WSEOF

OPEN OUTPUT CreditReport
MOVE WS-Today TO PrnToday
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
IF SuppCount = 0
        WRITE PrintLine FROM NoOpenLine AFTER ADVANCING 2 LINES
END-IF
IF WS-Overflow = 'Y'
        WRITE PrintLine FROM OverflowLine AFTER ADVANCING 1 LINE
END-IF
OPEN INPUT SupplierFile
IF SupplierFileStatus = "00"
        MOVE 'Y' TO WS-SuppOpen
END-IF
MOVE 1 TO SuppIdx
PERFORM UNTIL SuppIdx > SuppCount
        PERFORM PrintSupplier
        ADD 1 TO SuppIdx
END-PERFORM
IF WS-SuppOpen = 'Y'
        CLOSE SupplierFile
END-IF
MOVE WS-OpenCount TO PrnOpenCount
MOVE WS-OpenTotal TO PrnOpenTotal
WRITE PrintLine FROM GrandLine AFTER ADVANCING 3 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE CreditReport
MOVE "OpenCredits.rpt" TO RF-ReportName
MOVE "RTVRPT" TO RF-Program
MOVE WS-Today TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY WS-OpenCount " open return credit(s), see OpenCredits.rpt"
STOP RUN.

FindSuppRow.
MOVE 0 TO SuppIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > SuppCount
        IF TblSupID(Temp_Count) = RT-SupplierID
            MOVE Temp_Count TO SuppIdx
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF SuppIdx = 0
        IF SuppCount < 40
            ADD 1 TO SuppCount
            MOVE SuppCount TO SuppIdx
            MOVE RT-SupplierID TO TblSupID(SuppIdx)
            MOVE 0 TO TblSupCount(SuppIdx)
            MOVE 0 TO TblSupTotal(SuppIdx)
            MOVE 99999999 TO TblSupOldest(SuppIdx)
        ELSE
            MOVE 'Y' TO WS-Overflow
        END-IF
END-IF.

*> ONE SUPPLIER: WHO TO RING, THEN EVERY OPEN RETURN IN THE ORDER IT WENT BACK
PrintSupplier.
MOVE TblSupID(SuppIdx) TO PrnSupID
MOVE "(NOT ON Supplier.dat)" TO PrnSupName
MOVE SPACE TO PrnSupPhone
MOVE SPACE TO PrnSupEmail
IF WS-SuppOpen = 'Y'
        MOVE TblSupID(SuppIdx) TO SUP-ID
        READ SupplierFile KEY IS SUP-ID
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE SUP-Name TO PrnSupName
                MOVE SUP-Phone TO PrnSupPhone
                MOVE SUP-Email TO PrnSupEmail
        END-READ
END-IF
WRITE PrintLine FROM SuppHeading AFTER ADVANCING 3 LINES
WRITE PrintLine FROM Heads AFTER ADVANCING 1 LINE
OPEN INPUT VendRetFile
IF VendRetStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ VendRetFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF RT-Status = 'O' AND RT-SupplierID = TblSupID(SuppIdx)
                        PERFORM PrintReturn
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VendRetFile
END-IF
MOVE 'N' TO WSEOF
MOVE TblSupCount(SuppIdx) TO PrnSupCount
MOVE TblSupOldest(SuppIdx) TO PrnSupOldest
MOVE TblSupTotal(SuppIdx) TO PrnSupTotal
WRITE PrintLine FROM SuppTotalLine AFTER ADVANCING 1 LINE
ADD TblSupCount(SuppIdx) TO WS-OpenCount
ADD TblSupTotal(SuppIdx) TO WS-OpenTotal.

PrintReturn.
MOVE RT-ReturnNo TO PrnReturnNo
MOVE RT-Date TO PrnRetDate
COMPUTE WS-AgeDays = FUNCTION INTEGER-OF-DATE(WS-Today)
    - FUNCTION INTEGER-OF-DATE(RT-Date)
MOVE WS-AgeDays TO PrnAge
MOVE RT-PONo TO PrnPONo
MOVE RT-MenuID TO PrnItem
MOVE RT-Qty TO PrnQty
MOVE RT-Reason TO PrnReason
MOVE 1 TO ReasonSub
PERFORM UNTIL ReasonSub > 5
        IF TblReasonCode(ReasonSub) = RT-Reason
            MOVE TblReasonName(ReasonSub) TO PrnReason
        END-IF
        ADD 1 TO ReasonSub
END-PERFORM
MOVE RT-LotRef TO PrnLot
MOVE RT-Credit TO PrnCredit
WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE.
