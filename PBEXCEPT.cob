        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PBEXCEPT. *> price book exceptions: stores that have not applied the latest package, and local prices head office never authorised
AUTHOR. Yanling.
DATE-WRITTEN.Oct 7th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT PriceBookFile ASSIGN TO "PriceBook.dat" *> the authorised prices
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PriceBookStatus.
        SELECT StoreFile ASSIGN TO "Store.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StoreStatus.
        SELECT DistLogFile ASSIGN TO "PBDist.dat" *> the packages PBDIST has sent
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DistLogStatus.
        SELECT AckFile ASSIGN TO WS-AckFileName *> PriceAck_<StoreID>.dat, sent back by PBAPPLY
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AckStatus.
        SELECT ExceptReport ASSIGN TO "PBExcept.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PriceBookFile.
COPY PRICEBK.

FD StoreFile.
COPY STOREREC.

FD DistLogFile.
01 DistLogData.
        02 DL-StoreID PIC X(4).
        02 DL-PkgNo PIC 9(6).
        02 DL-PkgDate PIC 9(8).
        02 DL-ItemCount PIC 9(5).
        02 DL-ChangedCount PIC 9(5).
        02 DL-PriceTotal PIC 9(9)V99.

FD AckFile.
COPY PRICEACK.

FD ExceptReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 PriceBookStatus PIC XX.
01 StoreStatus PIC XX.
01 DistLogStatus PIC XX.
01 AckStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-AckFileName PIC X(30).

01 BaseTable.
        05 BaseEntry OCCURS 400 TIMES.
            10 TblBaseMenuID PIC X(4).
            10 TblBaseName PIC X(20).
            10 TblBasePrice PIC 9(4)V99.
            10 TblBaseSeen PIC X(1). *> Y once the store being checked has sent the item back
01 BaseCount PIC 9(3) VALUE 0.
01 BaseIdx PIC 9(3).
01 OvrTable.
        05 OvrEntry OCCURS 600 TIMES.
            10 TblOvrStore PIC X(4).
            10 TblOvrMenuID PIC X(4).
            10 TblOvrPrice PIC 9(4)V99.
01 OvrCount PIC 9(3) VALUE 0.
01 OvrIdx PIC 9(3).

*> each store with the last package sent to it
01 StoreTable.
        05 StoreEntry OCCURS 10 TIMES.
            10 TblStoreID PIC X(4).
            10 TblStoreName PIC X(25).
            10 TblStoreSentPkg PIC 9(6).
            10 TblStoreSentDate PIC 9(8).
01 StoreCount PIC 99 VALUE 0.
01 StoreIdx PIC 99.
01 Temp_Count PIC 99.

01 WS-HaveAck PIC X.
01 WS-AckOpen PIC X.
01 WS-AckPkgNo PIC 9(6).
01 WS-AckApplied PIC 9(8).
01 WS-AckSnapDate PIC 9(8).
01 WS-AuthPrice PIC 9(4)V99.
01 WS-InBook PIC X.
01 WS-StoreProblems PIC 9(4).
01 WS-StoresBehind PIC 99 VALUE 0.
01 WS-StoresNoAck PIC 99 VALUE 0.
01 WS-PriceExceptions PIC 9(5) VALUE 0.
01 WS-StoresClean PIC 99 VALUE 0.

01 PageHeading.
        05 FILLER PIC X(36) VALUE "PRICE BOOK EXCEPTIONS AT            ".
        05 PrnToday PIC 9(8).
01 StoreHeading.
        05 FILLER PIC X(6) VALUE "STORE ".
        05 PrnStoreID PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnStoreName PIC X(25).
        05 FILLER PIC X(11) VALUE "  SENT PKG ".
        05 PrnSentPkg PIC 9(6).
        05 FILLER PIC X(11) VALUE "  APPLIED  ".
        05 PrnAckPkg PIC 9(6).
        05 FILLER PIC X(10) VALUE "  PRICES  ".
        05 PrnSnapDate PIC 9(8).
01 StoreNoteLine.
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnStoreNote PIC X(70).
01 PriceLine.
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnItemID PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnItemName PIC X(20).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnLocal PIC $$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnAuth PIC $$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnPriceNote PIC X(30).
01 PriceHeads PIC X(90) VALUE
    "    Item  Name                    Local price  Authorised".
01 SummaryLine.
        05 PrnSumText PIC X(36).
        05 PrnSumCount PIC ZZZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD

OPEN INPUT PriceBookFile
IF PriceBookStatus NOT = "00"
        DISPLAY "PriceBook.dat not found -- nothing to check against."
        STOP RUN
END-IF
PERFORM UNTIL WSEOF = 'Y'
        READ PriceBookFile
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                IF PB-StoreID = SPACE
                    IF BaseCount < 400
                        ADD 1 TO BaseCount
                        MOVE PB-MenuID TO TblBaseMenuID(BaseCount)
                        MOVE PB-Name TO TblBaseName(BaseCount)
                        MOVE PB-Price TO TblBasePrice(BaseCount)
                    END-IF
                ELSE
                    IF OvrCount < 600
                        ADD 1 TO OvrCount
                        MOVE PB-StoreID TO TblOvrStore(OvrCount)
                        MOVE PB-MenuID TO TblOvrMenuID(OvrCount)
                        MOVE PB-Price TO TblOvrPrice(OvrCount)
                    END-IF
                END-IF
        END-READ
END-PERFORM
CLOSE PriceBookFile

MOVE 'N' TO WSEOF
OPEN INPUT StoreFile
IF StoreStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ StoreFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF StoreCount < 10 AND ST-StoreID NOT = SPACE
                        ADD 1 TO StoreCount
                        MOVE ST-StoreID TO TblStoreID(StoreCount)
                        MOVE ST-Name TO TblStoreName(StoreCount)
                        MOVE 0 TO TblStoreSentPkg(StoreCount)
                        MOVE 0 TO TblStoreSentDate(StoreCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StoreFile
END-IF

*> THE LATEST PACKAGE SENT TO EACH STORE
MOVE 'N' TO WSEOF
OPEN INPUT DistLogFile
IF DistLogStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ DistLogFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE 1 TO Temp_Count
                    PERFORM UNTIL Temp_Count > StoreCount
                        IF TblStoreID(Temp_Count) = DL-StoreID
                            AND DL-PkgNo > TblStoreSentPkg(Temp_Count)
                            MOVE DL-PkgNo TO TblStoreSentPkg(Temp_Count)
                            MOVE DL-PkgDate TO TblStoreSentDate(Temp_Count)
                        END-IF
                        ADD 1 TO Temp_Count
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE DistLogFile
END-IF

OPEN OUTPUT ExceptReport
MOVE WS-Today TO PrnToday
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE

MOVE 1 TO StoreIdx
PERFORM UNTIL StoreIdx > StoreCount
        PERFORM CheckOneStore
        ADD 1 TO StoreIdx
END-PERFORM

MOVE "Stores checked                    : " TO PrnSumText
MOVE StoreCount TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 3 LINES
MOVE "Stores with nothing sent back     : " TO PrnSumText
MOVE WS-StoresNoAck TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Stores behind the latest package  : " TO PrnSumText
MOVE WS-StoresBehind TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Local prices not authorised       : " TO PrnSumText
MOVE WS-PriceExceptions TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Stores clean                      : " TO PrnSumText
MOVE WS-StoresClean TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ExceptReport
MOVE "PBExcept.rpt" TO RF-ReportName
MOVE "PBEXCEPT" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY WS-StoresBehind " store(s) behind, " WS-StoresNoAck " silent, " WS-PriceExceptions " unauthorised price(s) -- see PBExcept.rpt"
IF WS-StoresClean < StoreCount
        MOVE 8 TO RETURN-CODE
END-IF
STOP RUN.

*> ONE STORE: IS THE LATEST PACKAGE IN, AND DOES EVERY PRICE IT SENT BACK MATCH
*> THE BOOK -- ITS OWN OVERRIDE WHERE IT HAS ONE, THE BASE PRICE OTHERWISE
CheckOneStore.
MOVE 0 TO WS-StoreProblems
MOVE 'N' TO WS-HaveAck
MOVE 0 TO WS-AckPkgNo
MOVE 0 TO WS-AckApplied
MOVE 0 TO WS-AckSnapDate
MOVE 1 TO BaseIdx
PERFORM UNTIL BaseIdx > BaseCount
        MOVE 'N' TO TblBaseSeen(BaseIdx)
        ADD 1 TO BaseIdx
END-PERFORM
MOVE SPACE TO WS-AckFileName
STRING "PriceAck_" DELIMITED BY SIZE
        TblStoreID(StoreIdx) DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO WS-AckFileName

*> THE A LINE COMES FIRST, SO THE HEADING CAN GO OUT BEFORE THE PRICE LINES
MOVE 'N' TO WS-AckOpen
OPEN INPUT AckFile
IF AckStatus = "00"
        MOVE 'Y' TO WS-AckOpen
        READ AckFile
            AT END CONTINUE
            NOT AT END
                IF AK-RecType = 'A'
                    MOVE 'Y' TO WS-HaveAck
                    MOVE AK-PkgNo TO WS-AckPkgNo
                    MOVE AK-AppliedDate TO WS-AckApplied
                    MOVE AK-SnapDate TO WS-AckSnapDate
                END-IF
        END-READ
END-IF
MOVE TblStoreID(StoreIdx) TO PrnStoreID
MOVE TblStoreName(StoreIdx) TO PrnStoreName
MOVE TblStoreSentPkg(StoreIdx) TO PrnSentPkg
MOVE WS-AckPkgNo TO PrnAckPkg
MOVE WS-AckSnapDate TO PrnSnapDate
WRITE PrintLine FROM StoreHeading AFTER ADVANCING 2 LINES

IF WS-HaveAck NOT = 'Y'
        MOVE "*** NOTHING SENT BACK -- PBAPPLY HAS NOT RUN AT THIS STORE" TO PrnStoreNote
        WRITE PrintLine FROM StoreNoteLine AFTER ADVANCING 1 LINE
        ADD 1 TO WS-StoresNoAck
        ADD 1 TO WS-StoreProblems
ELSE
        IF WS-AckPkgNo < TblStoreSentPkg(StoreIdx)
            MOVE "*** LATEST PACKAGE NOT APPLIED" TO PrnStoreNote
            WRITE PrintLine FROM StoreNoteLine AFTER ADVANCING 1 LINE
            ADD 1 TO WS-StoresBehind
            ADD 1 TO WS-StoreProblems
        END-IF
        WRITE PrintLine FROM PriceHeads AFTER ADVANCING 1 LINE
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ AckFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF AK-RecType = 'P'
                        PERFORM CheckOnePrice
                    END-IF
            END-READ
        END-PERFORM
        *> ONLY A STORE THAT CLAIMS THE LATEST PACKAGE SHOULD HOLD EVERY BOOK ITEM
        IF WS-AckPkgNo NOT < TblStoreSentPkg(StoreIdx) AND WS-AckPkgNo > 0
            MOVE 1 TO BaseIdx
            PERFORM UNTIL BaseIdx > BaseCount
                IF TblBaseSeen(BaseIdx) = 'N'
                    MOVE TblBaseMenuID(BaseIdx) TO PrnItemID
                    MOVE TblBaseName(BaseIdx) TO PrnItemName
                    MOVE 0 TO PrnLocal
                    MOVE TblBasePrice(BaseIdx) TO PrnAuth
                    MOVE "*** MISSING AT THE STORE" TO PrnPriceNote
                    WRITE PrintLine FROM PriceLine AFTER ADVANCING 1 LINE
                    ADD 1 TO WS-PriceExceptions
                    ADD 1 TO WS-StoreProblems
                END-IF
                ADD 1 TO BaseIdx
            END-PERFORM
        END-IF
END-IF
IF WS-AckOpen = 'Y'
        CLOSE AckFile
END-IF
IF WS-StoreProblems = 0
        MOVE "IN STEP WITH HEAD OFFICE" TO PrnStoreNote
        WRITE PrintLine FROM StoreNoteLine AFTER ADVANCING 1 LINE
        ADD 1 TO WS-StoresClean
END-IF.

CheckOnePrice.
MOVE 'N' TO WS-InBook
MOVE 0 TO WS-AuthPrice
MOVE SPACE TO PrnItemName
MOVE 1 TO BaseIdx
PERFORM UNTIL BaseIdx > BaseCount
        IF TblBaseMenuID(BaseIdx) = AK-MenuID
            MOVE 'Y' TO WS-InBook
            MOVE 'Y' TO TblBaseSeen(BaseIdx)
            MOVE TblBasePrice(BaseIdx) TO WS-AuthPrice
            MOVE TblBaseName(BaseIdx) TO PrnItemName
        END-IF
        ADD 1 TO BaseIdx
END-PERFORM
MOVE 1 TO OvrIdx
PERFORM UNTIL OvrIdx > OvrCount
        IF TblOvrStore(OvrIdx) = TblStoreID(StoreIdx)
            AND TblOvrMenuID(OvrIdx) = AK-MenuID
            MOVE TblOvrPrice(OvrIdx) TO WS-AuthPrice
        END-IF
        ADD 1 TO OvrIdx
END-PERFORM
IF WS-InBook = 'N' OR AK-Price NOT = WS-AuthPrice
        MOVE AK-MenuID TO PrnItemID
        MOVE AK-Price TO PrnLocal
        MOVE WS-AuthPrice TO PrnAuth
        IF WS-InBook = 'N'
            MOVE "*** LOCAL ONLY, NOT IN BOOK" TO PrnPriceNote
        ELSE
            MOVE "*** PRICE NOT AUTHORISED" TO PrnPriceNote
        END-IF
        WRITE PrintLine FROM PriceLine AFTER ADVANCING 1 LINE
        ADD 1 TO WS-PriceExceptions
        ADD 1 TO WS-StoreProblems
END-IF.
