        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PBAPPLY. *> store side of the price book: loads head office's package into the local Menu.dat and writes back the acknowledgement with the prices as they now stand
AUTHOR. Yanling.
DATE-WRITTEN.Oct 7th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT TerminalFile ASSIGN TO "Terminal.dat" *> which store this is
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TermStatus.
        SELECT PackageFile ASSIGN TO WS-PkgFileName *> PricePkg_<StoreID>.dat from PBDIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PackageStatus.
        SELECT AckFile ASSIGN TO WS-AckFileName *> PriceAck_<StoreID>.dat, sent back for PBEXCEPT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AckStatus.
        SELECT MenuFile ASSIGN TO "Menu.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MenuID
            FILE STATUS IS MenuFileStatus.
        SELECT MenuPriceHistFile ASSIGN TO "MenuPriceHist.dat" *> same archiving UpdateMenuItem does by hand
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT ApplyReport ASSIGN TO "PBApply.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD TerminalFile.
01 TerminalData.
        02 TRM-TermID PIC X(4).
        02 TRM-StoreID PIC X(4).

FD PackageFile.
COPY PRICEPKG.

FD AckFile.
COPY PRICEACK.

FD MenuFile.
COPY MENUREC.

FD MenuPriceHistFile.
01 MenuPriceHistData.
        02 MPH-MenuID PIC X(4).
        02 MPH-Price PIC $9,999.99.
        02 MPH-EffFrom PIC 9(8).
        02 MPH-EffTo PIC 9(8).

FD ApplyReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 TermStatus PIC XX.
01 PackageStatus PIC XX.
01 AckStatus PIC XX.
01 MenuFileStatus PIC XX.
01 WS-Today PIC 9(8).
01 TimeRaw PIC X(8).
01 WS-StoreID PIC X(4) VALUE SPACE.
01 WS-PkgFileName PIC X(30).
01 WS-AckFileName PIC X(30).

*> what the last acknowledgement said
01 WS-LastPkgNo PIC 9(6) VALUE 0.
01 WS-LastAppliedDate PIC 9(8) VALUE 0.
01 WS-LastApplied PIC 9(5) VALUE 0.
01 WS-LastRejected PIC 9(5) VALUE 0.

*> the package's structure, checked before anything is applied
01 WS-HaveHeader PIC X VALUE 'N'.
01 WS-HaveTrailer PIC X VALUE 'N'.
01 WS-PkgNo PIC 9(6) VALUE 0.
01 WS-WrongStore PIC X VALUE 'N'.
01 WS-MixedPkg PIC X VALUE 'N'.
01 WS-LineCount PIC 9(5) VALUE 0.
01 WS-LineTotal PIC 9(9)V99 VALUE 0.
01 WS-TrlCount PIC 9(5) VALUE 0.
01 WS-TrlTotal PIC 9(9)V99 VALUE 0.
01 WS-PkgVerdict PIC X(50) VALUE SPACE.
01 WS-PkgGood PIC X VALUE 'N'.

01 WS-MenuExists PIC X.
01 WS-OldPrice PIC $9,999.99.
01 WS-OldPriceNum PIC 9(4)V99.
01 WS-OldEffFrom PIC 9(8).
01 WS-NewPrice PIC $9,999.99.
01 AddedCount PIC 9(5) VALUE 0.
01 ChangedCount PIC 9(5) VALUE 0.
01 SameCount PIC 9(5) VALUE 0.
01 RejectCount PIC 9(5) VALUE 0.
01 SnapCount PIC 9(5) VALUE 0.

01 PageHeading.
        05 FILLER PIC X(26) VALUE "PRICE PACKAGE APPLY STORE ".
        05 PrnStoreID PIC X(4).
        05 FILLER PIC X(6) VALUE "  PKG ".
        05 PrnPkgNo PIC 9(6).
        05 FILLER PIC X(4) VALUE "    ".
        05 PrnToday PIC 9(8).
01 Heads PIC X(80) VALUE
    "Item  Name                  Was         Now         Action".
01 ChangeLine.
        05 PrnItemID PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnItemName PIC X(20).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnWas PIC X(9).
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnNow PIC X(9).
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnAction PIC X(20).
01 VerdictLine.
        05 FILLER PIC X(10) VALUE "PACKAGE : ".
        05 PrnVerdict PIC X(50).
01 SummaryLine.
        05 PrnSumText PIC X(36).
        05 PrnSumCount PIC ZZZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD

OPEN INPUT TerminalFile
IF TermStatus = "00"
        READ TerminalFile
            AT END CONTINUE
            NOT AT END MOVE TRM-StoreID TO WS-StoreID
        END-READ
        CLOSE TerminalFile
END-IF
IF WS-StoreID = SPACE
        DISPLAY "Terminal.dat gives no store ID -- this site cannot take a price package."
        MOVE 8 TO RETURN-CODE
        STOP RUN
END-IF
MOVE SPACE TO WS-PkgFileName
STRING "PricePkg_" DELIMITED BY SIZE
        WS-StoreID DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO WS-PkgFileName
MOVE SPACE TO WS-AckFileName
STRING "PriceAck_" DELIMITED BY SIZE
        WS-StoreID DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO WS-AckFileName

*> THE LAST ACKNOWLEDGEMENT SAYS WHICH PACKAGE IS ALREADY IN
OPEN INPUT AckFile
IF AckStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ AckFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF AK-RecType = 'A'
                        MOVE AK-PkgNo TO WS-LastPkgNo
                        MOVE AK-AppliedDate TO WS-LastAppliedDate
                        MOVE AK-ItemsApplied TO WS-LastApplied
                        MOVE AK-ItemsRejected TO WS-LastRejected
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AckFile
END-IF

*> PASS 1 -- THE PACKAGE MUST BE THIS STORE'S, ONE PACKAGE THROUGHOUT, AND ITS
*> TRAILER MUST FOOT IN COUNT AND PRICE TOTAL, OR NOTHING AT ALL IS APPLIED
MOVE 'N' TO WSEOF
OPEN INPUT PackageFile
IF PackageStatus NOT = "00"
        MOVE "NONE WAITING -- PRICES SENT BACK ONLY" TO WS-PkgVerdict
ELSE
        PERFORM UNTIL WSEOF = 'Y'
            READ PackageFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END PERFORM CheckPackageLine
            END-READ
        END-PERFORM
        CLOSE PackageFile
        EVALUATE TRUE
            WHEN WS-HaveHeader = 'N' OR WS-HaveTrailer = 'N'
                MOVE "*** REFUSED -- NO HDR OR NO TRL LINE" TO WS-PkgVerdict
            WHEN WS-WrongStore = 'Y'
                MOVE "*** REFUSED -- BUILT FOR ANOTHER STORE" TO WS-PkgVerdict
            WHEN WS-MixedPkg = 'Y'
                MOVE "*** REFUSED -- LINES FROM MORE THAN ONE PACKAGE" TO WS-PkgVerdict
            WHEN WS-TrlCount NOT = WS-LineCount OR WS-TrlTotal NOT = WS-LineTotal
                MOVE "*** REFUSED -- TRAILER DOES NOT FOOT" TO WS-PkgVerdict
            WHEN WS-PkgNo NOT > WS-LastPkgNo
                MOVE "ALREADY APPLIED -- PRICES SENT BACK ONLY" TO WS-PkgVerdict
            WHEN OTHER
                MOVE 'Y' TO WS-PkgGood
                MOVE "APPLIED" TO WS-PkgVerdict
        END-EVALUATE
END-IF

OPEN OUTPUT ApplyReport
MOVE WS-StoreID TO PrnStoreID
MOVE WS-PkgNo TO PrnPkgNo
MOVE WS-Today TO PrnToday
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE

*> PASS 2 -- EVERY ITEM TO THE PACKAGE'S NAME, CATEGORY, TAX CLASS AND PRICE
IF WS-PkgGood = 'Y'
        OPEN I-O MenuFile
        IF MenuFileStatus NOT = "00"
            MOVE 'N' TO WS-PkgGood
            MOVE "*** NOT APPLIED -- Menu.dat NOT AVAILABLE" TO WS-PkgVerdict
        ELSE
            WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
            OPEN INPUT PackageFile
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ PackageFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF PK-RecType = "ITM"
                            PERFORM ApplyItemLine
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PackageFile
            CLOSE MenuFile
            MOVE WS-PkgNo TO WS-LastPkgNo
            MOVE WS-Today TO WS-LastAppliedDate
            COMPUTE WS-LastApplied = AddedCount + ChangedCount
            MOVE RejectCount TO WS-LastRejected
        END-IF
END-IF

PERFORM WriteAcknowledgement

MOVE WS-PkgVerdict TO PrnVerdict
WRITE PrintLine FROM VerdictLine AFTER ADVANCING 2 LINES
MOVE "Items added                       : " TO PrnSumText
MOVE AddedCount TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
MOVE "Items changed                     : " TO PrnSumText
MOVE ChangedCount TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Items already right               : " TO PrnSumText
MOVE SameCount TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Items that would not write        : " TO PrnSumText
MOVE RejectCount TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Prices sent back to head office   : " TO PrnSumText
MOVE SnapCount TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ApplyReport
MOVE "PBApply.rpt" TO RF-ReportName
MOVE "PBAPPLY" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Package " WS-PkgNo ": " WS-PkgVerdict
DISPLAY "Acknowledgement written to " WS-AckFileName " -- see PBApply.rpt"
IF WS-PkgVerdict(1:3) = "***"
        MOVE 8 TO RETURN-CODE
END-IF
STOP RUN.

CheckPackageLine.
EVALUATE PK-RecType
        WHEN "HDR"
            MOVE 'Y' TO WS-HaveHeader
            MOVE PK-PkgNo TO WS-PkgNo
        WHEN "ITM"
            ADD 1 TO WS-LineCount
            ADD PK-Price TO WS-LineTotal
        WHEN "TRL"
            MOVE 'Y' TO WS-HaveTrailer
            MOVE PK-ItemCount TO WS-TrlCount
            MOVE PK-PriceTotal TO WS-TrlTotal
        WHEN OTHER
            CONTINUE
END-EVALUATE
IF PK-StoreID NOT = WS-StoreID
        MOVE 'Y' TO WS-WrongStore
END-IF
IF WS-HaveHeader = 'Y' AND PK-PkgNo NOT = WS-PkgNo
        MOVE 'Y' TO WS-MixedPkg
END-IF.

*> AN EXISTING ITEM KEEPS ITS STOCK, SCAN CODE, REORDER AND ALLERGEN SET-UP --
*> ONLY WHAT HEAD OFFICE OWNS IS TOUCHED, AND A PRICE CHANGE IS ARCHIVED
ApplyItemLine.
MOVE 'Y' TO WS-MenuExists
MOVE PK-MenuID TO MenuID
READ MenuFile
        INVALID KEY MOVE 'N' TO WS-MenuExists
END-READ
MOVE PK-MenuID TO PrnItemID
MOVE PK-Name TO PrnItemName
MOVE PK-Price TO WS-NewPrice
MOVE WS-NewPrice TO PrnNow
IF WS-MenuExists = 'Y'
        MOVE MenuItemPrice TO WS-OldPrice
        MOVE MenuItemPrice TO WS-OldPriceNum
        MOVE MenuEffFrom TO WS-OldEffFrom
        IF MenuItemName = PK-Name AND MenuCategory = PK-Category
            AND MenuTaxClass = PK-TaxClass AND WS-OldPriceNum = PK-Price
            ADD 1 TO SameCount
        ELSE
            MOVE PK-Name TO MenuItemName
            MOVE PK-Category TO MenuCategory
            MOVE PK-TaxClass TO MenuTaxClass
            IF WS-OldPriceNum NOT = PK-Price
                PERFORM ArchiveOldPrice
                MOVE PK-Price TO MenuItemPrice
                MOVE WS-Today TO MenuEffFrom
                MOVE 99999999 TO MenuEffTo
            END-IF
            MOVE WS-OldPrice TO PrnWas
            REWRITE MenuData
                INVALID KEY
                    MOVE "*** WOULD NOT WRITE" TO PrnAction
                    ADD 1 TO RejectCount
                NOT INVALID KEY
                    MOVE "CHANGED" TO PrnAction
                    ADD 1 TO ChangedCount
            END-REWRITE
            WRITE PrintLine FROM ChangeLine AFTER ADVANCING 1 LINE
        END-IF
ELSE
        MOVE PK-MenuID TO MenuID
        MOVE PK-Name TO MenuItemName
        MOVE PK-Price TO MenuItemPrice
        MOVE WS-Today TO MenuEffFrom
        MOVE 99999999 TO MenuEffTo
        MOVE 0 TO MenuStockQty
        MOVE PK-Category TO MenuCategory
        MOVE PK-TaxClass TO MenuTaxClass
        *> EVERY REMAINING FIELD GETS A CLEAN DEFAULT -- THE BUFFER STILL HOLDS
        *> WHATEVER THE PREVIOUS READ LEFT IN IT
        MOVE 'N' TO MenuOpenPrice
        MOVE 0 TO MenuMinPrice
        MOVE 0 TO MenuMaxPrice
        MOVE SPACE TO MenuScanCode
        MOVE 0 TO MenuReorderPoint
        MOVE 0 TO MenuReorderQty
        MOVE SPACE TO MenuSupplierID
        MOVE SPACE TO MenuAllergens
        MOVE 0 TO MenuCalories
        MOVE 0 TO MenuDeposit
        MOVE SPACE TO MenuSoldBy
        MOVE SPACE TO PrnWas
        WRITE MenuData
            INVALID KEY
                MOVE "*** WOULD NOT WRITE" TO PrnAction
                ADD 1 TO RejectCount
            NOT INVALID KEY
                MOVE "ADDED" TO PrnAction
                ADD 1 TO AddedCount
        END-WRITE
        WRITE PrintLine FROM ChangeLine AFTER ADVANCING 1 LINE
END-IF.

*> APPEND THE SUPERSEDED PRICE/DATE RANGE TO THE PRICE HISTORY FILE, AS UpdateMenuItem DOES
ArchiveOldPrice.
OPEN EXTEND MenuPriceHistFile
        MOVE MenuID TO MPH-MenuID
        MOVE WS-OldPrice TO MPH-Price
        MOVE WS-OldEffFrom TO MPH-EffFrom
        MOVE WS-Today TO MPH-EffTo
        WRITE MenuPriceHistData
CLOSE MenuPriceHistFile.

*> THE ACKNOWLEDGEMENT ALWAYS GOES BACK, PACKAGE OR NOT: THE A LINE FOR THE LAST
*> PACKAGE IN, THEN EVERY LOCAL PRICE SO HEAD OFFICE CAN SEE WHAT HAS DRIFTED
WriteAcknowledgement.
OPEN OUTPUT AckFile
MOVE SPACE TO PriceAckRecord
MOVE 'A' TO AK-RecType
MOVE WS-StoreID TO AK-StoreID
MOVE WS-LastPkgNo TO AK-PkgNo
MOVE WS-LastAppliedDate TO AK-AppliedDate
MOVE WS-Today TO AK-SnapDate
ACCEPT TimeRaw FROM TIME
MOVE TimeRaw(1:6) TO AK-SnapTime
MOVE WS-LastApplied TO AK-ItemsApplied
MOVE WS-LastRejected TO AK-ItemsRejected
MOVE 0 TO AK-Price
WRITE PriceAckRecord
OPEN INPUT MenuFile
IF MenuFileStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ MenuFile NEXT RECORD
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE SPACE TO PriceAckRecord
                    MOVE 'P' TO AK-RecType
                    MOVE WS-StoreID TO AK-StoreID
                    MOVE 0 TO AK-PkgNo AK-AppliedDate AK-SnapDate AK-SnapTime
                    MOVE 0 TO AK-ItemsApplied AK-ItemsRejected
                    MOVE MenuID TO AK-MenuID
                    MOVE MenuItemPrice TO AK-Price
                    WRITE PriceAckRecord
                    ADD 1 TO SnapCount
            END-READ
        END-PERFORM
        CLOSE MenuFile
END-IF
CLOSE AckFile.
