        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PBDIST. *> head-office distribution run: builds each store's price package from the price book, flagging what changed since the store's last package
AUTHOR. Yanling.
DATE-WRITTEN.Oct 7th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT PriceBookFile ASSIGN TO "PriceBook.dat" *> maintained by PBMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PriceBookStatus.
        SELECT StoreFile ASSIGN TO "Store.dat" *> every site gets a package
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StoreStatus.
        SELECT PackageFile ASSIGN TO WS-PkgFileName *> PricePkg_<StoreID>.dat, picked up by PBAPPLY at the store
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PackageStatus.
        SELECT DistLogFile ASSIGN TO "PBDist.dat" *> every package sent -- PBEXCEPT holds the acknowledgements against it
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DistLogStatus.
        SELECT DistReport ASSIGN TO "PBDist.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PriceBookFile.
COPY PRICEBK.

FD StoreFile.
COPY STOREREC.

FD PackageFile.
COPY PRICEPKG.

FD DistLogFile.
01 DistLogData.
        02 DL-StoreID PIC X(4).
        02 DL-PkgNo PIC 9(6).
        02 DL-PkgDate PIC 9(8).
        02 DL-ItemCount PIC 9(5).
        02 DL-ChangedCount PIC 9(5).
        02 DL-PriceTotal PIC 9(9)V99.

FD DistReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 PriceBookStatus PIC XX.
01 StoreStatus PIC XX.
01 PackageStatus PIC XX.
01 DistLogStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-PkgNo PIC 9(6) VALUE 0.
01 WS-PkgFileName PIC X(30).

*> the base rows and the store rows of the book
01 BaseTable.
        05 BaseEntry OCCURS 400 TIMES.
            10 TblBaseMenuID PIC X(4).
            10 TblBaseName PIC X(20).
            10 TblBasePrice PIC 9(4)V99.
            10 TblBaseCategory PIC X(8).
            10 TblBaseTaxClass PIC X(1).
01 BaseCount PIC 9(3) VALUE 0.
01 BaseIdx PIC 9(3).
01 OvrTable.
        05 OvrEntry OCCURS 600 TIMES.
            10 TblOvrStore PIC X(4).
            10 TblOvrMenuID PIC X(4).
            10 TblOvrPrice PIC 9(4)V99.
01 OvrCount PIC 9(3) VALUE 0.
01 OvrIdx PIC 9(3).
01 WS-BookOverflow PIC X VALUE 'N'.

01 StoreTable.
        05 StoreEntry OCCURS 10 TIMES.
            10 TblStoreID PIC X(4).
            10 TblStoreName PIC X(25).
01 StoreCount PIC 99 VALUE 0.
01 StoreIdx PIC 99.

*> what the store was sent last time, so the changes can be flagged
01 PrevTable.
        05 PrevEntry OCCURS 400 TIMES.
            10 TblPrevMenuID PIC X(4).
            10 TblPrevName PIC X(20).
            10 TblPrevPrice PIC 9(4)V99.
            10 TblPrevCategory PIC X(8).
            10 TblPrevTaxClass PIC X(1).
01 PrevCount PIC 9(3) VALUE 0.
01 PrevIdx PIC 9(3).
01 Temp_Count PIC 9(3).

01 WS-ItemPrice PIC 9(4)V99.
01 WS-ItemCount PIC 9(5).
01 WS-ChangedCount PIC 9(5).
01 WS-OvrUsed PIC 9(5).
01 WS-PriceTotal PIC 9(9)V99.
01 WS-PkgsBuilt PIC 99 VALUE 0.

01 PageHeading.
        05 FILLER PIC X(30) VALUE "PRICE BOOK DISTRIBUTION   PKG ".
        05 PrnPkgNo PIC 9(6).
        05 FILLER PIC X(4) VALUE "    ".
        05 PrnPkgDate PIC 9(8).
01 Heads PIC X(80) VALUE
    "Store  Name                       Items  Changed  Store prices  Package file".
01 StoreLine.
        05 PrnStoreID PIC X(4).
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnStoreName PIC X(25).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnItems PIC ZZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnChanged PIC ZZZZ9.
        05 FILLER PIC X(6) VALUE SPACE.
        05 PrnOvrUsed PIC ZZZZ9.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnPkgFile PIC X(22).
01 SummaryLine.
        05 PrnSumText PIC X(36).
        05 PrnSumCount PIC ZZZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD

OPEN INPUT PriceBookFile
IF PriceBookStatus NOT = "00"
        DISPLAY "PriceBook.dat not found -- set the book up in PBMNT first."
        STOP RUN
END-IF
PERFORM UNTIL WSEOF = 'Y'
        READ PriceBookFile
            AT END MOVE 'Y' TO WSEOF
            NOT AT END PERFORM NoteBookRow
        END-READ
END-PERFORM
CLOSE PriceBookFile
*> A PACKAGE BUILT FROM HALF A BOOK WOULD LOOK LIKE A LIST OF WITHDRAWN ITEMS
IF WS-BookOverflow = 'Y'
        DISPLAY "The price book is larger than this run can hold -- nothing distributed."
        MOVE 8 TO RETURN-CODE
        STOP RUN
END-IF
IF BaseCount = 0
        DISPLAY "The price book holds no base items -- nothing distributed."
        STOP RUN
END-IF

PERFORM LoadStores
IF StoreCount = 0
        DISPLAY "Store.dat holds no stores -- nothing distributed."
        STOP RUN
END-IF

*> ONE PACKAGE NUMBER FOR THE WHOLE RUN, ONE ON FROM THE LAST RUN'S
MOVE 'N' TO WSEOF
OPEN INPUT DistLogFile
IF DistLogStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ DistLogFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF DL-PkgNo > WS-PkgNo
                        MOVE DL-PkgNo TO WS-PkgNo
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DistLogFile
END-IF
ADD 1 TO WS-PkgNo

OPEN OUTPUT DistReport
MOVE WS-PkgNo TO PrnPkgNo
MOVE WS-Today TO PrnPkgDate
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES

OPEN EXTEND DistLogFile
IF DistLogStatus NOT = "00"
        OPEN OUTPUT DistLogFile
END-IF
MOVE 1 TO StoreIdx
PERFORM UNTIL StoreIdx > StoreCount
        PERFORM BuildStorePackage
        ADD 1 TO StoreIdx
END-PERFORM
CLOSE DistLogFile

MOVE "Stores sent a package             : " TO PrnSumText
MOVE WS-PkgsBuilt TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
MOVE "Base items in the book            : " TO PrnSumText
MOVE BaseCount TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Store price rows in the book      : " TO PrnSumText
MOVE OvrCount TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE DistReport
MOVE "PBDist.rpt" TO RF-ReportName
MOVE "PBDIST" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Package " WS-PkgNo " built for " WS-PkgsBuilt " store(s) -- see PBDist.rpt"
STOP RUN.

NoteBookRow.
IF PB-StoreID = SPACE
        IF BaseCount < 400
            ADD 1 TO BaseCount
            MOVE PB-MenuID TO TblBaseMenuID(BaseCount)
            MOVE PB-Name TO TblBaseName(BaseCount)
            MOVE PB-Price TO TblBasePrice(BaseCount)
            MOVE PB-Category TO TblBaseCategory(BaseCount)
            MOVE PB-TaxClass TO TblBaseTaxClass(BaseCount)
        ELSE
            MOVE 'Y' TO WS-BookOverflow
        END-IF
ELSE
        IF OvrCount < 600
            ADD 1 TO OvrCount
            MOVE PB-StoreID TO TblOvrStore(OvrCount)
            MOVE PB-MenuID TO TblOvrMenuID(OvrCount)
            MOVE PB-Price TO TblOvrPrice(OvrCount)
        ELSE
            MOVE 'Y' TO WS-BookOverflow
        END-IF
END-IF.

LoadStores.
MOVE 0 TO StoreCount
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
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StoreFile
END-IF.

*> THE STORE'S PREVIOUS PACKAGE IS READ BEFORE IT IS OVERWRITTEN -- A STORE THAT
*> NEVER HAD ONE SEES EVERY ITEM AS CHANGED
BuildStorePackage.
MOVE SPACE TO WS-PkgFileName
STRING "PricePkg_" DELIMITED BY SIZE
        TblStoreID(StoreIdx) DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO WS-PkgFileName
MOVE 0 TO PrevCount
MOVE 'N' TO WSEOF
OPEN INPUT PackageFile
IF PackageStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ PackageFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF PK-RecType = "ITM" AND PrevCount < 400
                        ADD 1 TO PrevCount
                        MOVE PK-MenuID TO TblPrevMenuID(PrevCount)
                        MOVE PK-Name TO TblPrevName(PrevCount)
                        MOVE PK-Price TO TblPrevPrice(PrevCount)
                        MOVE PK-Category TO TblPrevCategory(PrevCount)
                        MOVE PK-TaxClass TO TblPrevTaxClass(PrevCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PackageFile
END-IF

MOVE 0 TO WS-ItemCount
MOVE 0 TO WS-ChangedCount
MOVE 0 TO WS-OvrUsed
MOVE 0 TO WS-PriceTotal
OPEN OUTPUT PackageFile
MOVE SPACE TO PricePkgRecord
MOVE "HDR" TO PK-RecType
MOVE TblStoreID(StoreIdx) TO PK-StoreID
MOVE WS-PkgNo TO PK-PkgNo
MOVE WS-Today TO PK-PkgDate
MOVE 0 TO PK-Price PK-ItemCount PK-ChangedCount PK-PriceTotal
WRITE PricePkgRecord

MOVE 1 TO BaseIdx
PERFORM UNTIL BaseIdx > BaseCount
        PERFORM WriteItemLine
        ADD 1 TO BaseIdx
END-PERFORM

MOVE SPACE TO PricePkgRecord
MOVE "TRL" TO PK-RecType
MOVE TblStoreID(StoreIdx) TO PK-StoreID
MOVE WS-PkgNo TO PK-PkgNo
MOVE WS-Today TO PK-PkgDate
MOVE 0 TO PK-Price
MOVE WS-ItemCount TO PK-ItemCount
MOVE WS-ChangedCount TO PK-ChangedCount
MOVE WS-PriceTotal TO PK-PriceTotal
WRITE PricePkgRecord
CLOSE PackageFile

MOVE TblStoreID(StoreIdx) TO DL-StoreID
MOVE WS-PkgNo TO DL-PkgNo
MOVE WS-Today TO DL-PkgDate
MOVE WS-ItemCount TO DL-ItemCount
MOVE WS-ChangedCount TO DL-ChangedCount
MOVE WS-PriceTotal TO DL-PriceTotal
WRITE DistLogData
ADD 1 TO WS-PkgsBuilt

MOVE TblStoreID(StoreIdx) TO PrnStoreID
MOVE TblStoreName(StoreIdx) TO PrnStoreName
MOVE WS-ItemCount TO PrnItems
MOVE WS-ChangedCount TO PrnChanged
MOVE WS-OvrUsed TO PrnOvrUsed
MOVE WS-PkgFileName TO PrnPkgFile
WRITE PrintLine FROM StoreLine AFTER ADVANCING 1 LINE.

*> THE STORE'S OWN PRICE WHEN HEAD OFFICE HAS SET ONE, OTHERWISE THE BASE PRICE
WriteItemLine.
MOVE TblBasePrice(BaseIdx) TO WS-ItemPrice
MOVE 1 TO OvrIdx
PERFORM UNTIL OvrIdx > OvrCount
        IF TblOvrStore(OvrIdx) = TblStoreID(StoreIdx)
            AND TblOvrMenuID(OvrIdx) = TblBaseMenuID(BaseIdx)
            MOVE TblOvrPrice(OvrIdx) TO WS-ItemPrice
            ADD 1 TO WS-OvrUsed
        END-IF
        ADD 1 TO OvrIdx
END-PERFORM

MOVE SPACE TO PricePkgRecord
MOVE "ITM" TO PK-RecType
MOVE TblStoreID(StoreIdx) TO PK-StoreID
MOVE WS-PkgNo TO PK-PkgNo
MOVE WS-Today TO PK-PkgDate
MOVE TblBaseMenuID(BaseIdx) TO PK-MenuID
MOVE TblBaseName(BaseIdx) TO PK-Name
MOVE WS-ItemPrice TO PK-Price
MOVE TblBaseCategory(BaseIdx) TO PK-Category
MOVE TblBaseTaxClass(BaseIdx) TO PK-TaxClass
MOVE 0 TO PK-ItemCount PK-ChangedCount PK-PriceTotal

MOVE 'Y' TO PK-Changed
MOVE 1 TO PrevIdx
PERFORM UNTIL PrevIdx > PrevCount
        IF TblPrevMenuID(PrevIdx) = PK-MenuID
            AND TblPrevName(PrevIdx) = PK-Name
            AND TblPrevPrice(PrevIdx) = PK-Price
            AND TblPrevCategory(PrevIdx) = PK-Category
            AND TblPrevTaxClass(PrevIdx) = PK-TaxClass
            MOVE 'N' TO PK-Changed
        END-IF
        ADD 1 TO PrevIdx
END-PERFORM
IF PK-Changed = 'Y'
        ADD 1 TO WS-ChangedCount
END-IF
WRITE PricePkgRecord
ADD 1 TO WS-ItemCount
ADD WS-ItemPrice TO WS-PriceTotal.
