        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOCALSYNC. *> merges a register's local-mode journal back into SalesLog.dat once the back office returns, posts its stock and gift-card movements, and reports the conflicts for a manager
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT LocalSalesFile ASSIGN TO "LocalSales.dat" *> written by testPOS while the back office was unreachable
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LocalSalesStatus.
        SELECT LocalGiftFile ASSIGN TO "LocalGift.dat" *> gift-card draws taken in local mode, balance not yet checked
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LocalGiftStatus.
        SELECT SalesLog ASSIGN TO "SalesLog.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesLogStatus.
        SELECT MenuFile ASSIGN TO "Menu.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MenuID
            LOCK MODE IS MANUAL *> a stock posting reads its item WITH LOCK, the registers may be selling it
            FILE STATUS IS MenuFileStatus.
        SELECT GiftCardFile ASSIGN TO "GiftCard.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GC-CardNo
            LOCK MODE IS MANUAL
            FILE STATUS IS GiftCardStatus.
        SELECT TransCtlFile ASSIGN TO "TransCtl.dat" *> a clashing offline number is replaced from the same control the register draws on
            ORGANIZATION IS LINE SEQUENTIAL
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS TransCtlStatus.
        SELECT CloseFlagFile ASSIGN TO "DayClose.dat" *> no merging while DAILYSALES is rolling the log up
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CloseFlagStatus.
        SELECT SyncReport ASSIGN TO "LocalSync.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LocalSalesFile.
01 LocalSalesLine PIC X(187). *> read INTO SalesLogRecord so the SL- fields apply

FD LocalGiftFile.
COPY LOCGIFT.

FD SalesLog.
COPY SALESLOG.

FD MenuFile.
COPY MENUREC.

FD GiftCardFile.
COPY GIFTCARD.

FD TransCtlFile.
01 TransCtlData.
        02 TCN-NextTransNo PIC 9(6).

FD CloseFlagFile.
01 CloseFlagData.
        02 CF-Flag PIC X(1).
        02 CF-SetDate PIC 9(8).
        02 CF-SetTime PIC 9(6).
        02 CF-UserID PIC X(10).

FD SyncReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 LocalSalesStatus PIC XX.
01 LocalGiftStatus PIC XX.
01 SalesLogStatus PIC XX.
01 MenuFileStatus PIC XX.
01 GiftCardStatus PIC XX.
01 TransCtlStatus PIC XX.
01 CloseFlagStatus PIC XX.
01 WS-LogDate PIC 9(8).
01 WS-LogTimeRaw PIC 9(8).
01 WS-LogTime PIC 9(6).
01 WS-TransNo PIC 9(6).
01 WS-ChainMode PIC X VALUE 'S'.
01 WS-ChainPrev PIC X(16).
01 WS-ChainLink PIC X(16).
01 WS-ArchCmd PIC X(70).
01 WS-GiftPosted PIC X VALUE 'N'.
01 WS-ShortAmt PIC 9(6)V99.

*> every transaction number on the local journal, and the number it lands under
01 LocalTransTable.
        02 LocalTransEntry OCCURS 999 TIMES.
            03 LT-OldNo PIC 9(6).
            03 LT-NewNo PIC 9(6).
            03 LT-TermID PIC X(4).
01 LocalTransCount PIC 9(3) VALUE 0.
01 LTSub PIC 9(4).
01 WS-LTFound PIC 9(4).

01 MergedCount PIC 9(5) VALUE 0.
01 RenumberedCount PIC 9(3) VALUE 0.
01 GiftDrawCount PIC 9(4) VALUE 0.
01 ConflictCount PIC 9(4) VALUE 0.

01 PageHeading.
        05 FILLER PIC X(38) VALUE "LOCAL JOURNAL MERGE - CONFLICTS     ".
        05 PrnRunDate PIC 9(8).
        05 FILLER PIC X(1) VALUE "-".
        05 PrnRunTime PIC 9(6).
01 Heads PIC X(80) VALUE
    "Trans   Term  Kind      Detail".
01 DetailLine.
        05 PrnTransNo PIC 9(6).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnTermID PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnKind PIC X(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDetail PIC X(60).
01 WS-AmtDisp PIC ZZZ,ZZ9.99.
01 WS-QtyDisp PIC Z9.
01 SummaryLine1.
        05 FILLER PIC X(34) VALUE "Records merged onto the log     : ".
        05 PrnMerged PIC ZZZZ9.
01 SummaryLine2.
        05 FILLER PIC X(34) VALUE "Transactions renumbered         : ".
        05 PrnRenumbered PIC ZZ9.
01 SummaryLine3.
        05 FILLER PIC X(34) VALUE "Gift-card draws posted          : ".
        05 PrnGiftDraws PIC ZZZ9.
01 SummaryLine4.
        05 FILLER PIC X(34) VALUE "Conflicts for a manager         : ".
        05 PrnConflicts PIC ZZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing
COPY LOCKLINK. *> record locking on the shared files
COPY TXLINK. *> merged sale and refund headers are filed in the transaction directory under their merged numbers

PROCEDURE DIVISION.
MOVE "LOCALSYNC" TO CN-Program
ACCEPT WS-LogDate FROM DATE YYYYMMDD
ACCEPT WS-LogTimeRaw FROM TIME
MOVE WS-LogTimeRaw(1:6) TO WS-LogTime

OPEN INPUT LocalSalesFile
IF LocalSalesStatus NOT = "00"
        DISPLAY "No local journal on this register -- nothing to merge."
        STOP RUN
END-IF
CLOSE LocalSalesFile

OPEN INPUT CloseFlagFile
IF CloseFlagStatus = "00"
        READ CloseFlagFile
            AT END MOVE 'N' TO CF-Flag
        END-READ
        CLOSE CloseFlagFile
        IF CF-Flag = 'Y'
            DISPLAY "End-of-day processing is running -- merge the local journal after it finishes."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
END-IF

OPEN I-O MenuFile *> I-O, not INPUT -- each merged item line draws the item's stock on hand down
IF MenuFileStatus NOT = "00"
        DISPLAY "Menu.dat not reachable -- the back office is still down, nothing merged."
        MOVE 8 TO RETURN-CODE
        STOP RUN
END-IF

OPEN OUTPUT SyncReport
MOVE WS-LogDate TO PrnRunDate
MOVE WS-LogTime TO PrnRunTime
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES

PERFORM LoadLocalTrans
PERFORM FindClashingNumbers
PERFORM MergeJournal
CLOSE MenuFile
PERFORM PostGiftDraws

MOVE MergedCount TO PrnMerged
WRITE PrintLine FROM SummaryLine1 AFTER ADVANCING 3 LINES
MOVE RenumberedCount TO PrnRenumbered
WRITE PrintLine FROM SummaryLine2 AFTER ADVANCING 1 LINE
MOVE GiftDrawCount TO PrnGiftDraws
WRITE PrintLine FROM SummaryLine3 AFTER ADVANCING 1 LINE
MOVE ConflictCount TO PrnConflicts
WRITE PrintLine FROM SummaryLine4 AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE SyncReport
MOVE "LocalSync.rpt" TO RF-ReportName
MOVE "LOCALSYNC" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate

*> SET THE MERGED FILES ASIDE SO A RERUN CANNOT JOURNAL THE SAME SALES TWICE
MOVE SPACE TO WS-ArchCmd
STRING "mv LocalSales.dat LocalSales_" DELIMITED BY SIZE
        WS-LogDate DELIMITED BY SIZE
        "_" DELIMITED BY SIZE
        WS-LogTime DELIMITED BY SIZE
        ".done" DELIMITED BY SIZE
        INTO WS-ArchCmd
CALL "SYSTEM" USING WS-ArchCmd
IF WS-GiftPosted = 'Y'
        MOVE SPACE TO WS-ArchCmd
        STRING "mv LocalGift.dat LocalGift_" DELIMITED BY SIZE
            WS-LogDate DELIMITED BY SIZE
            "_" DELIMITED BY SIZE
            WS-LogTime DELIMITED BY SIZE
            ".done" DELIMITED BY SIZE
            INTO WS-ArchCmd
        CALL "SYSTEM" USING WS-ArchCmd
END-IF

DISPLAY MergedCount " record(s) merged, " ConflictCount " conflict(s) -- see LocalSync.rpt"
IF ConflictCount > 0
        MOVE 8 TO RETURN-CODE
ELSE
        MOVE 0 TO RETURN-CODE
END-IF
STOP RUN.

*> EVERY DISTINCT TRANSACTION NUMBER ON THE LOCAL JOURNAL, KEEPING ITS OWN
*> NUMBER UNTIL THE LIVE LOG SHOWS IT IS ALREADY TAKEN
LoadLocalTrans.
OPEN INPUT LocalSalesFile
MOVE 'N' TO WSEOF
PERFORM UNTIL WSEOF = 'Y'
        READ LocalSalesFile INTO SalesLogRecord
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                IF SL-TransNo IS NUMERIC AND SL-TransNo > 0
                    MOVE SL-TransNo TO WS-TransNo
                    PERFORM FindLocalTrans
                    IF WS-LTFound = 0 AND LocalTransCount < 999
                        ADD 1 TO LocalTransCount
                        MOVE SL-TransNo TO LT-OldNo(LocalTransCount)
                        MOVE SL-TransNo TO LT-NewNo(LocalTransCount)
                        MOVE SL-TermID TO LT-TermID(LocalTransCount)
                    END-IF
                END-IF
        END-READ
END-PERFORM
CLOSE LocalSalesFile.

*> AN OFFLINE NUMBER THE LIVE LOG ALREADY CARRIES (THE MAIN RUN CAUGHT UP WITH
*> THE TERMINAL'S BLOCK) GETS A FRESH ONE, SO REPRINTS AND REFUNDS FIND ONE SALE
FindClashingNumbers.
OPEN INPUT SalesLog
IF SalesLogStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ SalesLog
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF SL-TransNo IS NUMERIC AND SL-TransNo > 0
                        MOVE SL-TransNo TO WS-TransNo
                        PERFORM FindLocalTrans
                        IF WS-LTFound > 0
                            IF LT-NewNo(WS-LTFound) = LT-OldNo(WS-LTFound)
                                PERFORM RenumberLocalTrans
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SalesLog
END-IF.

RenumberLocalTrans.
PERFORM GetNextTransNo
MOVE WS-TransNo TO LT-NewNo(WS-LTFound)
ADD 1 TO RenumberedCount
MOVE LT-OldNo(WS-LTFound) TO PrnTransNo
MOVE LT-TermID(WS-LTFound) TO PrnTermID
MOVE "NUMBER" TO PrnKind
MOVE SPACE TO PrnDetail
STRING "ON THE LOG ALREADY - MERGED AS " DELIMITED BY SIZE
        WS-TransNo DELIMITED BY SIZE
        " (RECEIPT HAS OLD NO)" DELIMITED BY SIZE
        INTO PrnDetail
PERFORM WriteConflict.

FindLocalTrans.
MOVE 0 TO WS-LTFound
MOVE 1 TO LTSub
PERFORM UNTIL LTSub > LocalTransCount OR WS-LTFound > 0
        IF LT-OldNo(LTSub) = WS-TransNo
            MOVE LTSub TO WS-LTFound
        END-IF
        ADD 1 TO LTSub
END-PERFORM.

*> EACH LOCAL RECORD GOES ONTO THE END OF THE LIVE LOG UNDER ITS (POSSIBLY NEW)
*> NUMBER, SEALED INTO THE CHAIN AS IT LANDS; A SOLD ITEM LINE DRAWS STOCK DOWN
*> THE WAY THE REGISTER WOULD HAVE
MergeJournal.
OPEN EXTEND SalesLog
IF SalesLogStatus NOT = "00"
        OPEN OUTPUT SalesLog
END-IF
OPEN INPUT LocalSalesFile
MOVE 'N' TO WSEOF
PERFORM UNTIL WSEOF = 'Y'
        READ LocalSalesFile INTO SalesLogRecord
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                IF SL-TransNo IS NUMERIC AND SL-TransNo > 0
                    MOVE SL-TransNo TO WS-TransNo
                    PERFORM FindLocalTrans
                    IF WS-LTFound > 0
                        MOVE LT-NewNo(WS-LTFound) TO SL-TransNo
                    END-IF
                END-IF
                PERFORM SealSalesRecord
                WRITE SalesLogRecord
                PERFORM ReleaseSalesChain
                ADD 1 TO MergedCount
                MOVE "SalesLog.dat" TO TI-LogFile
                MOVE 0 TO TI-LogRecNo
                CALL "TXPOST" USING SalesLogRecord, TI-LogFile, TI-LogRecNo
                IF SL-RecType = 'I' AND SL-Training NOT = 'Y'
                    AND SL-MenuID NOT = "SVC" AND SL-MenuID NOT = "DLV"
                    AND SL-MenuID NOT = "DEP"
                    PERFORM PostItemStock
                END-IF
        END-READ
END-PERFORM
CLOSE LocalSalesFile
CLOSE SalesLog.

PostItemStock.
MOVE SL-MenuID TO MenuID
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
            MOVE SL-TransNo TO PrnTransNo
            MOVE SL-TermID TO PrnTermID
            MOVE "STOCK" TO PrnKind
            MOVE SPACE TO PrnDetail
            STRING SL-MenuID DELIMITED BY SIZE
                " HELD AT A REGISTER - STOCK NOT POSTED, RECOUNT" DELIMITED BY SIZE
                INTO PrnDetail
            PERFORM WriteConflict
        WHEN MenuFileStatus(1:1) NOT = "0"
            MOVE SL-TransNo TO PrnTransNo
            MOVE SL-TermID TO PrnTermID
            MOVE "STOCK" TO PrnKind
            MOVE SPACE TO PrnDetail
            STRING SL-MenuID DELIMITED BY SIZE
                " NO LONGER ON THE MENU - STOCK NOT POSTED" DELIMITED BY SIZE
                INTO PrnDetail
            PERFORM WriteConflict
        WHEN OTHER
            IF SL-Qty > MenuStockQty
                MOVE SL-TransNo TO PrnTransNo
                MOVE SL-TermID TO PrnTermID
                MOVE "STOCK" TO PrnKind
                MOVE SL-Qty TO WS-QtyDisp
                MOVE SPACE TO PrnDetail
                STRING SL-MenuID DELIMITED BY SIZE
                    " SOLD " DELIMITED BY SIZE
                    WS-QtyDisp DELIMITED BY SIZE
                    " BUT THE COUNT WAS LOWER - SET TO ZERO, RECOUNT" DELIMITED BY SIZE
                    INTO PrnDetail
                PERFORM WriteConflict
                MOVE 0 TO MenuStockQty
            ELSE
                SUBTRACT SL-Qty FROM MenuStockQty
            END-IF
            REWRITE MenuData
            UNLOCK MenuFile
END-EVALUATE.

*> THE DRAWS WERE TAKEN ON TRUST -- A CARD THAT IS GONE OR SHORT HAS WHAT IT
*> HOLDS TAKEN AND THE DIFFERENCE REPORTED AS MONEY NOT COLLECTED
PostGiftDraws.
OPEN INPUT LocalGiftFile
IF LocalGiftStatus = "00"
        OPEN I-O GiftCardFile
        IF GiftCardStatus NOT = "00"
            MOVE 0 TO PrnTransNo
            MOVE SPACE TO PrnTermID
            MOVE "GIFT" TO PrnKind
            MOVE "GiftCard.dat NOT REACHABLE - DRAWS LEFT QUEUED, RERUN" TO PrnDetail
            PERFORM WriteConflict
        ELSE
            MOVE 'Y' TO WS-GiftPosted
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ LocalGiftFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END PERFORM PostOneGiftDraw
                END-READ
            END-PERFORM
            CLOSE GiftCardFile
        END-IF
        CLOSE LocalGiftFile
END-IF.

PostOneGiftDraw.
MOVE LG-TransNo TO WS-TransNo
PERFORM FindLocalTrans
IF WS-LTFound > 0
        MOVE LT-NewNo(WS-LTFound) TO PrnTransNo
ELSE
        MOVE LG-TransNo TO PrnTransNo
END-IF
MOVE LG-TermID TO PrnTermID
MOVE "GIFT" TO PrnKind
MOVE LG-CardNo TO GC-CardNo
MOVE "GiftCard.dat" TO CN-File
MOVE GC-CardNo TO CN-Key
MOVE 0 TO CN-Tries
MOVE 'N' TO CN-GaveUp
MOVE "51" TO GiftCardStatus
PERFORM UNTIL GiftCardStatus NOT = "51" OR CN-GaveUp = 'Y'
        READ GiftCardFile WITH LOCK
            INVALID KEY CONTINUE
        END-READ
        IF GiftCardStatus = "51"
            CALL "LOCKWAIT" USING CN-LockLink
        END-IF
END-PERFORM
EVALUATE TRUE
        WHEN CN-GaveUp = 'Y'
            MOVE LG-Amount TO WS-AmtDisp
            MOVE SPACE TO PrnDetail
            STRING "CARD " DELIMITED BY SIZE
                LG-CardNo DELIMITED BY SIZE
                " HELD AT A REGISTER - " DELIMITED BY SIZE
                WS-AmtDisp DELIMITED BY SIZE
                " NOT POSTED" DELIMITED BY SIZE
                INTO PrnDetail
            PERFORM WriteConflict
        WHEN GiftCardStatus(1:1) NOT = "0"
            MOVE LG-Amount TO WS-AmtDisp
            MOVE SPACE TO PrnDetail
            STRING "CARD " DELIMITED BY SIZE
                LG-CardNo DELIMITED BY SIZE
                " NOT ON FILE - " DELIMITED BY SIZE
                WS-AmtDisp DELIMITED BY SIZE
                " NOT COLLECTED" DELIMITED BY SIZE
                INTO PrnDetail
            PERFORM WriteConflict
        WHEN OTHER
            ADD 1 TO GiftDrawCount
            IF GC-Status NOT = 'A' OR GC-Balance < LG-Amount
                IF GC-Status = 'A'
                    COMPUTE WS-ShortAmt = LG-Amount - GC-Balance
                ELSE
                    MOVE LG-Amount TO WS-ShortAmt
                END-IF
                MOVE WS-ShortAmt TO WS-AmtDisp
                MOVE SPACE TO PrnDetail
                STRING "CARD " DELIMITED BY SIZE
                    LG-CardNo DELIMITED BY SIZE
                    " SHORT - " DELIMITED BY SIZE
                    WS-AmtDisp DELIMITED BY SIZE
                    " NOT COLLECTED" DELIMITED BY SIZE
                    INTO PrnDetail
                PERFORM WriteConflict
                IF GC-Status = 'A'
                    MOVE 0 TO GC-Balance
                END-IF
            ELSE
                SUBTRACT LG-Amount FROM GC-Balance
            END-IF
            IF GC-Balance = 0
                MOVE 'V' TO GC-Status
            END-IF
            REWRITE GiftCardData
            UNLOCK GiftCardFile
END-EVALUATE.

WriteConflict.
ADD 1 TO ConflictCount
WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE.

*> SAME NUMBER CONTROL THE REGISTER DRAWS ON
GetNextTransNo.
MOVE 0 TO WS-TransNo
MOVE "TransCtl.dat" TO CN-File
MOVE SPACE TO CN-Key
MOVE 0 TO CN-Tries
MOVE 'N' TO CN-GaveUp
MOVE "61" TO TransCtlStatus
PERFORM UNTIL TransCtlStatus NOT = "61" OR CN-GaveUp = 'Y'
        OPEN I-O TransCtlFile *> held exclusively from the read to the rewrite
        IF TransCtlStatus = "61"
            CALL "LOCKWAIT" USING CN-LockLink
        END-IF
END-PERFORM
IF CN-GaveUp = 'Y'
        DISPLAY "TransCtl.dat held by another register -- transaction numbered 0."
        MOVE 8 TO RETURN-CODE
ELSE
        IF TransCtlStatus = "00"
            READ TransCtlFile
                AT END CONTINUE
                NOT AT END MOVE TCN-NextTransNo TO WS-TransNo
            END-READ
        END-IF
        IF WS-TransNo = 0 *> no control record yet -- the first number
            MOVE 1 TO WS-TransNo
            CLOSE TransCtlFile
            OPEN OUTPUT TransCtlFile
            COMPUTE TCN-NextTransNo = WS-TransNo + 1
            WRITE TransCtlData
        ELSE
            COMPUTE TCN-NextTransNo = WS-TransNo + 1
            REWRITE TransCtlData
        END-IF
        CLOSE TransCtlFile
END-IF.

*> EVERY RECORD JOURNALED IS CHAINED TO THE ONE BEFORE IT, AS testPOS DOES
SealSalesRecord.
MOVE 'S' TO WS-ChainMode
CALL "SLCHAIN" USING WS-ChainMode, SalesLogRecord, WS-ChainPrev, WS-ChainLink.

*> THE SEALED RECORD IS ON THE LOG -- LET THE NEXT WRITER SEAL
ReleaseSalesChain.
MOVE 'W' TO WS-ChainMode
CALL "SLCHAIN" USING WS-ChainMode, SalesLogRecord, WS-ChainPrev, WS-ChainLink.
