            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MenuID
            LOCK MODE IS MANUAL *> each item is read WITH LOCK for its stock draw-down, as the registers do
            FILE STATUS IS MenuFileStatus.
        SELECT SalesLog ASSIGN TO "SalesLog.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TerminalStatus.
        SELECT TransCtlFile ASSIGN TO "TransCtl.dat" *> imported orders get real transaction numbers too
            ORGANIZATION IS LINE SEQUENTIAL
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS TransCtlStatus.
        SELECT RejectReport ASSIGN TO "OrdImportRejects.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
01 WS-LogTimeRaw PIC 9(8).
01 WS-LogTime PIC 9(6).
01 WS-TransNo PIC 9(6).
01 WS-ChainMode PIC X VALUE 'S'.
01 WS-ChainPrev PIC X(16).
01 WS-ChainLink PIC X(16).

*> the split-up fields of one platform line
01 WS-TokType PIC X(1).
        05 PrnRejRef PIC X(10).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRejReason PIC X(40).
COPY RPTLINK. *> report library filing
COPY LOCKLINK. *> record locking on the shared files

PROCEDURE DIVISION.
MOVE "ORDIMPORT" TO CN-Program
ACCEPT WS-LogDate FROM DATE YYYYMMDD
ACCEPT WS-LogTimeRaw FROM TIME
MOVE WS-LogTimeRaw(1:6) TO WS-LogTime
CLOSE PlatformFile
CLOSE MenuFile
CLOSE RejectReport
MOVE "OrdImportRejects.rpt" TO RF-ReportName
MOVE "ORDIMPORT" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate

*> SET THE PROCESSED DROP FILE ASIDE SO A RERUN CANNOT JOURNAL EVERY ORDER TWICE
MOVE SPACE TO WS-ArchCmd
MOVE 'D' TO SL-Channel
MOVE WS-TermID TO SL-TermID
MOVE WS-StoreID TO SL-StoreID
PERFORM SealSalesRecord
WRITE SalesLogRecord
PERFORM ReleaseSalesChain
MOVE 1 TO ImpSub
PERFORM UNTIL ImpSub > ImpCount
        MOVE SPACE TO SalesLogRecord
        MOVE 'D' TO SL-Channel
        MOVE WS-TermID TO SL-TermID
        MOVE WS-StoreID TO SL-StoreID
        PERFORM SealSalesRecord
        WRITE SalesLogRecord
        PERFORM ReleaseSalesChain
        ADD 1 TO ImpSub
END-PERFORM
CLOSE SalesLog
MOVE 1 TO ImpSub
PERFORM UNTIL ImpSub > ImpCount
        MOVE ImpMenuID(ImpSub) TO MenuID
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
        IF CN-GaveUp = 'Y'
            DISPLAY "Stock for " MenuID " not drawn down -- held at a register."
            MOVE 8 TO RETURN-CODE
        END-IF
        IF MenuFileStatus(1:1) = "0" AND CN-GaveUp = 'N'
            IF ImpQty(ImpSub) > MenuStockQty
                MOVE 0 TO MenuStockQty
            ELSE
                SUBTRACT ImpQty(ImpSub) FROM MenuStockQty
            END-IF
            REWRITE MenuData
            UNLOCK MenuFile
        END-IF
        ADD 1 TO ImpSub
END-PERFORM

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
