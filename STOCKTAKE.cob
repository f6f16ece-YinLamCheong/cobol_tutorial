            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MenuID
            LOCK MODE IS MANUAL
            FILE STATUS IS MenuFileStatus.
        SELECT CountSheetFile ASSIGN TO "CountSheet.dat" *> the frozen book figures plus the keyed counts, one take at a time
            ORGANIZATION IS LINE SEQUENTIAL
        05 PrnNCItemName PIC X(20).
        05 FILLER PIC X(22) VALUE "  (NO COUNT KEYED YET)".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing
COPY LOCKLINK. *> record locking on the shared files

PROCEDURE DIVISION.
StartPara.
        MOVE "STOCKTAKE" TO CN-Program
        ACCEPT WS-Today FROM DATE YYYYMMDD.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            END-PERFORM
            WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
            CLOSE VarReport
            MOVE "StockVar.rpt" TO RF-ReportName
            MOVE "STOCKTAKE" TO RF-Program
            MOVE 0 TO RF-BusDate
            CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
            DISPLAY "Variance report written to StockVar.rpt"
        END-IF.

        IF TblSheetFlag(Temp_Count) = 'Y'
            AND TblSheetCounted(Temp_Count) NOT = TblSheetBook(Temp_Count)
            MOVE TblSheetID(Temp_Count) TO MenuID
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
                    DISPLAY "  " TblSheetID(Temp_Count) " held at a register, skipped -- recount it."
                WHEN MenuFileStatus(1:1) NOT = "0"
                    DISPLAY "  " TblSheetID(Temp_Count) " no longer on the menu, skipped."
                WHEN OTHER
                    OPEN EXTEND StockAuditFile
                        MOVE WS-Today TO SA-Date
                        ACCEPT WS-TimeRaw FROM TIME
                    CLOSE StockAuditFile
                    MOVE TblSheetCounted(Temp_Count) TO MenuStockQty
                    REWRITE MenuData
                    UNLOCK MenuFile
                    ADD 1 TO AdjustedCount
            END-EVALUATE
        END-IF
        ADD 1 TO Temp_Count.
