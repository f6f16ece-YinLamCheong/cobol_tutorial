            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT TransCtlFile ASSIGN TO "TransCtl.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS TransCtlStatus.
        SELECT TerminalFile ASSIGN TO "Terminal.dat"
            ORGANIZATION IS LINE SEQUENTIAL
01 WS-LogTimeRaw PIC 9(8).
01 WS-LogTime PIC 9(6).
01 WS-TransNo PIC 9(6).
01 WS-ChainMode PIC X VALUE 'S'.
01 WS-ChainPrev PIC X(16).
01 WS-ChainLink PIC X(16).
01 WS-DepDisp PIC $9,999.99.

*> the due day's item lines, loaded ahead of the header pass
        05 KtItemQty PIC Z9.
        05 FILLER PIC X(5) VALUE "  x  ".
        05 KtItemName PIC X(20).
COPY LOCKLINK. *> record locking on the shared files

PROCEDURE DIVISION.
StartPara.
        MOVE "CATERING" TO CN-Program.
        DISPLAY "Your user ID : " WITH NO ADVANCING.
        ACCEPT WS-UserID.
        PERFORM LoadTerminalID.
            MOVE 'N' TO SL-Training
            MOVE WS-TermID TO SL-TermID
            MOVE WS-StoreID TO SL-StoreID
            PERFORM SealSalesRecord
            WRITE SalesLogRecord
            PERFORM ReleaseSalesChain
        CLOSE SalesLog
        MOVE WS-DepositIn TO WS-DepDisp
        DISPLAY "Deposit of " WS-DepDisp " journaled (trans " WS-TransNo ").".

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

*> EVERY OPEN ORDER DUE ON THE DATE GETS A KITCHEN PREP TICKET AND FLIPS TO P.
*> THE ITEM LINES LOAD INTO A TABLE FIRST, SO THE HEADER PASS CAN PRINT EACH
            DISPLAY "  (none on file)"
        END-IF
        MOVE 'N' TO WSEOF.

*> EVERY RECORD JOURNALED IS CHAINED TO THE ONE BEFORE IT, AS testPOS DOES
SealSalesRecord.
        MOVE 'S' TO WS-ChainMode
        CALL "SLCHAIN" USING WS-ChainMode, SalesLogRecord, WS-ChainPrev, WS-ChainLink.

*> THE SEALED RECORD IS ON THE LOG -- LET THE NEXT WRITER SEAL
ReleaseSalesChain.
        MOVE 'W' TO WS-ChainMode
        CALL "SLCHAIN" USING WS-ChainMode, SalesLogRecord, WS-ChainPrev, WS-ChainLink.
