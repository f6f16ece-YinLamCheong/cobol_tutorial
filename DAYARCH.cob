        SELECT ArchCatFile ASSIGN TO "ArchCat.dat" *> one catalog line per archive: date, record count, total amount -- ARCHVRFY re-reads against it
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ArchCatStatus.
        SELECT ChainCtlFile ASSIGN TO "SLChain.dat" *> the last link SLCHAIN sealed onto the live log
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ChainCtlStatus.

DATA DIVISION.
FILE SECTION.
COPY SALESLOG.

FD HistFile.
01 HistRecord PIC X(187). *> must cover the full SALESLOG.cpy record -- a short buffer here silently truncates every archived day

FD ArchCatFile.
01 ArchCatData.
        02 AC-Date PIC 9(8).
        02 AC-RecCount PIC 9(7).
        02 AC-TotalAmt PIC 9(9)V99. *> sum of SL-Amount across every archived record -- an integrity figure, not a sales total
        02 AC-LastLink PIC X(16). *> the day's final SalesLog chain link, spaces for days archived before chaining

FD ChainCtlFile.
01 ChainCtlData.
        02 CK-LastLink PIC X(16).
        02 CK-RecCount PIC 9(7).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 CopiedCount PIC 9(7) VALUE 0.
01 ArchCatStatus PIC XX.
01 ArcTotalAmt PIC 9(9)V99 VALUE 0.
01 ChainCtlStatus PIC XX.
01 WS-ChainMode PIC X.
01 WS-ChainPrev PIC X(16) VALUE SPACE.
01 WS-ChainLink PIC X(16).
01 WS-ChainStarted PIC X VALUE 'N'.
01 WS-ChainBroken PIC X VALUE 'N'.
01 WS-ChainedCount PIC 9(7) VALUE 0.
COPY TXLINK. *> each sale and refund header is re-filed in the transaction directory at its archive position

PROCEDURE DIVISION.
DISPLAY "Business date being closed (CCYYMMDD) : " WITH NO ADVANCING
        STOP RUN
END-IF

*> THE CHAIN MUST VERIFY RECORD BY RECORD, AND END ON THE LAST LINK SLCHAIN SEALED,
*> BEFORE THE DAY IS ROLLED INTO HISTORY -- A TAMPERED LOG STAYS LIVE FOR CHAINVFY
PERFORM UNTIL WSEOF = 'Y'
        READ SalesLog
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                ADD 1 TO CopiedCount
                PERFORM CheckChainLink
        END-READ
END-PERFORM
CLOSE SalesLog
IF WS-ChainBroken = 'N' AND WS-ChainStarted = 'Y'
        OPEN INPUT ChainCtlFile
        IF ChainCtlStatus = "00"
            READ ChainCtlFile
                AT END CONTINUE
                NOT AT END
                    IF CK-LastLink NOT = WS-ChainPrev OR CK-RecCount NOT = WS-ChainedCount
                        MOVE 'Y' TO WS-ChainBroken
                        DISPLAY "SalesLog.dat does not end on the last record sealed -- records missing from the end."
                    END-IF
            END-READ
            CLOSE ChainCtlFile
        END-IF
END-IF
IF WS-ChainBroken = 'Y'
        DISPLAY "The SalesLog chain does not verify -- run CHAINVFY. " WS-BusinessDate " NOT archived."
        MOVE 8 TO RETURN-CODE
        STOP RUN
END-IF
MOVE 0 TO CopiedCount
MOVE 'N' TO WSEOF
OPEN INPUT SalesLog

OPEN OUTPUT HistFile
PERFORM UNTIL WSEOF = 'Y'
        READ SalesLog
                END-IF
                MOVE SalesLogRecord TO HistRecord
                WRITE HistRecord
                IF SL-RecType = 'H' OR SL-RecType = 'R'
                    MOVE WS-HistFileName TO TI-LogFile
                    MOVE CopiedCount TO TI-LogRecNo
                    CALL "TXPOST" USING SalesLogRecord, TI-LogFile, TI-LogRecNo
                END-IF
        END-READ
END-PERFORM
CLOSE HistFile
MOVE WS-BusinessDate TO AC-Date
MOVE CopiedCount TO AC-RecCount
MOVE ArcTotalAmt TO AC-TotalAmt
MOVE WS-ChainPrev TO AC-LastLink
WRITE ArchCatData
CLOSE ArchCatFile

*> RESET THE LIVE LOG FOR THE NEXT TRADING DAY
OPEN OUTPUT SalesLog
CLOSE SalesLog
MOVE 'R' TO WS-ChainMode
CALL "SLCHAIN" USING WS-ChainMode, SalesLogRecord, WS-ChainPrev, WS-ChainLink

DISPLAY CopiedCount " record(s) archived to " WS-HistFileName ", live log reset."
STOP RUN.

*> RECORDS FROM BEFORE CHAINING CARRY NO LINK AND ARE LET THROUGH -- ONCE THE FIRST
*> LINKED RECORD IS SEEN, EVERY RECORD AFTER IT MUST LINK TO THE ONE BEFORE
CheckChainLink.
IF WS-ChainBroken = 'N'
        IF SL-ChainValue = SPACE AND WS-ChainStarted = 'N'
            CONTINUE
        ELSE
            MOVE 'Y' TO WS-ChainStarted
            MOVE 'L' TO WS-ChainMode
            CALL "SLCHAIN" USING WS-ChainMode, SalesLogRecord, WS-ChainPrev, WS-ChainLink
            IF WS-ChainLink = SL-ChainValue
                MOVE SL-ChainValue TO WS-ChainPrev
                ADD 1 TO WS-ChainedCount
            ELSE
                MOVE 'Y' TO WS-ChainBroken
                DISPLAY "Chain broken at record " CopiedCount " (" SL-RecType " " SL-Date "-" SL-Time " trans " SL-TransNo ")"
            END-IF
        END-IF
END-IF.
