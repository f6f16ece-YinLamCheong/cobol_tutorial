        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHAINVFY. *> walks the SalesLog chain -- the live log or any dated archive -- re-working every link and reporting the first one that does not hold, for the tax inspector or before DAYARCH
AUTHOR. Yanling.
DATE-WRITTEN.Oct 5th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT SalesLog ASSIGN TO WS-LogFileName *> SalesLog.dat, or SalesLog_CCYYMMDD.dat for an archived day
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesLogStatus.
        SELECT ChainCtlFile ASSIGN TO "SLChain.dat" *> the last link SLCHAIN sealed onto the live log
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ChainCtlStatus.
        SELECT ArchCatFile ASSIGN TO "ArchCat.dat" *> an archived day's record count and final link, written by DAYARCH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ArchCatStatus.
        SELECT ChainReport ASSIGN TO "ChainVerify.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SalesLog.
COPY SALESLOG.

FD ChainCtlFile.
01 ChainCtlData.
        02 CK-LastLink PIC X(16).
        02 CK-RecCount PIC 9(7).

FD ArchCatFile.
01 ArchCatData.
        02 AC-Date PIC 9(8).
        02 AC-RecCount PIC 9(7).
        02 AC-TotalAmt PIC 9(9)V99.
        02 AC-LastLink PIC X(16).

FD ChainReport.
01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 SalesLogStatus PIC XX.
01 ChainCtlStatus PIC XX.
01 ArchCatStatus PIC XX.
01 WS-ArchDate PIC 9(8).
01 WS-LogFileName PIC X(30).
01 WS-ChainMode PIC X.
01 WS-ChainPrev PIC X(16) VALUE SPACE.
01 WS-ChainLink PIC X(16).
01 WS-ChainStarted PIC X VALUE 'N'.
01 WS-ChainBroken PIC X VALUE 'N'.
01 RecordCount PIC 9(7) VALUE 0.
01 WS-PreChainCount PIC 9(7) VALUE 0.
01 WS-ChainedCount PIC 9(7) VALUE 0.
01 WS-CatFound PIC X VALUE 'N'.
01 WS-CatCount PIC 9(7).
01 WS-CatLink PIC X(16).

01 PageHeading.
        05 FILLER PIC X(30) VALUE "SALES JOURNAL CHAIN CHECK -- ".
        05 PrnFileName PIC X(30).
01 BreakHeading PIC X(40) VALUE "FIRST BROKEN LINK".
01 BreakDetailLine.
        05 FILLER PIC X(9) VALUE "  RECORD ".
        05 PrnRecNo PIC ZZZZZZ9.
        05 FILLER PIC X(7) VALUE "  TYPE ".
        05 PrnRecType PIC X(1).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRecDate PIC X(8).
        05 FILLER PIC X(1) VALUE "-".
        05 PrnRecTime PIC X(6).
        05 FILLER PIC X(8) VALUE "  TRANS ".
        05 PrnRecTransNo PIC 9(6).
        05 FILLER PIC X(7) VALUE "  USER ".
        05 PrnRecUser PIC X(10).
01 BreakTextLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnBreakText PIC X(90).
01 LinkLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnLinkText PIC X(20).
        05 PrnLinkValue PIC X(16).
01 SummaryLine.
        05 PrnSumText PIC X(36).
        05 PrnSumCount PIC ZZZZZZ9.
01 VerdictLine.
        05 FILLER PIC X(10) VALUE "VERDICT : ".
        05 PrnVerdict PIC X(60).
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Archive date to verify (CCYYMMDD, 0 = the live SalesLog.dat) : " WITH NO ADVANCING
ACCEPT WS-ArchDate
IF WS-ArchDate = 0
        MOVE "SalesLog.dat" TO WS-LogFileName
ELSE
        MOVE SPACE TO WS-LogFileName
        STRING "SalesLog_" DELIMITED BY SIZE
            WS-ArchDate DELIMITED BY SIZE
            ".dat" DELIMITED BY SIZE
            INTO WS-LogFileName
END-IF

OPEN INPUT SalesLog
IF SalesLogStatus NOT = "00"
        DISPLAY WS-LogFileName " not found -- nothing to verify."
        STOP RUN
END-IF
OPEN OUTPUT ChainReport
MOVE WS-LogFileName TO PrnFileName
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE

*> RECORDS FROM BEFORE CHAINING CARRY NO LINK AND ARE COUNTED, NOT CHECKED -- ONCE
*> THE FIRST LINKED RECORD IS SEEN, EVERY RECORD AFTER IT MUST LINK TO THE ONE BEFORE
PERFORM UNTIL WSEOF = 'Y'
        READ SalesLog
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                ADD 1 TO RecordCount
                IF SL-ChainValue = SPACE AND WS-ChainStarted = 'N'
                    ADD 1 TO WS-PreChainCount
                ELSE
                    MOVE 'Y' TO WS-ChainStarted
                    MOVE 'L' TO WS-ChainMode
                    CALL "SLCHAIN" USING WS-ChainMode, SalesLogRecord, WS-ChainPrev, WS-ChainLink
                    IF WS-ChainLink = SL-ChainValue
                        MOVE SL-ChainValue TO WS-ChainPrev
                        ADD 1 TO WS-ChainedCount
                    ELSE
                        PERFORM ReportBrokenLink
                        MOVE 'Y' TO WSEOF
                    END-IF
                END-IF
        END-READ
END-PERFORM
CLOSE SalesLog

*> EVERY LINK HOLDING STILL LEAVES RECORDS CUT OFF THE END -- THE LAST LINK MUST BE
*> THE ONE SLCHAIN SEALED (LIVE LOG) OR DAYARCH CATALOGUED (ARCHIVE)
IF WS-ChainBroken = 'N'
        IF WS-ArchDate = 0
            PERFORM CheckLiveTail
        ELSE
            PERFORM CheckArchiveTail
        END-IF
END-IF

MOVE "Records read                      : " TO PrnSumText
MOVE RecordCount TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 3 LINES
MOVE "Records from before chaining      : " TO PrnSumText
MOVE WS-PreChainCount TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Links verified                    : " TO PrnSumText
MOVE WS-ChainedCount TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
IF WS-ChainBroken = 'Y'
        MOVE "CHAIN BROKEN -- THE JOURNAL HAS BEEN ALTERED" TO PrnVerdict
ELSE
        MOVE "CHAIN INTACT" TO PrnVerdict
END-IF
WRITE PrintLine FROM VerdictLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ChainReport
MOVE "ChainVerify.rpt" TO RF-ReportName
MOVE "CHAINVFY" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY WS-LogFileName " -- " PrnVerdict
IF WS-ChainBroken = 'Y'
        MOVE 8 TO RETURN-CODE
END-IF
STOP RUN.

ReportBrokenLink.
MOVE 'Y' TO WS-ChainBroken
WRITE PrintLine FROM BreakHeading AFTER ADVANCING 2 LINES
MOVE RecordCount TO PrnRecNo
MOVE SL-RecType TO PrnRecType
MOVE SL-Date TO PrnRecDate
MOVE SL-Time TO PrnRecTime
MOVE SL-TransNo TO PrnRecTransNo
MOVE SL-UserID TO PrnRecUser
WRITE PrintLine FROM BreakDetailLine AFTER ADVANCING 1 LINE
IF SL-ChainValue = SPACE
        MOVE "NO CHECK VALUE -- RECORD ADDED BY HAND AFTER CHAINING STARTED" TO PrnBreakText
ELSE
        MOVE "CHECK VALUE DOES NOT MATCH -- THIS RECORD CHANGED, OR ONE BEFORE IT REMOVED OR ADDED" TO PrnBreakText
END-IF
WRITE PrintLine FROM BreakTextLine AFTER ADVANCING 1 LINE
MOVE "On file   : " TO PrnLinkText
MOVE SL-ChainValue TO PrnLinkValue
WRITE PrintLine FROM LinkLine AFTER ADVANCING 1 LINE
MOVE "Worked out: " TO PrnLinkText
MOVE WS-ChainLink TO PrnLinkValue
WRITE PrintLine FROM LinkLine AFTER ADVANCING 1 LINE.

CheckLiveTail.
OPEN INPUT ChainCtlFile
IF ChainCtlStatus = "00"
        READ ChainCtlFile
            AT END CONTINUE
            NOT AT END
                IF CK-LastLink NOT = WS-ChainPrev OR CK-RecCount NOT = WS-ChainedCount
                    MOVE 'Y' TO WS-ChainBroken
                    WRITE PrintLine FROM BreakHeading AFTER ADVANCING 2 LINES
                    MOVE "THE LOG DOES NOT END ON THE LAST RECORD SEALED -- RECORDS REMOVED FROM THE END"
                        TO PrnBreakText
                    WRITE PrintLine FROM BreakTextLine AFTER ADVANCING 1 LINE
                    MOVE "Last sealed : " TO PrnLinkText
                    MOVE CK-LastLink TO PrnLinkValue
                    WRITE PrintLine FROM LinkLine AFTER ADVANCING 1 LINE
                    MOVE "Last on file: " TO PrnLinkText
                    MOVE WS-ChainPrev TO PrnLinkValue
                    WRITE PrintLine FROM LinkLine AFTER ADVANCING 1 LINE
                END-IF
        END-READ
        CLOSE ChainCtlFile
END-IF.

CheckArchiveTail.
OPEN INPUT ArchCatFile
IF ArchCatStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ ArchCatFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF AC-Date = WS-ArchDate
                        MOVE 'Y' TO WS-CatFound
                        MOVE AC-RecCount TO WS-CatCount
                        MOVE AC-LastLink TO WS-CatLink
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ArchCatFile
END-IF
IF WS-CatFound = 'Y'
        IF WS-CatCount NOT = RecordCount
            OR (WS-CatLink NOT = SPACE AND WS-CatLink NOT = WS-ChainPrev)
            MOVE 'Y' TO WS-ChainBroken
            WRITE PrintLine FROM BreakHeading AFTER ADVANCING 2 LINES
            MOVE "THE ARCHIVE DOES NOT END WHERE DAYARCH CATALOGUED IT -- RECORDS REMOVED FROM THE END"
                TO PrnBreakText
            WRITE PrintLine FROM BreakTextLine AFTER ADVANCING 1 LINE
            MOVE "Catalogued  : " TO PrnLinkText
            MOVE WS-CatLink TO PrnLinkValue
            WRITE PrintLine FROM LinkLine AFTER ADVANCING 1 LINE
            MOVE "Last on file: " TO PrnLinkText
            MOVE WS-ChainPrev TO PrnLinkValue
            WRITE PrintLine FROM LinkLine AFTER ADVANCING 1 LINE
        END-IF
END-IF.
