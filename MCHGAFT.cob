        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MCHGAFT. *> after-hours master-change report: every journalled change saved outside trading hours or by someone who is not a manager
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT MasterChgFile ASSIGN TO "MasterChg.dat" *> appended to through MCHGLOG by the master maintenance programs
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MasterChgStatus.
        SELECT AftReport ASSIGN TO "MasterChgAft.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD MasterChgFile.
COPY MCHGREC.

FD AftReport.
01 PrintLine PIC X(190).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 MasterChgStatus PIC XX.
01 WS-FromDate PIC 9(8).
01 WS-ToDate PIC 9(8).
01 WS-ChangeHHMM PIC 9(4).
01 WS-AfterHours PIC X.
01 WS-NonManager PIC X.
01 WS-ScannedCount PIC 9(5) VALUE 0.
01 WS-AfterHoursCount PIC 9(5) VALUE 0.
01 WS-NonManagerCount PIC 9(5) VALUE 0.
01 WS-FlaggedCount PIC 9(5) VALUE 0.
COPY RATES. *> TradingOpenTime, TradingCloseTime

01 PageHeading.
        05 FILLER PIC X(36) VALUE "AFTER-HOURS MASTER CHANGES, TRADING ".
        05 PrnOpen PIC 9(4).
        05 FILLER PIC X(1) VALUE "-".
        05 PrnClose PIC 9(4).
01 Heads PIC X(190) VALUE
    "Date     Time    Program     File            User       R A Key                   Field             Old Value                       New Value                       Why".
01 AftDetailLine.
        05 PrnDate PIC 9(8).
        05 FILLER PIC X(1) VALUE "-".
        05 PrnTime PIC 9(6).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnProgram PIC X(10).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnFile PIC X(14).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnUserID PIC X(10).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnRole PIC X(1).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnAction PIC X(1).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnKey PIC X(20).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnField PIC X(16).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnOldValue PIC X(30).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnNewValue PIC X(30).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnWhy PIC X(24).
01 SummaryLine1.
        05 FILLER PIC X(34) VALUE "Change lines in the date range : ".
        05 PrnScanned PIC ZZZZ9.
01 SummaryLine2.
        05 FILLER PIC X(34) VALUE "Saved outside trading hours    : ".
        05 PrnAfterHours PIC ZZZZ9.
01 SummaryLine3.
        05 FILLER PIC X(34) VALUE "Saved by a non-manager         : ".
        05 PrnNonManager PIC ZZZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "From date (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-FromDate
DISPLAY "To date   (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-ToDate

OPEN INPUT MasterChgFile
IF MasterChgStatus NOT = "00"
        DISPLAY "MasterChg.dat not found -- nothing to report."
        STOP RUN
END-IF
OPEN OUTPUT AftReport
MOVE TradingOpenTime TO PrnOpen
MOVE TradingCloseTime TO PrnClose
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES

PERFORM UNTIL WSEOF = 'Y'
        READ MasterChgFile
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                IF MC-Date NOT < WS-FromDate AND MC-Date NOT > WS-ToDate
                    PERFORM CheckOneChange
                END-IF
        END-READ
END-PERFORM
CLOSE MasterChgFile

MOVE WS-ScannedCount TO PrnScanned
WRITE PrintLine FROM SummaryLine1 AFTER ADVANCING 3 LINES
MOVE WS-AfterHoursCount TO PrnAfterHours
WRITE PrintLine FROM SummaryLine2 AFTER ADVANCING 1 LINE
MOVE WS-NonManagerCount TO PrnNonManager
WRITE PrintLine FROM SummaryLine3 AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE AftReport
MOVE "MasterChgAft.rpt" TO RF-ReportName
MOVE "MCHGAFT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
IF WS-FlaggedCount > 0
        MOVE 8 TO RETURN-CODE *> somebody changed a master when nobody was watching
END-IF
DISPLAY WS-FlaggedCount " change line(s) flagged, see MasterChgAft.rpt"
STOP RUN.

*> A CHANGE SAVED BEFORE OPENING OR AFTER CLOSING, OR BY ANY ROLE BUT A
*> MANAGER, IS LISTED WITH THE REASON
CheckOneChange.
ADD 1 TO WS-ScannedCount
MOVE MC-Time(1:4) TO WS-ChangeHHMM
MOVE 'N' TO WS-AfterHours
MOVE 'N' TO WS-NonManager
IF WS-ChangeHHMM < TradingOpenTime OR WS-ChangeHHMM NOT < TradingCloseTime
        MOVE 'Y' TO WS-AfterHours
        ADD 1 TO WS-AfterHoursCount
END-IF
IF MC-UserRole NOT = 'M'
        MOVE 'Y' TO WS-NonManager
        ADD 1 TO WS-NonManagerCount
END-IF
IF WS-AfterHours = 'Y' OR WS-NonManager = 'Y'
        ADD 1 TO WS-FlaggedCount
        MOVE MC-Date TO PrnDate
        MOVE MC-Time TO PrnTime
        MOVE MC-Program TO PrnProgram
        MOVE MC-File TO PrnFile
        MOVE MC-UserID TO PrnUserID
        MOVE MC-UserRole TO PrnRole
        MOVE MC-Action TO PrnAction
        MOVE MC-Key TO PrnKey
        MOVE MC-Field TO PrnField
        MOVE MC-OldValue TO PrnOldValue
        MOVE MC-NewValue TO PrnNewValue
        IF WS-AfterHours = 'Y' AND WS-NonManager = 'Y'
            MOVE "AFTER HOURS, NON-MANAGER" TO PrnWhy
        ELSE
            IF WS-AfterHours = 'Y'
                MOVE "AFTER HOURS" TO PrnWhy
            ELSE
                MOVE "NON-MANAGER" TO PrnWhy
            END-IF
        END-IF
        WRITE PrintLine FROM AftDetailLine AFTER ADVANCING 1 LINE
END-IF.
