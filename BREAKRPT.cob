        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BREAKRPT. *> meal-break compliance: every shift that ran past the statutory stretch without a break, and every break that was too short, off the TimeClock.dat punches
AUTHOR. Yanling.
DATE-WRITTEN.Sep 21st 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT TimeClockFile ASSIGN TO "TimeClock.dat" *> clock and break punches written by testPOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TimeClockStatus.
        SELECT BreakReport ASSIGN TO "BreakCompliance.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD TimeClockFile.
01 TimeClockData.
        02 TC-UserID PIC X(10).
        02 TC-Date PIC 9(8).
        02 TC-Time PIC 9(6).
        02 TC-Type PIC X(1). *> I = clock-in, O = clock-out, B = unpaid break start, E = break end

FD BreakReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 TimeClockStatus PIC XX.
01 WS-FromDate PIC 9(8).
01 WS-ToDate PIC 9(8).
01 WS-LookupUser PIC X(10).
01 WS-TimeSplit. *> HHMMSS broken into its parts for the seconds arithmetic
        05 WS-TimeHH PIC 9(2).
        05 WS-TimeMM PIC 9(2).
        05 WS-TimeSS PIC 9(2).
01 WS-Secs PIC 9(6).
01 WS-Stretch PIC 9(6).
01 WS-BreakSecs PIC 9(6).
01 WS-ShiftCount PIC 9(5) VALUE 0.
01 WS-NoBreakCount PIC 9(5) VALUE 0.
01 WS-ShortCount PIC 9(5) VALUE 0.
01 Temp_Count PIC 99.
COPY RATES. *> BreakAfterMins, MinBreakMins

*> where each employee's open shift stands as the punches go by
01 ShiftTable.
        05 ShiftEntry OCCURS 40 TIMES.
            10 TblShUser PIC X(10).
            10 TblShDate PIC 9(8).
            10 TblShIn PIC 9(6). *> HHMMSS of the clock-in, 999999 = not clocked in
            10 TblShStretchFrom PIC 9(6). *> seconds from midnight the current unbroken stretch began
            10 TblShBreakFrom PIC 9(6). *> seconds from midnight the open break began, 999999 = not on a break
            10 TblShBreakAt PIC 9(6). *> HHMMSS of the open break, for the report
            10 TblShLongest PIC 9(6). *> longest unbroken stretch so far, in seconds
            10 TblShGoodBreaks PIC 99. *> breaks of the full minimum length
01 ShiftCount PIC 99 VALUE 0.
01 ShiftIdx PIC 99.
01 WS-Overflow PIC X VALUE 'N'.

01 PageHeading.
        05 FILLER PIC X(30) VALUE "MEAL BREAK COMPLIANCE         ".
        05 PrnFromDate PIC 9(8).
        05 FILLER PIC X(4) VALUE " TO ".
        05 PrnToDate PIC 9(8).
01 RuleLine.
        05 FILLER PIC X(27) VALUE "A break is due within      ".
        05 PrnBreakAfter PIC ZZ9.
        05 FILLER PIC X(33) VALUE " minutes and must last at least ".
        05 PrnMinBreak PIC ZZ9.
        05 FILLER PIC X(8) VALUE " minutes".
01 Heads PIC X(80) VALUE
    "Date      Employee    Shift In  At        Exception                      Minutes".
01 ExcLine.
        05 PrnDate PIC 9(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnUser PIC X(10).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnShiftIn PIC 99B99B99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnAt PIC 99B99B99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnException PIC X(32).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnMinutes PIC ZZZ9.
01 SummaryLine.
        05 PrnSummaryText PIC X(36).
        05 PrnSummaryCount PIC ZZZZ9.
01 OverflowLine PIC X(60) VALUE
    "*** MORE THAN 40 EMPLOYEES -- LATER EMPLOYEES OMITTED".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Break compliance from (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-FromDate
DISPLAY "Break compliance to   (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-ToDate

OPEN OUTPUT BreakReport
MOVE WS-FromDate TO PrnFromDate
MOVE WS-ToDate TO PrnToDate
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
MOVE BreakAfterMins TO PrnBreakAfter
MOVE MinBreakMins TO PrnMinBreak
WRITE PrintLine FROM RuleLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES

*> THE PUNCHES ARE APPENDED AS THEY HAPPEN, SO ONE PASS WALKS EACH SHIFT IN ORDER
OPEN INPUT TimeClockFile
IF TimeClockStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ TimeClockFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF TC-Date NOT < WS-FromDate AND TC-Date NOT > WS-ToDate
                        PERFORM FollowPunch
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TimeClockFile
ELSE
        DISPLAY "TimeClock.dat not found -- no punches to check."
END-IF

IF WS-Overflow = 'Y'
        WRITE PrintLine FROM OverflowLine AFTER ADVANCING 1 LINE
END-IF
MOVE "Shifts checked                    : " TO PrnSummaryText
MOVE WS-ShiftCount TO PrnSummaryCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
MOVE "Shifts past the limit unbroken    : " TO PrnSummaryText
MOVE WS-NoBreakCount TO PrnSummaryCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Breaks shorter than the minimum   : " TO PrnSummaryText
MOVE WS-ShortCount TO PrnSummaryCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE BreakReport
MOVE "BreakCompliance.rpt" TO RF-ReportName
MOVE "BREAKRPT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Break compliance report written to BreakCompliance.rpt"
STOP RUN.

*> ONE PUNCH MOVES THE EMPLOYEE'S SHIFT ALONG: A BREAK OF THE FULL LENGTH ENDS
*> THE STRETCH, A SHORT ONE IS REPORTED AND THE STRETCH RUNS ON THROUGH IT
FollowPunch.
MOVE TC-UserID TO WS-LookupUser
PERFORM FindShiftRow
IF ShiftIdx > 0
        MOVE TC-Time TO WS-TimeSplit
        COMPUTE WS-Secs = WS-TimeHH * 3600 + WS-TimeMM * 60 + WS-TimeSS
        EVALUATE TC-Type
            WHEN 'I'
                MOVE TC-Date TO TblShDate(ShiftIdx)
                MOVE TC-Time TO TblShIn(ShiftIdx)
                MOVE WS-Secs TO TblShStretchFrom(ShiftIdx)
                MOVE 999999 TO TblShBreakFrom(ShiftIdx)
                MOVE 0 TO TblShLongest(ShiftIdx)
                MOVE 0 TO TblShGoodBreaks(ShiftIdx)
            WHEN 'B'
                IF TblShIn(ShiftIdx) NOT = 999999
                    MOVE WS-Secs TO TblShBreakFrom(ShiftIdx)
                    MOVE TC-Time TO TblShBreakAt(ShiftIdx)
                END-IF
            WHEN 'E'
                IF TblShIn(ShiftIdx) NOT = 999999
                    AND TblShBreakFrom(ShiftIdx) NOT = 999999
                    PERFORM CloseBreak
                END-IF
            WHEN 'O'
                IF TblShIn(ShiftIdx) NOT = 999999
                    PERFORM CloseShift
                END-IF
        END-EVALUATE
END-IF.

CloseBreak.
MOVE 0 TO WS-BreakSecs
IF WS-Secs > TblShBreakFrom(ShiftIdx)
        COMPUTE WS-BreakSecs = WS-Secs - TblShBreakFrom(ShiftIdx)
END-IF
IF WS-BreakSecs < MinBreakMins * 60
        ADD 1 TO WS-ShortCount
        MOVE TblShDate(ShiftIdx) TO PrnDate
        MOVE TblShUser(ShiftIdx) TO PrnUser
        MOVE TblShIn(ShiftIdx) TO PrnShiftIn
        MOVE TblShBreakAt(ShiftIdx) TO PrnAt
        MOVE "BREAK SHORTER THAN THE MINIMUM" TO PrnException
        COMPUTE PrnMinutes = WS-BreakSecs / 60
        WRITE PrintLine FROM ExcLine AFTER ADVANCING 1 LINE
ELSE
        ADD 1 TO TblShGoodBreaks(ShiftIdx)
        IF TblShBreakFrom(ShiftIdx) > TblShStretchFrom(ShiftIdx)
            COMPUTE WS-Stretch = TblShBreakFrom(ShiftIdx) - TblShStretchFrom(ShiftIdx)
            IF WS-Stretch > TblShLongest(ShiftIdx)
                MOVE WS-Stretch TO TblShLongest(ShiftIdx)
            END-IF
        END-IF
        MOVE WS-Secs TO TblShStretchFrom(ShiftIdx)
END-IF
MOVE 999999 TO TblShBreakFrom(ShiftIdx).

*> THE CLOCK-OUT ENDS THE LAST STRETCH (AT THE BREAK IF ONE WAS NEVER ENDED);
*> THE LONGEST STRETCH OF THE SHIFT IS WHAT THE LIMIT IS HELD AGAINST
CloseShift.
ADD 1 TO WS-ShiftCount
IF TblShBreakFrom(ShiftIdx) NOT = 999999
        MOVE TblShBreakFrom(ShiftIdx) TO WS-Secs
END-IF
IF WS-Secs > TblShStretchFrom(ShiftIdx)
        COMPUTE WS-Stretch = WS-Secs - TblShStretchFrom(ShiftIdx)
        IF WS-Stretch > TblShLongest(ShiftIdx)
            MOVE WS-Stretch TO TblShLongest(ShiftIdx)
        END-IF
END-IF
IF TblShLongest(ShiftIdx) > BreakAfterMins * 60
        ADD 1 TO WS-NoBreakCount
        MOVE TblShDate(ShiftIdx) TO PrnDate
        MOVE TblShUser(ShiftIdx) TO PrnUser
        MOVE TblShIn(ShiftIdx) TO PrnShiftIn
        MOVE TC-Time TO PrnAt
        IF TblShGoodBreaks(ShiftIdx) = 0
            MOVE "NO MEAL BREAK TAKEN" TO PrnException
        ELSE
            MOVE "WORKED PAST THE LIMIT UNBROKEN" TO PrnException
        END-IF
        COMPUTE PrnMinutes = TblShLongest(ShiftIdx) / 60
        WRITE PrintLine FROM ExcLine AFTER ADVANCING 1 LINE
END-IF
MOVE 999999 TO TblShIn(ShiftIdx)
MOVE 999999 TO TblShBreakFrom(ShiftIdx).

FindShiftRow.
MOVE 0 TO ShiftIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > ShiftCount
        IF TblShUser(Temp_Count) = WS-LookupUser
            MOVE Temp_Count TO ShiftIdx
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF ShiftIdx = 0
        IF ShiftCount < 40
            ADD 1 TO ShiftCount
            MOVE ShiftCount TO ShiftIdx
            MOVE WS-LookupUser TO TblShUser(ShiftIdx)
            MOVE 999999 TO TblShIn(ShiftIdx)
            MOVE 999999 TO TblShBreakFrom(ShiftIdx)
        ELSE
            MOVE 'Y' TO WS-Overflow
        END-IF
END-IF.
