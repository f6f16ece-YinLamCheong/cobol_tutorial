        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MCHGRPT. *> reads MasterChg.dat: filtered before/after detail of master-file changes plus counts by file, in the SECRPT mold
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT MasterChgFile ASSIGN TO "MasterChg.dat" *> appended to through MCHGLOG by the master maintenance programs
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MasterChgStatus.
        SELECT ChgReport ASSIGN TO "MasterChg.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD MasterChgFile.
COPY MCHGREC.

FD ChgReport.
01 PrintLine PIC X(170).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 MasterChgStatus PIC XX.
01 WS-FilterFile PIC X(14).
01 WS-FilterUser PIC X(10).
01 WS-FromDate PIC 9(8).
01 WS-ToDate PIC 9(8).
01 WS-Matches PIC X.

01 PageHeading PIC X(30) VALUE "MASTER FILE CHANGE JOURNAL".
01 Heads PIC X(170) VALUE
    "Date     Time    Program     File            User       R A Key                   Field             Old Value                       New Value".
01 ChgDetailLine.
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
01 SummaryHeading PIC X(30) VALUE "CHANGES BY FILE".
01 SummaryDetailLine.
        05 PrnSumFile PIC X(14).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSumCount PIC ZZZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".

*> summary accumulators, one row per master file
01 SumTable.
        05 SumEntry OCCURS 20 TIMES.
            10 TblSumFile PIC X(14).
            10 TblSumCount PIC 9(5).
01 SumCount PIC 99 VALUE 0.
01 SumIdx PIC 99.
01 Temp_Count PIC 99.
01 DetailCount PIC 9(5) VALUE 0.
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "File filter, eg TaxRate.dat (blank = all) : " WITH NO ADVANCING
ACCEPT WS-FilterFile
DISPLAY "User filter (blank = all)                 : " WITH NO ADVANCING
ACCEPT WS-FilterUser
DISPLAY "From date (CCYYMMDD)                      : " WITH NO ADVANCING
ACCEPT WS-FromDate
DISPLAY "To date   (CCYYMMDD)                      : " WITH NO ADVANCING
ACCEPT WS-ToDate

OPEN INPUT MasterChgFile
IF MasterChgStatus NOT = "00"
        DISPLAY "MasterChg.dat not found -- nothing to report."
        STOP RUN
END-IF
OPEN OUTPUT ChgReport
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES

PERFORM UNTIL WSEOF = 'Y'
        READ MasterChgFile
            AT END MOVE 'Y' TO WSEOF
            NOT AT END PERFORM ReportOneChange
        END-READ
END-PERFORM
CLOSE MasterChgFile

WRITE PrintLine FROM SummaryHeading AFTER ADVANCING 3 LINES
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > SumCount
        MOVE TblSumFile(Temp_Count) TO PrnSumFile
        MOVE TblSumCount(Temp_Count) TO PrnSumCount
        WRITE PrintLine FROM SummaryDetailLine AFTER ADVANCING 1 LINE
        ADD 1 TO Temp_Count
END-PERFORM
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ChgReport
MOVE "MasterChg.rpt" TO RF-ReportName
MOVE "MCHGRPT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY DetailCount " change line(s) reported, see MasterChg.rpt"
STOP RUN.

ReportOneChange.
MOVE 'Y' TO WS-Matches
IF WS-FilterFile NOT = SPACE AND MC-File NOT = WS-FilterFile
        MOVE 'N' TO WS-Matches
END-IF
IF WS-FilterUser NOT = SPACE AND MC-UserID NOT = WS-FilterUser
        MOVE 'N' TO WS-Matches
END-IF
IF MC-Date < WS-FromDate OR MC-Date > WS-ToDate
        MOVE 'N' TO WS-Matches
END-IF

IF WS-Matches = 'Y'
        ADD 1 TO DetailCount
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
        WRITE PrintLine FROM ChgDetailLine AFTER ADVANCING 1 LINE
        PERFORM TallySummary
END-IF.

TallySummary.
MOVE 0 TO SumIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > SumCount
        IF TblSumFile(Temp_Count) = MC-File
            MOVE Temp_Count TO SumIdx
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF SumIdx = 0 AND SumCount < 20
        ADD 1 TO SumCount
        MOVE SumCount TO SumIdx
        MOVE MC-File TO TblSumFile(SumIdx)
        MOVE 0 TO TblSumCount(SumIdx)
END-IF
IF SumIdx > 0
        ADD 1 TO TblSumCount(SumIdx)
END-IF.
