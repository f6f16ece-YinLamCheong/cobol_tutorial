        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RPTPURGE. *> retention batch for the report library: removes dated report copies older than RptRetainMonths and drops their RptLib.dat lines
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT RptLibFile ASSIGN TO "RptLib.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RptLibStatus.
        SELECT KeepFile ASSIGN TO "RptLib.tmp" *> the lines being kept, copied back over RptLib.dat
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS KeepFileStatus.

DATA DIVISION.
FILE SECTION.
FD RptLibFile.
COPY RPTLIB.

FD KeepFile.
01 KeepLine PIC X(126).

WORKING-STORAGE SECTION.
01 RptLibStatus PIC XX.
01 KeepFileStatus PIC XX.
01 WSEOF PIC X VALUE 'N'.
01 WS-Today PIC 9(8).
01 WS-CutoffDate PIC 9(8).
01 WS-CutoffParts REDEFINES WS-CutoffDate.
        05 WS-CutYear PIC 9(4).
        05 WS-CutMonth PIC 99.
        05 WS-CutDay PIC 99.
01 WS-MonthsBack PIC 9(5).
01 WS-RemoveCmd PIC X(80).
01 WS-KeptCount PIC 9(5) VALUE 0.
01 WS-PurgedCount PIC 9(5) VALUE 0.
COPY RATES. *> RptRetainMonths

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD
PERFORM SetCutoff

OPEN INPUT RptLibFile
IF RptLibStatus NOT = "00"
        DISPLAY "RptLib.dat not found -- no reports have been filed."
        STOP RUN
END-IF
OPEN OUTPUT KeepFile
MOVE 'N' TO WSEOF
PERFORM UNTIL WSEOF = 'Y'
        READ RptLibFile
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                IF RL-BusDate < WS-CutoffDate
                    PERFORM RemoveCopy
                ELSE
                    ADD 1 TO WS-KeptCount
                    WRITE KeepLine FROM RptLibData
                END-IF
        END-READ
END-PERFORM
CLOSE RptLibFile, KeepFile

*> PUT THE KEPT LINES BACK AS THE NEW INDEX
IF WS-PurgedCount > 0
        OPEN INPUT KeepFile
        OPEN OUTPUT RptLibFile
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ KeepFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    WRITE RptLibData FROM KeepLine
            END-READ
        END-PERFORM
        CLOSE KeepFile, RptLibFile
END-IF

DISPLAY "Report copies before " WS-CutoffDate " removed : " WS-PurgedCount
DISPLAY "Report copies kept                     : " WS-KeptCount
STOP RUN.

*> THE SAME CALENDAR DAY RptRetainMonths MONTHS BACK, CLIPPED TO THE 28TH SO
*> THE DATE ALWAYS EXISTS
SetCutoff.
MOVE WS-Today TO WS-CutoffDate
COMPUTE WS-MonthsBack = WS-CutYear * 12 + WS-CutMonth - 1 - RptRetainMonths
DIVIDE WS-MonthsBack BY 12 GIVING WS-CutYear REMAINDER WS-CutMonth
ADD 1 TO WS-CutMonth
IF WS-CutDay > 28
        MOVE 28 TO WS-CutDay
END-IF.

RemoveCopy.
ADD 1 TO WS-PurgedCount
MOVE SPACE TO WS-RemoveCmd
STRING "rm -f " DELIMITED BY SIZE
    RL-CopyName DELIMITED BY SPACE
    INTO WS-RemoveCmd
CALL "SYSTEM" USING WS-RemoveCmd.
