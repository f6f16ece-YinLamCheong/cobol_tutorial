        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RPTVIEW. *> browses the report library (RptLib.dat) and reprints an earlier run of any batch report from its dated copy
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT RptLibFile ASSIGN TO "RptLib.dat" *> written by RPTFILE as each report is closed
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RptLibStatus.
        SELECT CopyFile ASSIGN TO WS-CopyName *> the dated copy being reprinted
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CopyFileStatus.

DATA DIVISION.
FILE SECTION.
FD RptLibFile.
COPY RPTLIB.

FD CopyFile.
01 CopyLine PIC X(250).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 RptLibStatus PIC XX.
01 CopyFileStatus PIC XX.
01 WSEOF PIC X VALUE 'N'.
01 WS-CopyName PIC X(60).
01 WS-WantName PIC X(30).
01 WS-WantDate PIC 9(8).
01 WS-ListCount PIC 9(5).
01 WS-Destination PIC X.
01 WS-ScreenLine PIC X(250).
01 WS-PageMarks PIC 9(3).
01 WS-CopyCmd PIC X(120).

*> THE RUNS OF ONE REPORT FOR ONE BUSINESS DATE -- USUALLY ONE, MORE IF IT
*> WAS RUN AGAIN THAT DAY
01 RunTable.
        05 RunEntry OCCURS 20 TIMES.
            10 TblRunTime PIC 9(6).
            10 TblRunPages PIC 9(5).
            10 TblRunProgram PIC X(10).
            10 TblRunCopy PIC X(60).
01 RunCount PIC 99 VALUE 0.
01 RunNo PIC 99.
01 Temp_Count PIC 99.

PROCEDURE DIVISION.
StartPara.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "REPORT LIBRARY"
            DISPLAY "1            : List Filed Reports"
            DISPLAY "2            : Reprint A Report"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM ListLibrary
                WHEN 2 PERFORM ReprintReport
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        STOP RUN.

*> EITHER FILTER MAY BE LEFT OPEN: A BLANK NAME LISTS EVERY REPORT, A ZERO
*> DATE EVERY BUSINESS DATE
ListLibrary.
        DISPLAY " "
        DISPLAY "Report file, eg ZReport.rpt (blank for all) : " With NO ADVANCING
        ACCEPT WS-WantName
        DISPLAY "Business date CCYYMMDD (0 for all)          : " With NO ADVANCING
        ACCEPT WS-WantDate
        MOVE 0 TO WS-ListCount
        OPEN INPUT RptLibFile
        IF RptLibStatus NOT = "00"
            DISPLAY "No reports have been filed yet."
        ELSE
            DISPLAY "Bus Date  Time    Report                         Program     Pages"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ RptLibFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF (WS-WantName = SPACE OR RL-ReportName = WS-WantName)
                           AND (WS-WantDate = 0 OR RL-BusDate = WS-WantDate)
                            ADD 1 TO WS-ListCount
                            DISPLAY RL-BusDate "  " RL-RunTime "  " RL-ReportName " "
                                RL-Program "  " RL-Pages
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RptLibFile
            DISPLAY WS-ListCount " report(s) listed."
        END-IF.

*> PICK THE REPORT AND DATE, THEN THE RUN IF THERE WAS MORE THAN ONE. IT IS
*> SHOWN ON THE SCREEN, OR COPIED TO Reprint.rpt FOR THE PRINTER -- THE
*> DATED COPY ITSELF IS NEVER TOUCHED
ReprintReport.
        DISPLAY " "
        DISPLAY "Report file, eg ZReport.rpt : " With NO ADVANCING
        ACCEPT WS-WantName
        DISPLAY "Business date CCYYMMDD      : " With NO ADVANCING
        ACCEPT WS-WantDate
        PERFORM FindRuns
        IF RunCount = 0
            DISPLAY "No copy of " WS-WantName " is filed for " WS-WantDate "."
        ELSE
            MOVE 1 TO RunNo
            IF RunCount > 1
                MOVE 1 TO Temp_Count
                PERFORM UNTIL Temp_Count > RunCount
                    DISPLAY Temp_Count " : run at " TblRunTime(Temp_Count) " by "
                        TblRunProgram(Temp_Count) ", " TblRunPages(Temp_Count) " page(s)"
                    ADD 1 TO Temp_Count
                END-PERFORM
                DISPLAY "Which run : " With NO ADVANCING
                ACCEPT RunNo
            END-IF
            IF RunNo < 1 OR RunNo > RunCount
                DISPLAY "Not a run on the list -- nothing reprinted."
            ELSE
                MOVE TblRunCopy(RunNo) TO WS-CopyName
                DISPLAY "(S)creen or (P)rinter file : " With NO ADVANCING
                ACCEPT WS-Destination
                IF WS-Destination = 'p' OR WS-Destination = 'P'
                    PERFORM ReprintToFile
                ELSE
                    PERFORM ReprintToScreen
                END-IF
            END-IF
        END-IF.

FindRuns.
        MOVE 0 TO RunCount
        OPEN INPUT RptLibFile
        IF RptLibStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ RptLibFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF RL-ReportName = WS-WantName AND RL-BusDate = WS-WantDate
                           AND RunCount < 20
                            ADD 1 TO RunCount
                            MOVE RL-RunTime TO TblRunTime(RunCount)
                            MOVE RL-Pages TO TblRunPages(RunCount)
                            MOVE RL-Program TO TblRunProgram(RunCount)
                            MOVE RL-CopyName TO TblRunCopy(RunCount)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RptLibFile
        END-IF.

*> A FORM FEED IN THE COPY IS WHERE THE PRINTER THREW A PAGE
ReprintToScreen.
        OPEN INPUT CopyFile
        IF CopyFileStatus NOT = "00"
            DISPLAY "The copy " WS-CopyName " is no longer on disk."
        ELSE
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ CopyFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        MOVE 0 TO WS-PageMarks
                        INSPECT CopyLine TALLYING WS-PageMarks FOR ALL X"0C"
                        IF WS-PageMarks > 0
                            MOVE CopyLine TO WS-ScreenLine
                            INSPECT WS-ScreenLine REPLACING ALL X"0C" BY SPACE
                            DISPLAY "------------------------------ page break ------------------------------"
                            DISPLAY FUNCTION TRIM(WS-ScreenLine TRAILING)
                        ELSE
                            DISPLAY FUNCTION TRIM(CopyLine TRAILING)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CopyFile
        END-IF.

ReprintToFile.
        OPEN INPUT CopyFile
        IF CopyFileStatus NOT = "00"
            DISPLAY "The copy " WS-CopyName " is no longer on disk."
        ELSE
            CLOSE CopyFile
            MOVE SPACE TO WS-CopyCmd
            STRING "cp " DELIMITED BY SIZE
                WS-CopyName DELIMITED BY SPACE
                " Reprint.rpt" DELIMITED BY SIZE
                INTO WS-CopyCmd
            CALL "SYSTEM" USING WS-CopyCmd
            DISPLAY WS-WantName " for " WS-WantDate " copied to Reprint.rpt"
        END-IF.
