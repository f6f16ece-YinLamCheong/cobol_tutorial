        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RPTFILE. *> files a finished batch report into the report library: a dated copy beside the live .rpt, and an index line on RptLib.dat with program, business date, run time and page count
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT ReportFile ASSIGN TO RL-ReportName *> whichever report the caller just closed
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ReportStatus.
        SELECT RptLibFile ASSIGN TO "RptLib.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RptLibStatus.

DATA DIVISION.
FILE SECTION.
FD ReportFile.
01 ReportLine PIC X(250).

FD RptLibFile.
COPY RPTLIB.

WORKING-STORAGE SECTION.
01 ReportStatus PIC XX.
01 RptLibStatus PIC XX.
01 WSEOF PIC X VALUE 'N'.
01 RL-TimeRaw PIC 9(8).
01 RL-PageMarks PIC 9(5).
01 RL-CopyCmd PIC X(120).

LINKAGE SECTION.
01 RF-ReportName PIC X(30).
01 RF-Program PIC X(10).
01 RF-BusDate PIC 9(8). *> zero = today

*> A PAGE IS EVERY FORM FEED THE REPORT WROTE (AFTER ADVANCING PAGE); A
*> REPORT THAT NEVER THREW A PAGE STILL COUNTS AS ONE. A REPORT THAT IS NOT
*> THERE (THE RUN STOPPED BEFORE WRITING IT) IS SIMPLY NOT FILED
PROCEDURE DIVISION USING RF-ReportName, RF-Program, RF-BusDate.
        MOVE SPACE TO RptLibData
        MOVE RF-ReportName TO RL-ReportName
        MOVE RF-Program TO RL-Program
        IF RF-BusDate = 0
            ACCEPT RL-BusDate FROM DATE YYYYMMDD
        ELSE
            MOVE RF-BusDate TO RL-BusDate
        END-IF
        ACCEPT RL-TimeRaw FROM TIME
        MOVE RL-TimeRaw(1:6) TO RL-RunTime
        MOVE 0 TO RL-Pages
        MOVE 0 TO RL-Lines

        OPEN INPUT ReportFile
        IF ReportStatus NOT = "00"
            GOBACK
        END-IF
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ ReportFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    ADD 1 TO RL-Lines
                    MOVE 0 TO RL-PageMarks
                    INSPECT ReportLine TALLYING RL-PageMarks FOR ALL X"0C"
                    ADD RL-PageMarks TO RL-Pages
            END-READ
        END-PERFORM
        CLOSE ReportFile
        IF RL-Pages = 0
            MOVE 1 TO RL-Pages
        END-IF

        *> DATED COPY VIA THE SHELL, THE SAME HAND-OFF POSBACKUP USES
        STRING RL-ReportName DELIMITED BY SPACE
            "_lib_" DELIMITED BY SIZE
            RL-BusDate DELIMITED BY SIZE
            "_" DELIMITED BY SIZE
            RL-RunTime DELIMITED BY SIZE
            INTO RL-CopyName
        MOVE SPACE TO RL-CopyCmd
        STRING "cp " DELIMITED BY SIZE
            RL-ReportName DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            RL-CopyName DELIMITED BY SPACE
            INTO RL-CopyCmd
        CALL "SYSTEM" USING RL-CopyCmd

        OPEN EXTEND RptLibFile
        IF RptLibStatus NOT = "00"
            OPEN OUTPUT RptLibFile *> the first report filed
        END-IF
        WRITE RptLibData
        CLOSE RptLibFile
        GOBACK.
