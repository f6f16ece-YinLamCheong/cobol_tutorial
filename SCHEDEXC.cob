        SELECT TimeClockFile ASSIGN TO "TimeClock.dat" *> what actually happened, punched by testPOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TimeClockStatus.
        SELECT TimeOffFile ASSIGN TO "TimeOff.dat" *> approved time off is an absence, not a no-show
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TimeOffStatus.
        SELECT ExcReport ASSIGN TO "SchedExcept.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

        02 TC-Time PIC 9(6).
        02 TC-Type PIC X(1). *> I = clock-in, O = clock-out

FD TimeOffFile.
COPY TIMEOFF.

FD ExcReport.
01 PrintLine PIC X(80).

01 WSEOF PIC X VALUE 'N'.
01 ScheduleStatus PIC XX.
01 TimeClockStatus PIC XX.
01 TimeOffStatus PIC XX.
01 AbsenceCount PIC 9(3) VALUE 0.
01 WS-ReportDate PIC 9(8).
01 WS-DOW PIC 9.
01 WS-InHHMM PIC 9(4).
01 PunchCount PIC 99 VALUE 0.
01 PunchIdx PIC 99.

*> who is on approved time off on the day
01 OffTable.
        05 OffEntry OCCURS 50 TIMES.
            10 TblOffID PIC X(10).
            10 TblOffReqNo PIC 9(5).
01 OffCount PIC 99 VALUE 0.
01 OffIdx PIC 99.
01 MatchedOffIdx PIC 99.

01 PageHeading.
        05 FILLER PIC X(32) VALUE "SCHEDULE EXCEPTIONS FOR DAY     ".
        05 PrnReportDate PIC 9(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnExcText PIC X(40).
01 CleanLine PIC X(40) VALUE "No exceptions -- the day ran to plan.".
01 AbsenceLine.
        05 FILLER PIC X(34) VALUE "Approved absences (not no-shows): ".
        05 PrnAbsences PIC ZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Exceptions for date (CCYYMMDD) : " WITH NO ADVANCING
END-IF
MOVE 'N' TO WSEOF

*> APPROVED TIME OFF COVERING THE DAY
OPEN INPUT TimeOffFile
IF TimeOffStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ TimeOffFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF TO-Status = 'A' AND OffCount < 50
                        AND TO-FromDate NOT > WS-ReportDate
                        AND TO-ToDate NOT < WS-ReportDate
                        ADD 1 TO OffCount
                        MOVE TO-CashierID TO TblOffID(OffCount)
                        MOVE TO-ReqNo TO TblOffReqNo(OffCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TimeOffFile
END-IF
MOVE 'N' TO WSEOF

*> THE DAY'S FIRST CLOCK-IN PER CASHIER
OPEN INPUT TimeClockFile
IF TimeClockStatus = "00"
IF ExceptionCount = 0
        WRITE PrintLine FROM CleanLine AFTER ADVANCING 1 LINE
END-IF
IF AbsenceCount > 0
        MOVE AbsenceCount TO PrnAbsences
        WRITE PrintLine FROM AbsenceLine AFTER ADVANCING 2 LINES
END-IF
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ExcReport
MOVE "SchedExcept.rpt" TO RF-ReportName
MOVE "SCHEDEXC" TO RF-Program
MOVE WS-ReportDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY ExceptionCount " exception(s), report written to SchedExcept.rpt"
STOP RUN.

        END-IF
        ADD 1 TO PlanIdx
END-PERFORM
MOVE 0 TO MatchedOffIdx
MOVE 1 TO OffIdx
PERFORM UNTIL OffIdx > OffCount
        IF TblOffID(OffIdx) = TblPlanID(Temp_Count)
            MOVE OffIdx TO MatchedOffIdx
        END-IF
        ADD 1 TO OffIdx
END-PERFORM
IF PunchIdx = 0
        IF MatchedOffIdx > 0
            *> SCHEDULED BUT SIGNED OFF IN ADVANCE -- LISTED, NOT COUNTED
            ADD 1 TO AbsenceCount
            MOVE TblPlanID(Temp_Count) TO PrnUserID
            MOVE SPACE TO PrnExcText
            STRING "APPROVED TIME OFF, REQUEST " DELIMITED BY SIZE
                TblOffReqNo(MatchedOffIdx) DELIMITED BY SIZE
                INTO PrnExcText
            WRITE PrintLine FROM ExcDetailLine AFTER ADVANCING 1 LINE
        ELSE
            ADD 1 TO ExceptionCount
            MOVE TblPlanID(Temp_Count) TO PrnUserID
            MOVE "NO-SHOW (SCHEDULED, NEVER CLOCKED IN)" TO PrnExcText
            WRITE PrintLine FROM ExcDetailLine AFTER ADVANCING 1 LINE
        END-IF
ELSE
        MOVE 'Y' TO TblPlanSeen(Temp_Count)
        MOVE TblFirstIn(PunchIdx)(1:4) TO WS-InHHMM
