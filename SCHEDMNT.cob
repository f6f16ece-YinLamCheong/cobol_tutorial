        SELECT PayRateFile ASSIGN TO "PayRate.dat" *> hourly rate per cashier, read by the payroll extract and the labor report
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayRateStatus.
        SELECT AvailFile ASSIGN TO "Avail.dat" *> the days and hours each person can work, kept by LEAVEMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AvailStatus.
        SELECT TimeOffFile ASSIGN TO "TimeOff.dat" *> time-off requests, approved or declined in LEAVEMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TimeOffStatus.

DATA DIVISION.
FILE SECTION.
        02 PR-CashierID PIC X(10).
        02 PR-HourlyRate PIC 9(3)V99. *> entered as 5 digits (01250 = 12.50 an hour)

FD AvailFile.
COPY AVAILREC.

FD TimeOffFile.
COPY TIMEOFF.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 RateIdx PIC 99.
01 WS-RateDisp PIC $$9.99.

*> a new shift is checked against the person's availability and approved time off
01 AvailStatus PIC XX.
01 TimeOffStatus PIC XX.
01 WS-AvailLines PIC 9(3).
01 WS-AvailDayFound PIC X.
01 WS-ShiftWarnings PIC 9(3).
01 WS-AddAnyway PIC X.
01 WS-Today PIC 9(8).
01 WS-DayNum PIC 9(7).
01 WS-LastDayNum PIC 9(7).
01 WS-DayDOW PIC 9.
01 WS-ClashDate PIC 9(8).

PROCEDURE DIVISION.
StartPara.
        PERFORM UNTIL StayOpen='N'
        ACCEPT SC-Start.
        DISPLAY "Shift end   (HHMM) : " With NO ADVANCING.
        ACCEPT SC-End.
        MOVE 0 TO WS-ShiftWarnings
        PERFORM CheckAvailability
        PERFORM CheckTimeOff
        MOVE 'Y' TO WS-AddAnyway
        IF WS-ShiftWarnings > 0
            DISPLAY "Add the shift anyway? (Y/N) : " With NO ADVANCING
            ACCEPT WS-AddAnyway
            IF WS-AddAnyway = 'y'
                MOVE 'Y' TO WS-AddAnyway
            END-IF
        END-IF
        IF WS-AddAnyway = 'Y'
            OPEN EXTEND ScheduleFile
            WRITE ScheduleData
            CLOSE ScheduleFile
        ELSE
            DISPLAY "Shift not added."
        END-IF.

*> NO AVAILABILITY ON FILE MEANS UNRESTRICTED; OTHERWISE THE WEEKDAY MUST HAVE
*> A LINE AND THE SHIFT MUST SIT INSIDE ITS HOURS
CheckAvailability.
        MOVE 0 TO WS-AvailLines
        MOVE 'N' TO WS-AvailDayFound
        OPEN INPUT AvailFile
        IF AvailStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ AvailFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF AV-CashierID = SC-CashierID
                            ADD 1 TO WS-AvailLines
                            IF AV-DOW = SC-DOW
                                MOVE 'Y' TO WS-AvailDayFound
                                IF SC-Start < AV-From OR SC-End > AV-To
                                    ADD 1 TO WS-ShiftWarnings
                                    DISPLAY "WARNING: " SC-CashierID " is only available "
                                        AV-From " - " AV-To " on day " SC-DOW "."
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AvailFile
        END-IF
        IF WS-AvailLines > 0 AND WS-AvailDayFound = 'N'
            ADD 1 TO WS-ShiftWarnings
            DISPLAY "WARNING: " SC-CashierID " is not available on day " SC-DOW "."
        END-IF.

*> EVERY APPROVED TIME OFF STILL TO COME IS WALKED DAY BY DAY (A WEEK AT MOST
*> COVERS EVERY WEEKDAY) FOR A DATE FALLING ON THE SHIFT'S WEEKDAY
CheckTimeOff.
        ACCEPT WS-Today FROM DATE YYYYMMDD
        OPEN INPUT TimeOffFile
        IF TimeOffStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ TimeOffFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF TO-CashierID = SC-CashierID AND TO-Status = 'A'
                            AND TO-ToDate NOT < WS-Today
                            PERFORM FindTimeOffClash
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TimeOffFile
        END-IF.

FindTimeOffClash.
        IF TO-FromDate < WS-Today
            COMPUTE WS-DayNum = FUNCTION INTEGER-OF-DATE(WS-Today)
        ELSE
            COMPUTE WS-DayNum = FUNCTION INTEGER-OF-DATE(TO-FromDate)
        END-IF
        COMPUTE WS-LastDayNum = FUNCTION INTEGER-OF-DATE(TO-ToDate)
        IF WS-LastDayNum > WS-DayNum + 6
            COMPUTE WS-LastDayNum = WS-DayNum + 6
        END-IF
        MOVE 0 TO WS-ClashDate
        PERFORM UNTIL WS-DayNum > WS-LastDayNum OR WS-ClashDate > 0
            COMPUTE WS-DayDOW = FUNCTION MOD(WS-DayNum - 1, 7) + 1
            IF WS-DayDOW = SC-DOW
                COMPUTE WS-ClashDate = FUNCTION DATE-OF-INTEGER(WS-DayNum)
            END-IF
            ADD 1 TO WS-DayNum
        END-PERFORM
        IF WS-ClashDate > 0
            ADD 1 TO WS-ShiftWarnings
            DISPLAY "WARNING: day " SC-DOW " clashes with approved time off "
                TO-FromDate " - " TO-ToDate " (request " TO-ReqNo ", first clash "
                WS-ClashDate ")."
        END-IF.

ListWeek.
        DISPLAY " "
