        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FISCMNT. *> maintains FiscalCal.dat: lays a fiscal year out as 4-4-5 periods of Monday-to-Sunday weeks, so the reports can run by head office's periods
AUTHOR. Yanling.
DATE-WRITTEN.Sep 25th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT FiscalFile ASSIGN TO "FiscalCal.dat" *> one record per business date, in date order
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FiscalStatus.

DATA DIVISION.
FILE SECTION.
FD FiscalFile.
COPY FISCAL.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 FiscalStatus PIC XX.
01 WSEOF PIC X VALUE 'N'.
01 WS-YearIn PIC 9(4).
01 WS-StartDate PIC 9(8).
01 WS-EndDate PIC 9(8).
01 WS-StartInt PIC 9(7).
01 WS-DayInt PIC 9(7).
01 WS-WeeksIn PIC 99.
01 WS-DayOfWeek PIC 9.
01 WS-DayNo PIC 9(3).
01 WS-Days PIC 9(3).
01 WS-WeekNo PIC 99.
01 WS-Period PIC 99.
01 WS-Clash PIC X.
01 WS-ClashYear PIC 9(4).
01 WS-NewWritten PIC X.

*> the week each period closes on: 4-4-5, four times over
01 PeriodEndWeeks PIC X(24) VALUE "040813172126303439434752".
01 PeriodEndTable REDEFINES PeriodEndWeeks.
        05 PeriodEndWeek PIC 99 OCCURS 12 TIMES.

*> every other fiscal year's dates, held for the rewrite -- about five years' worth
01 CalTable.
        05 CalEntry OCCURS 2000 TIMES.
            10 TblCalDate PIC 9(8).
            10 TblCalYear PIC 9(4).
            10 TblCalPeriod PIC 99.
            10 TblCalWeek PIC 99.
            10 TblCalPeriodWeek PIC 9.
01 CalCount PIC 9(4) VALUE 0.
01 CalOverflow PIC X VALUE 'N'. *> Y = the file held more dates than the table -- never rewrite from a partial load
01 Temp_Count PIC 9(4).

*> lookup through the shared FISCLOOK routine
01 FL-Date PIC 9(8).
01 FL-FiscalYear PIC 9(4).
01 FL-Period PIC 9(2).
01 FL-Week PIC 9(2).
01 FL-PeriodStart PIC 9(8).
01 FL-PeriodEnd PIC 9(8).
01 FL-Found PIC X.

PROCEDURE DIVISION.
StartPara.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "FISCAL CALENDAR MAINTENANCE"
            DISPLAY "1            : Build A Fiscal Year (4-4-5)"
            DISPLAY "2            : Look Up A Date"
            DISPLAY "3            : List A Fiscal Year's Periods"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM BuildYear
                WHEN 2 PERFORM LookUpDate
                WHEN 3 PERFORM ListPeriods
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        STOP RUN.

*> A YEAR IS 52 WEEKS FROM ITS FIRST MONDAY (53 WHEN HEAD OFFICE CALLS A LONG
*> YEAR -- THE EXTRA WEEK GOES ON THE END OF PERIOD 12). REBUILDING A YEAR
*> REPLACES ITS DATES; A YEAR THAT WOULD OVERLAP ANOTHER'S DATES IS REFUSED
BuildYear.
        DISPLAY " "
        DISPLAY "Fiscal year (CCYY) : " With NO ADVANCING.
        ACCEPT WS-YearIn.
        DISPLAY "First day of the year -- a Monday (CCYYMMDD) : " With NO ADVANCING.
        ACCEPT WS-StartDate.
        DISPLAY "Weeks in the year (52 or 53) : " With NO ADVANCING.
        ACCEPT WS-WeeksIn.
        IF WS-WeeksIn NOT = 53
            MOVE 52 TO WS-WeeksIn
        END-IF
        COMPUTE WS-DayOfWeek = FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-StartDate) - 1, 7) + 1 *> day 1 of the epoch is a Monday, so 1 = Monday
        IF WS-DayOfWeek NOT = 1
            DISPLAY "Fiscal weeks run Monday to Sunday -- " WS-StartDate " is not a Monday."
        ELSE
            COMPUTE WS-Days = WS-WeeksIn * 7
            COMPUTE WS-StartInt = FUNCTION INTEGER-OF-DATE(WS-StartDate)
            COMPUTE WS-EndDate = FUNCTION DATE-OF-INTEGER(WS-StartInt + WS-Days - 1)
            PERFORM LoadOtherYears
            EVALUATE TRUE
                WHEN CalOverflow = 'Y'
                    DISPLAY "THE CALENDAR HOLDS MORE DATES THAN THIS PROGRAM CAN CARRY -- NOTHING SAVED."
                WHEN WS-Clash = 'Y'
                    DISPLAY "Those dates overlap fiscal year " WS-ClashYear " -- nothing saved."
                WHEN OTHER
                    PERFORM SaveCalendar
                    DISPLAY "Fiscal year " WS-YearIn " built: " WS-StartDate " to " WS-EndDate
                        ", " WS-WeeksIn " weeks."
            END-EVALUATE
        END-IF.

*> EVERY DATE NOT BELONGING TO THE YEAR BEING BUILT, CHECKED FOR A CLASH
LoadOtherYears.
        MOVE 0 TO CalCount
        MOVE 'N' TO CalOverflow
        MOVE 'N' TO WS-Clash
        OPEN INPUT FiscalFile
        IF FiscalStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ FiscalFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF FC-FiscalYear NOT = WS-YearIn
                            IF FC-Date NOT < WS-StartDate AND FC-Date NOT > WS-EndDate
                                MOVE 'Y' TO WS-Clash
                                MOVE FC-FiscalYear TO WS-ClashYear
                            END-IF
                            IF CalCount < 2000
                                ADD 1 TO CalCount
                                MOVE FC-Date TO TblCalDate(CalCount)
                                MOVE FC-FiscalYear TO TblCalYear(CalCount)
                                MOVE FC-Period TO TblCalPeriod(CalCount)
                                MOVE FC-Week TO TblCalWeek(CalCount)
                                MOVE FC-PeriodWeek TO TblCalPeriodWeek(CalCount)
                            ELSE
                                MOVE 'Y' TO CalOverflow
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FiscalFile
        END-IF
        MOVE 'N' TO WSEOF.

*> REWRITE IN DATE ORDER: EARLIER YEARS, THE NEW YEAR, THEN LATER YEARS
SaveCalendar.
        OPEN OUTPUT FiscalFile
        MOVE 'N' TO WS-NewWritten
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > CalCount
            IF TblCalDate(Temp_Count) > WS-EndDate AND WS-NewWritten = 'N'
                PERFORM WriteNewYear
            END-IF
            MOVE TblCalDate(Temp_Count) TO FC-Date
            MOVE TblCalYear(Temp_Count) TO FC-FiscalYear
            MOVE TblCalPeriod(Temp_Count) TO FC-Period
            MOVE TblCalWeek(Temp_Count) TO FC-Week
            MOVE TblCalPeriodWeek(Temp_Count) TO FC-PeriodWeek
            WRITE FiscalCalData
            ADD 1 TO Temp_Count
        END-PERFORM
        IF WS-NewWritten = 'N'
            PERFORM WriteNewYear
        END-IF
        CLOSE FiscalFile.

WriteNewYear.
        MOVE 'Y' TO WS-NewWritten
        MOVE 1 TO WS-Period
        MOVE 0 TO WS-DayNo
        PERFORM UNTIL WS-DayNo >= WS-Days
            COMPUTE WS-WeekNo = WS-DayNo / 7 + 1
            IF WS-Period < 12 AND WS-WeekNo > PeriodEndWeek(WS-Period)
                ADD 1 TO WS-Period
            END-IF
            COMPUTE WS-DayInt = WS-StartInt + WS-DayNo
            COMPUTE FC-Date = FUNCTION DATE-OF-INTEGER(WS-DayInt)
            MOVE WS-YearIn TO FC-FiscalYear
            MOVE WS-Period TO FC-Period
            MOVE WS-WeekNo TO FC-Week
            IF WS-Period = 1
                MOVE WS-WeekNo TO FC-PeriodWeek
            ELSE
                COMPUTE FC-PeriodWeek = WS-WeekNo - PeriodEndWeek(WS-Period - 1)
            END-IF
            WRITE FiscalCalData
            ADD 1 TO WS-DayNo
        END-PERFORM.

LookUpDate.
        DISPLAY " "
        DISPLAY "Business date (CCYYMMDD) : " With NO ADVANCING.
        ACCEPT FL-Date.
        CALL "FISCLOOK" USING FL-Date, FL-FiscalYear, FL-Period, FL-Week,
            FL-PeriodStart, FL-PeriodEnd, FL-Found
        IF FL-Found = 'Y'
            DISPLAY FL-Date " is fiscal year " FL-FiscalYear ", period " FL-Period
                ", week " FL-Week
            DISPLAY "Period " FL-Period " runs " FL-PeriodStart " to " FL-PeriodEnd
        ELSE
            DISPLAY FL-Date " is not on the fiscal calendar -- build its year first."
        END-IF.

*> ONE LINE PER PERIOD: WHERE IT STARTS AND ENDS AND HOW MANY WEEKS IT HOLDS
ListPeriods.
        DISPLAY " "
        DISPLAY "Fiscal year to list (CCYY) : " With NO ADVANCING.
        ACCEPT WS-YearIn.
        MOVE 0 TO WS-Period
        OPEN INPUT FiscalFile
        IF FiscalStatus NOT = "00"
            DISPLAY "FiscalCal.dat not found -- build a year first."
        ELSE
            DISPLAY "Period  Starts    Ends      Weeks"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ FiscalFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF FC-FiscalYear = WS-YearIn
                            IF FC-Period NOT = WS-Period
                                IF WS-Period NOT = 0
                                    PERFORM ShowPeriodLine
                                END-IF
                                MOVE FC-Period TO WS-Period
                                MOVE FC-Date TO WS-StartDate
                            END-IF
                            MOVE FC-Date TO WS-EndDate
                            MOVE FC-PeriodWeek TO WS-WeeksIn
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FiscalFile
            IF WS-Period = 0
                DISPLAY "Fiscal year " WS-YearIn " is not on the calendar."
            ELSE
                PERFORM ShowPeriodLine
            END-IF
        END-IF
        MOVE 'N' TO WSEOF.

ShowPeriodLine.
        DISPLAY "  " WS-Period "    " WS-StartDate "  " WS-EndDate "  " WS-WeeksIn.
