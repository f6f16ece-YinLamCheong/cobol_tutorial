        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FISCLOOK. *> looks a business date (or a fiscal year + period) up on FiscalCal.dat and hands back the fiscal year, period, week and the period's first and last dates
AUTHOR. Yanling.
DATE-WRITTEN.Sep 25th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT FiscalFile ASSIGN TO "FiscalCal.dat" *> built by FISCMNT, in date order
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FiscalStatus.

DATA DIVISION.
FILE SECTION.
FD FiscalFile.
COPY FISCAL.

WORKING-STORAGE SECTION.
01 FiscalStatus PIC XX.
01 WSEOF PIC X VALUE 'N'.
01 FL-RunStart PIC 9(8).
01 FL-PrevYear PIC 9(4).
01 FL-PrevPeriod PIC 9(2).
01 FL-InPeriod PIC X.

LINKAGE SECTION.
01 FL-Date PIC 9(8). *> zero on the way in = look the period up by FL-FiscalYear + FL-Period instead
01 FL-FiscalYear PIC 9(4).
01 FL-Period PIC 9(2).
01 FL-Week PIC 9(2).
01 FL-PeriodStart PIC 9(8).
01 FL-PeriodEnd PIC 9(8).
01 FL-Found PIC X. *> Y = on the calendar, N = not (or no calendar set up yet)

*> ONE PASS OVER THE CALENDAR: EACH RUN OF DATES SHARING A YEAR + PERIOD IS
*> ONE FISCAL PERIOD, SO ITS FIRST AND LAST DATES FALL OUT OF THE SAME READ
PROCEDURE DIVISION USING FL-Date, FL-FiscalYear, FL-Period, FL-Week,
        FL-PeriodStart, FL-PeriodEnd, FL-Found.
        MOVE 'N' TO FL-Found
        MOVE 'N' TO FL-InPeriod
        MOVE 0 TO FL-PeriodStart
        MOVE 0 TO FL-PeriodEnd
        MOVE 0 TO FL-PrevYear
        MOVE 0 TO FL-PrevPeriod
        IF FL-Date NOT = 0
            MOVE 0 TO FL-FiscalYear
            MOVE 0 TO FL-Period
        END-IF
        MOVE 0 TO FL-Week
        OPEN INPUT FiscalFile
        IF FiscalStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ FiscalFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END PERFORM CheckOneDate
                END-READ
            END-PERFORM
            CLOSE FiscalFile
        END-IF
        GOBACK.

CheckOneDate.
        IF FC-FiscalYear NOT = FL-PrevYear OR FC-Period NOT = FL-PrevPeriod
            MOVE FC-Date TO FL-RunStart
            MOVE FC-FiscalYear TO FL-PrevYear
            MOVE FC-Period TO FL-PrevPeriod
            MOVE 'N' TO FL-InPeriod
        END-IF
        IF FL-Date NOT = 0 AND FC-Date = FL-Date
            MOVE 'Y' TO FL-Found
            MOVE 'Y' TO FL-InPeriod
            MOVE FC-FiscalYear TO FL-FiscalYear
            MOVE FC-Period TO FL-Period
            MOVE FC-Week TO FL-Week
            MOVE FL-RunStart TO FL-PeriodStart
        END-IF
        IF FL-Date = 0 AND FC-FiscalYear = FL-FiscalYear AND FC-Period = FL-Period
            MOVE 'Y' TO FL-Found
            MOVE 'Y' TO FL-InPeriod
            MOVE FL-RunStart TO FL-PeriodStart
        END-IF
        IF FL-InPeriod = 'Y'
            MOVE FC-Date TO FL-PeriodEnd
        END-IF.
