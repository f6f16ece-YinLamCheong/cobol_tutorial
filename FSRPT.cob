        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FSRPT. *> monthly food-safety compliance report for the environmental health officer: the checkpoints and their safe ranges, each day's readings and sign-off, and every out-of-range reading with its corrective action
AUTHOR. Yanling.
DATE-WRITTEN.Oct 3rd 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT CheckFile ASSIGN TO "FSCheck.dat" *> the checkpoints, maintained in FSLOG
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CheckFileStatus.
        SELECT FSLogFile ASSIGN TO "FSLog.dat" *> readings and sign-offs, appended by FSLOG
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FSLogStatus.
        SELECT StoreProfFile ASSIGN TO "StoreProf.dat" *> store name for the heading, set up in STORSET
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StoreProfStatus.
        SELECT FSReport ASSIGN TO "FoodSafety.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CheckFile.
COPY FSCHKPT.

FD FSLogFile.
COPY FSLOGREC.

FD StoreProfFile.
COPY STOREPRO.

FD FSReport.
01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 CheckFileStatus PIC XX.
01 FSLogStatus PIC XX.
01 StoreProfStatus PIC XX.
01 WS-Month PIC 9(6).
01 WS-Today PIC 9(8).
01 WS-FirstDay PIC 9(8).
01 WS-NextFirst PIC 9(8).
01 WS-Year PIC 9(4).
01 WS-MonthNo PIC 9(2).
01 WS-DaysInMonth PIC 99.
01 WS-LastDay PIC 99.
01 WS-LogMonth PIC 9(6).
01 WS-LogDay PIC 99.
01 WS-Required PIC 9(3) VALUE 0.
01 WS-DayMissed PIC 9(3).
01 WS-DayTaken PIC 9(4).

*> the checkpoints -- retired ones are kept so old readings still name them
01 CheckTable.
        05 CheckEntry OCCURS 50 TIMES.
            10 TblChkID PIC X(6).
            10 TblChkDesc PIC X(30).
            10 TblChkType PIC X(1).
            10 TblChkMin PIC S9(3)V9.
            10 TblChkMax PIC S9(3)V9.
            10 TblChkTimes PIC 9(1).
            10 TblChkActive PIC X(1).
01 CheckCount PIC 99 VALUE 0.
01 ChkIdx PIC 99.
01 Temp_Count PIC 99.

*> one row per day of the month: readings per checkpoint, failures, sign-off
01 DayTable.
        05 DayEntry OCCURS 31 TIMES.
            10 DayChkDone PIC 9(3) OCCURS 50 TIMES.
            10 DayFails PIC 9(3).
            10 DaySignedBy PIC X(10).
            10 DaySignResult PIC X(1).
01 DayIdx PIC 99.

01 WS-DaysComplete PIC 99 VALUE 0.
01 WS-DaysSigned PIC 99 VALUE 0.
01 WS-TotFails PIC 9(5) VALUE 0.
01 WS-TotMissed PIC 9(5) VALUE 0.

01 StoreNameLine PIC X(30) VALUE SPACE.
01 PageHeading.
        05 FILLER PIC X(38) VALUE "FOOD SAFETY COMPLIANCE FOR MONTH      ".
        05 PrnMonth PIC 9(6).
01 CheckHeading PIC X(40) VALUE "CHECKPOINTS AND SAFE RANGES".
01 CheckHeads PIC X(80) VALUE
    "  Check   Description                     Type     Min C   Max C  Per Day".
01 CheckLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnChkID PIC X(6).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnChkDesc PIC X(30).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnChkType PIC X(7).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnChkMin PIC -ZZ9.9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnChkMax PIC -ZZ9.9.
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnChkTimes PIC 9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnChkRetired PIC X(7).
01 DayHeading PIC X(40) VALUE "DAILY RECORD".
01 DayHeads PIC X(90) VALUE
    "  Date      Taken  Needed  Missed  Out Of Range  Signed Off By".
01 DayLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDayDate PIC 9(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDayTaken PIC ZZZ9.
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnDayNeeded PIC ZZ9.
        05 FILLER PIC X(5) VALUE SPACE.
        05 PrnDayMissed PIC ZZ9.
        05 FILLER PIC X(11) VALUE SPACE.
        05 PrnDayFails PIC ZZ9.
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnDaySigned PIC X(10).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnDayFlag PIC X(24).
01 ExcHeading PIC X(60) VALUE "OUT-OF-RANGE READINGS AND CHECKS NOT DONE, WITH ACTION TAKEN".
01 ExcHeads PIC X(100) VALUE
    "  Date      Time    Check   Reading  By          Corrective Action".
01 ExcLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnExcDate PIC 9(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnExcTime PIC 9(6).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnExcCheck PIC X(6).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnExcReading PIC X(7).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnExcUser PIC X(10).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnExcAction PIC X(40).
01 WS-ReadingEdit PIC -ZZ9.9.
01 NoteLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnNoteDate PIC 9(8).
        05 FILLER PIC X(20) VALUE "  SIGN-OFF NOTE  -- ".
        05 PrnNoteText PIC X(40).
01 SummaryLine.
        05 PrnSumText PIC X(36).
        05 PrnSumCount PIC ZZZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Month (CCYYMM) : " WITH NO ADVANCING
ACCEPT WS-Month
ACCEPT WS-Today FROM DATE YYYYMMDD

*> HOW MANY DAYS THE MONTH HAS, AND HOW MANY OF THEM HAVE HAPPENED YET
COMPUTE WS-FirstDay = WS-Month * 100 + 1
DIVIDE WS-Month BY 100 GIVING WS-Year REMAINDER WS-MonthNo
IF WS-MonthNo = 12
        COMPUTE WS-NextFirst = (WS-Year + 1) * 10000 + 101
ELSE
        COMPUTE WS-NextFirst = WS-FirstDay + 100
END-IF
COMPUTE WS-DaysInMonth = FUNCTION INTEGER-OF-DATE(WS-NextFirst)
        - FUNCTION INTEGER-OF-DATE(WS-FirstDay)
MOVE WS-DaysInMonth TO WS-LastDay
IF WS-Today < WS-NextFirst
        IF WS-Today < WS-FirstDay
            DISPLAY "That month has not started yet."
            STOP RUN
        END-IF
        DIVIDE WS-Today BY 100 GIVING WS-LogMonth REMAINDER WS-LastDay
END-IF

OPEN INPUT CheckFile
IF CheckFileStatus NOT = "00"
        DISPLAY "FSCheck.dat not found -- set the checkpoints up in FSLOG first."
        STOP RUN
END-IF
PERFORM UNTIL WSEOF = 'Y'
        READ CheckFile
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                IF CheckCount < 50
                    ADD 1 TO CheckCount
                    MOVE FC-CheckID TO TblChkID(CheckCount)
                    MOVE FC-Desc TO TblChkDesc(CheckCount)
                    MOVE FC-Type TO TblChkType(CheckCount)
                    MOVE FC-MinTemp TO TblChkMin(CheckCount)
                    MOVE FC-MaxTemp TO TblChkMax(CheckCount)
                    MOVE FC-TimesPerDay TO TblChkTimes(CheckCount)
                    MOVE FC-Active TO TblChkActive(CheckCount)
                    IF FC-Active NOT = 'N'
                        ADD FC-TimesPerDay TO WS-Required
                    END-IF
                END-IF
        END-READ
END-PERFORM
CLOSE CheckFile

MOVE 1 TO DayIdx
PERFORM UNTIL DayIdx > 31
        MOVE 1 TO ChkIdx
        PERFORM UNTIL ChkIdx > 50
            MOVE 0 TO DayChkDone(DayIdx, ChkIdx)
            ADD 1 TO ChkIdx
        END-PERFORM
        MOVE 0 TO DayFails(DayIdx)
        MOVE SPACE TO DaySignedBy(DayIdx)
        MOVE SPACE TO DaySignResult(DayIdx)
        ADD 1 TO DayIdx
END-PERFORM

*> FIRST PASS: TALLY THE MONTH'S READINGS AND SIGN-OFFS INTO THE DAY TABLE
OPEN INPUT FSLogFile
IF FSLogStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ FSLogFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END PERFORM TallyLogEntry
            END-READ
        END-PERFORM
        CLOSE FSLogFile
END-IF

OPEN INPUT StoreProfFile
IF StoreProfStatus = "00"
        READ StoreProfFile
            AT END CONTINUE
            NOT AT END MOVE SP-Name TO StoreNameLine
        END-READ
        CLOSE StoreProfFile
END-IF

OPEN OUTPUT FSReport
MOVE WS-Month TO PrnMonth
IF StoreNameLine NOT = SPACE
        WRITE PrintLine FROM StoreNameLine AFTER ADVANCING PAGE
        WRITE PrintLine FROM PageHeading AFTER ADVANCING 1 LINE
ELSE
        WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
END-IF

WRITE PrintLine FROM CheckHeading AFTER ADVANCING 2 LINES
WRITE PrintLine FROM CheckHeads AFTER ADVANCING 1 LINE
MOVE 1 TO ChkIdx
PERFORM UNTIL ChkIdx > CheckCount
        MOVE TblChkID(ChkIdx) TO PrnChkID
        MOVE TblChkDesc(ChkIdx) TO PrnChkDesc
        MOVE TblChkTimes(ChkIdx) TO PrnChkTimes
        IF TblChkType(ChkIdx) = 'T'
            MOVE "TEMP" TO PrnChkType
            MOVE TblChkMin(ChkIdx) TO PrnChkMin
            MOVE TblChkMax(ChkIdx) TO PrnChkMax
        ELSE
            MOVE "CLEAN" TO PrnChkType
            MOVE 0 TO PrnChkMin
            MOVE 0 TO PrnChkMax
        END-IF
        IF TblChkActive(ChkIdx) = 'N'
            MOVE "RETIRED" TO PrnChkRetired
        ELSE
            MOVE SPACE TO PrnChkRetired
        END-IF
        WRITE PrintLine FROM CheckLine AFTER ADVANCING 1 LINE
        ADD 1 TO ChkIdx
END-PERFORM

WRITE PrintLine FROM DayHeading AFTER ADVANCING 3 LINES
WRITE PrintLine FROM DayHeads AFTER ADVANCING 1 LINE
MOVE 1 TO DayIdx
PERFORM WriteDayLine UNTIL DayIdx > WS-LastDay

*> SECOND PASS: EVERY FAILED READING WITH ITS CORRECTIVE ACTION, THEN THE
*> NOTES MANAGERS LEFT WHEN SIGNING OFF A DAY WITH READINGS MISSING
WRITE PrintLine FROM ExcHeading AFTER ADVANCING 3 LINES
WRITE PrintLine FROM ExcHeads AFTER ADVANCING 1 LINE
OPEN INPUT FSLogFile
IF FSLogStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ FSLogFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    DIVIDE FL-Date BY 100 GIVING WS-LogMonth REMAINDER WS-LogDay
                    IF WS-LogMonth = WS-Month AND FL-Result = 'F'
                        PERFORM WriteExceptionLine
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FSLogFile
END-IF

MOVE "Days in the period                : " TO PrnSumText
MOVE WS-LastDay TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 3 LINES
MOVE "Days with every check taken       : " TO PrnSumText
MOVE WS-DaysComplete TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Days signed off by a manager      : " TO PrnSumText
MOVE WS-DaysSigned TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Readings missed                   : " TO PrnSumText
MOVE WS-TotMissed TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Out of range / not done           : " TO PrnSumText
MOVE WS-TotFails TO PrnSumCount
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE FSReport
MOVE "FoodSafety.rpt" TO RF-ReportName
MOVE "FSRPT" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Food safety compliance report written to FoodSafety.rpt"
STOP RUN.

TallyLogEntry.
DIVIDE FL-Date BY 100 GIVING WS-LogMonth REMAINDER WS-LogDay
IF WS-LogMonth = WS-Month AND WS-LogDay > 0 AND WS-LogDay NOT > 31
        IF FL-RecType = 'S'
            MOVE FL-UserID TO DaySignedBy(WS-LogDay)
            MOVE FL-Result TO DaySignResult(WS-LogDay)
        ELSE
            MOVE 0 TO ChkIdx
            MOVE 1 TO Temp_Count
            PERFORM UNTIL Temp_Count > CheckCount
                IF TblChkID(Temp_Count) = FL-CheckID
                    MOVE Temp_Count TO ChkIdx
                END-IF
                ADD 1 TO Temp_Count
            END-PERFORM
            IF ChkIdx > 0
                ADD 1 TO DayChkDone(WS-LogDay, ChkIdx)
            END-IF
            IF FL-Result = 'F'
                ADD 1 TO DayFails(WS-LogDay)
            END-IF
        END-IF
END-IF.

*> ONE DAY: READINGS TAKEN AGAINST WHAT THE LIVE CHECKPOINTS NEED, A CHECKPOINT
*> READ MORE OFTEN THAN NEEDED NOT MAKING UP FOR ONE THAT WAS MISSED
WriteDayLine.
MOVE 0 TO WS-DayMissed
MOVE 0 TO WS-DayTaken
MOVE 1 TO ChkIdx
PERFORM UNTIL ChkIdx > CheckCount
        ADD DayChkDone(DayIdx, ChkIdx) TO WS-DayTaken
        IF TblChkActive(ChkIdx) NOT = 'N'
            AND DayChkDone(DayIdx, ChkIdx) < TblChkTimes(ChkIdx)
            COMPUTE WS-DayMissed = WS-DayMissed
                + TblChkTimes(ChkIdx) - DayChkDone(DayIdx, ChkIdx)
        END-IF
        ADD 1 TO ChkIdx
END-PERFORM
COMPUTE PrnDayDate = WS-Month * 100 + DayIdx
MOVE WS-DayTaken TO PrnDayTaken
MOVE WS-Required TO PrnDayNeeded
MOVE WS-DayMissed TO PrnDayMissed
MOVE DayFails(DayIdx) TO PrnDayFails
MOVE DaySignedBy(DayIdx) TO PrnDaySigned
MOVE SPACE TO PrnDayFlag
IF DaySignedBy(DayIdx) = SPACE
        MOVE "*** NOT SIGNED OFF" TO PrnDayFlag
ELSE
        ADD 1 TO WS-DaysSigned
        IF DaySignResult(DayIdx) = 'F'
            MOVE "SIGNED WITH GAPS" TO PrnDayFlag
        END-IF
END-IF
IF WS-DayMissed = 0
        ADD 1 TO WS-DaysComplete
END-IF
ADD WS-DayMissed TO WS-TotMissed
ADD DayFails(DayIdx) TO WS-TotFails
WRITE PrintLine FROM DayLine AFTER ADVANCING 1 LINE
ADD 1 TO DayIdx.

WriteExceptionLine.
IF FL-RecType = 'S'
        MOVE FL-Date TO PrnNoteDate
        MOVE FL-Action TO PrnNoteText
        WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE
ELSE
        MOVE FL-Date TO PrnExcDate
        MOVE FL-Time TO PrnExcTime
        MOVE FL-CheckID TO PrnExcCheck
        MOVE SPACE TO PrnExcReading
        MOVE 0 TO ChkIdx
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > CheckCount
            IF TblChkID(Temp_Count) = FL-CheckID
                MOVE Temp_Count TO ChkIdx
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM
        IF ChkIdx > 0
            IF TblChkType(ChkIdx) = 'T'
                MOVE FL-Reading TO WS-ReadingEdit
                MOVE WS-ReadingEdit TO PrnExcReading
            ELSE
                MOVE "MISSED" TO PrnExcReading
            END-IF
        END-IF
        MOVE FL-UserID TO PrnExcUser
        MOVE FL-Action TO PrnExcAction
        WRITE PrintLine FROM ExcLine AFTER ADVANCING 1 LINE
END-IF.
