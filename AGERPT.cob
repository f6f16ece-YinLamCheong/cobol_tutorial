        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AGERPT. *> weekly alcohol ID-check report off SecLog.dat: every refusal, then checks and refusals by cashier -- the due-diligence evidence for the licensing authority
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT SecLogFile ASSIGN TO "SecLog.dat" *> AGE-CHECK / AGE-REFUSE events appended by testPOS at confirm time
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SecLogStatus.
        SELECT AgeReport ASSIGN TO "AgeCheck.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SecLogFile.
COPY SECLOG.

FD AgeReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 SecLogStatus PIC XX.
01 WS-WeekEnding PIC 9(8).
01 WS-FromDate PIC 9(8).
01 WS-ToDate PIC 9(8).
01 WS-CheckCount PIC 9(5) VALUE 0.
01 WS-RefuseCount PIC 9(5) VALUE 0.
01 WS-RefusePct PIC 9(3)V9.
01 Temp_Count PIC 99.
COPY RATES. *> AlcoholLegalAge, AgeChallengeAge

*> one row per cashier who rang alcohol in the week
01 CashierTable.
        05 CashierEntry OCCURS 40 TIMES.
            10 TblCshUser PIC X(10).
            10 TblCshChecks PIC 9(5). *> ID checks passed
            10 TblCshRefusals PIC 9(5).
01 CashierCount PIC 99 VALUE 0.
01 CashierIdx PIC 99.
01 WS-Overflow PIC X VALUE 'N'.

01 PageHeading.
        05 FILLER PIC X(34) VALUE "ALCOHOL ID CHECKS AND REFUSALS    ".
        05 PrnFromDate PIC 9(8).
        05 FILLER PIC X(4) VALUE " TO ".
        05 PrnToDate PIC 9(8).
01 RuleLine.
        05 FILLER PIC X(20) VALUE "Legal age for sale  ".
        05 PrnLegalAge PIC Z9.
        05 FILLER PIC X(40) VALUE " -- ID asked of anyone not visibly over ".
        05 PrnChallengeAge PIC Z9.
01 RefusalHeading PIC X(30) VALUE "REFUSALS".
01 RefusalHeads PIC X(70) VALUE
    "Date      Time      Cashier     Terminal  Reason".
01 RefusalLine.
        05 PrnDate PIC 9(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnTime PIC 99B99B99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnUser PIC X(10).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnTerm PIC X(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnReason PIC X(30).
01 NoRefusalLine PIC X(30) VALUE "  (no refusals this week)".
01 CashierHeading PIC X(30) VALUE "BY CASHIER".
01 CashierHeads PIC X(60) VALUE
    "Cashier       ID checks   Refusals   Refused %".
01 CashierLine.
        05 PrnCshUser PIC X(10).
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnCshChecks PIC ZZZZ9.
        05 FILLER PIC X(6) VALUE SPACE.
        05 PrnCshRefusals PIC ZZZZ9.
        05 FILLER PIC X(6) VALUE SPACE.
        05 PrnCshPct PIC ZZ9.9.
01 OverflowLine PIC X(60) VALUE
    "*** MORE THAN 40 CASHIERS -- LATER CASHIERS OMITTED".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
*> THE SCHEDULED WEEKLY RUN ANSWERS 0 -- THE SEVEN DAYS UP TO AND INCLUDING TODAY
DISPLAY "Week ending (CCYYMMDD, 0 = today) : " WITH NO ADVANCING
ACCEPT WS-WeekEnding
IF WS-WeekEnding = 0
        ACCEPT WS-WeekEnding FROM DATE YYYYMMDD
END-IF
MOVE WS-WeekEnding TO WS-ToDate
COMPUTE WS-FromDate = FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(WS-ToDate) - 6)

OPEN OUTPUT AgeReport
MOVE WS-FromDate TO PrnFromDate
MOVE WS-ToDate TO PrnToDate
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
MOVE AlcoholLegalAge TO PrnLegalAge
MOVE AgeChallengeAge TO PrnChallengeAge
WRITE PrintLine FROM RuleLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM RefusalHeading AFTER ADVANCING 2 LINES
WRITE PrintLine FROM RefusalHeads AFTER ADVANCING 1 LINE

OPEN INPUT SecLogFile
IF SecLogStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ SecLogFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF (SEC-Event = "AGE-CHECK" OR SEC-Event = "AGE-REFUSE")
                        AND SEC-Date NOT < WS-FromDate AND SEC-Date NOT > WS-ToDate
                        PERFORM NoteAgeEvent
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SecLogFile
ELSE
        DISPLAY "SecLog.dat not found -- no ID checks on file."
END-IF
IF WS-RefuseCount = 0
        WRITE PrintLine FROM NoRefusalLine AFTER ADVANCING 1 LINE
END-IF

WRITE PrintLine FROM CashierHeading AFTER ADVANCING 3 LINES
WRITE PrintLine FROM CashierHeads AFTER ADVANCING 1 LINE
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > CashierCount
        MOVE TblCshUser(Temp_Count) TO PrnCshUser
        MOVE TblCshChecks(Temp_Count) TO PrnCshChecks
        MOVE TblCshRefusals(Temp_Count) TO PrnCshRefusals
        COMPUTE WS-RefusePct ROUNDED = TblCshRefusals(Temp_Count) * 100
            / (TblCshChecks(Temp_Count) + TblCshRefusals(Temp_Count))
        MOVE WS-RefusePct TO PrnCshPct
        WRITE PrintLine FROM CashierLine AFTER ADVANCING 1 LINE
        ADD 1 TO Temp_Count
END-PERFORM
IF WS-Overflow = 'Y'
        WRITE PrintLine FROM OverflowLine AFTER ADVANCING 1 LINE
END-IF
MOVE "TOTAL" TO PrnCshUser
MOVE WS-CheckCount TO PrnCshChecks
MOVE WS-RefuseCount TO PrnCshRefusals
MOVE 0 TO WS-RefusePct
IF WS-CheckCount + WS-RefuseCount > 0
        COMPUTE WS-RefusePct ROUNDED = WS-RefuseCount * 100
            / (WS-CheckCount + WS-RefuseCount)
END-IF
MOVE WS-RefusePct TO PrnCshPct
WRITE PrintLine FROM CashierLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE AgeReport
MOVE "AgeCheck.rpt" TO RF-ReportName
MOVE "AGERPT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY WS-CheckCount " check(s), " WS-RefuseCount " refusal(s), see AgeCheck.rpt"
STOP RUN.

*> A REFUSAL IS LISTED IN FULL; EVERY EVENT COUNTS AGAINST ITS CASHIER
NoteAgeEvent.
IF SEC-Event = "AGE-REFUSE"
        ADD 1 TO WS-RefuseCount
        MOVE SEC-Date TO PrnDate
        MOVE SEC-Time TO PrnTime
        MOVE SEC-UserID TO PrnUser
        MOVE SEC-Target TO PrnTerm
        MOVE SEC-Detail TO PrnReason
        WRITE PrintLine FROM RefusalLine AFTER ADVANCING 1 LINE
ELSE
        ADD 1 TO WS-CheckCount
END-IF
PERFORM FindCashierRow
IF CashierIdx > 0
        IF SEC-Event = "AGE-REFUSE"
            ADD 1 TO TblCshRefusals(CashierIdx)
        ELSE
            ADD 1 TO TblCshChecks(CashierIdx)
        END-IF
END-IF.

FindCashierRow.
MOVE 0 TO CashierIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > CashierCount
        IF TblCshUser(Temp_Count) = SEC-UserID
            MOVE Temp_Count TO CashierIdx
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF CashierIdx = 0
        IF CashierCount < 40
            ADD 1 TO CashierCount
            MOVE CashierCount TO CashierIdx
            MOVE SEC-UserID TO TblCshUser(CashierIdx)
            MOVE 0 TO TblCshChecks(CashierIdx)
            MOVE 0 TO TblCshRefusals(CashierIdx)
        ELSE
            MOVE 'Y' TO WS-Overflow
        END-IF
END-IF.
