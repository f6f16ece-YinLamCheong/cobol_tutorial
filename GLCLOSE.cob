        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GLCLOSE. *> period close for the ledger: accumulates the daily GLExtract.dat into a monthly (and fiscal period) ledger, prints the trial balance, and locks a closed month or period
AUTHOR. Yanling.
DATE-WRITTEN.Sep 2nd 2026
ENVIRONMENT DIVISION.
        SELECT ExtractFile ASSIGN TO "GLExtract.dat" *> GLEXTRACT's balanced daily postings
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExtractStatus.
        SELECT LedgerFile ASSIGN TO "GLLedger.dat" *> one record per account per month and per fiscal period, accumulated here
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LedgerStatus.
        SELECT PostCtlFile ASSIGN TO "GLPost.dat" *> every business date already posted -- the double-post lock
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PostCtlStatus.
        SELECT LockFile ASSIGN TO "GLLock.dat" *> months and fiscal periods closed for good -- nothing posts into them again
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LockStatus.
        SELECT TrialReport ASSIGN TO "TrialBal.rpt"

FD LedgerFile.
01 LedgerRecord.
        02 GL-Month PIC 9(6). *> CCYYMM, or CCYYPP (fiscal year + period) on an F row
        02 GL-Account PIC X(8).
        02 GL-DrAmt PIC 9(9)V99.
        02 GL-CrAmt PIC 9(9)V99.
        02 GL-Basis PIC X(1). *> M (or space, older rows) = calendar month, F = 4-4-5 fiscal period off FiscalCal.dat

FD PostCtlFile.
01 PostCtlData.

FD LockFile.
01 LockData.
        02 GK-Month PIC 9(6). *> CCYYMM, or CCYYPP when GK-Basis is F
        02 GK-Basis PIC X(1). *> M (or space) = calendar month, F = fiscal period

FD TrialReport.
01 PrintLine PIC X(90).
01 LockStatus PIC XX.
01 WS-ExtractDate PIC 9(8) VALUE 0.
01 WS-ExtractMonth PIC 9(6).
01 WS-ExtractPeriod PIC 9(6). *> fiscal CCYYPP of the extract date, zero when it is off the fiscal calendar
01 WS-TrialMonth PIC 9(6).
01 WS-Basis PIC X.
01 WS-PostKey PIC 9(6).
01 WS-PostBasis PIC X.
01 WS-AlreadyPosted PIC X.
01 WS-MonthLocked PIC X.
01 WS-CtlTotal PIC 9(8)V99.
01 WS-PostedDr PIC 9(8)V99.
01 WS-PostedCr PIC 9(8)V99.

*> the monthly and fiscal period ledger in storage -- accounts times periods stays small
01 LedgTable.
        05 LedgEntry OCCURS 600 TIMES.
            10 TblLedgMonth PIC 9(6).
            10 TblLedgAccount PIC X(8).
            10 TblLedgDr PIC 9(9)V99.
            10 TblLedgCr PIC 9(9)V99.
            10 TblLedgBasis PIC X(1).
01 LedgCount PIC 9(3) VALUE 0.
01 LedgIdx PIC 9(3).
01 Temp_Count PIC 9(3).
01 WS-TotDr PIC 9(10)V99.
01 WS-TotCr PIC 9(10)V99.

*> the extract date's fiscal period through the shared FISCLOOK routine
01 FL-Date PIC 9(8).
01 FL-FiscalYear PIC 9(4).
01 FL-Period PIC 9(2).
01 FL-Week PIC 9(2).
01 FL-PeriodStart PIC 9(8).
01 FL-PeriodEnd PIC 9(8).
01 FL-Found PIC X.

01 PageHeading.
        05 FILLER PIC X(18) VALUE "TRIAL BALANCE FOR ".
        05 PrnTrialLabel PIC X(15) VALUE "MONTH".
        05 PrnMonth PIC 9(6).
01 Heads PIC X(80) VALUE
    "Account       Opening        Debits       Credits       Closing".
01 BalancedLine PIC X(40) VALUE "DEBITS EQUAL CREDITS -- IN BALANCE".
01 UnbalancedLine PIC X(45) VALUE "*** DEBITS DO NOT EQUAL CREDITS -- REVIEW ***".
01 LockedTag PIC X(30) VALUE "THIS MONTH IS LOCKED (CLOSED)".
01 PeriodLockedTag PIC X(40) VALUE "THIS FISCAL PERIOD IS LOCKED (CLOSED)".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
StartPara.
            DISPLAY " "
            DISPLAY "GENERAL LEDGER PERIOD CLOSE"
            DISPLAY "1            : Post Today's GLExtract.dat Into The Ledger"
            DISPLAY "2            : Print Trial Balance For A Month Or Fiscal Period"
            DISPLAY "3            : Lock A Closed Month Or Fiscal Period"
            DISPLAY "4            : Print The AP Aging For The Month-End Pack"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
                WHEN 1 PERFORM PostExtract
                WHEN 2 PERFORM PrintTrialBalance
                WHEN 3 PERFORM LockMonth
                WHEN 4 PERFORM PrintAPAging
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        STOP RUN.

*> ACCUMULATE THE DAILY EXTRACT INTO THE MONTHLY LEDGER, AND INTO ITS FISCAL
*> PERIOD'S ROWS WHEN THE DATE IS ON THE FISCAL CALENDAR -- A DATE ALREADY
*> POSTED, OR A MONTH OR FISCAL PERIOD ALREADY LOCKED, IS REFUSED FLAT
PostExtract.
        MOVE 0 TO WS-ExtractDate
        MOVE 0 TO WS-CtlTotal
                DISPLAY "The extract is empty -- nothing posted."
            ELSE
                MOVE WS-ExtractDate(1:6) TO WS-ExtractMonth
                MOVE WS-ExtractDate TO FL-Date
                CALL "FISCLOOK" USING FL-Date, FL-FiscalYear, FL-Period, FL-Week,
                    FL-PeriodStart, FL-PeriodEnd, FL-Found
                IF FL-Found = 'Y'
                    COMPUTE WS-ExtractPeriod = FL-FiscalYear * 100 + FL-Period
                ELSE
                    MOVE 0 TO WS-ExtractPeriod
                END-IF
                PERFORM CheckAlreadyPosted
                PERFORM CheckMonthLocked
                IF WS-AlreadyPosted = 'Y'
                    DISPLAY "Business date " WS-ExtractDate " was already posted -- the same extract cannot post twice."
                ELSE
                IF WS-MonthLocked = 'Y'
                    DISPLAY "Month " WS-ExtractMonth " or its fiscal period is locked -- nothing can post into a closed month or period."
                ELSE
                    PERFORM LoadLedger
                    OPEN INPUT ExtractFile
                        WRITE PostCtlData
                        CLOSE PostCtlFile
                        DISPLAY "Extract for " WS-ExtractDate " posted into month " WS-ExtractMonth "."
                        IF WS-ExtractPeriod = 0
                            DISPLAY "The date is not on FiscalCal.dat -- no fiscal period row posted."
                        END-IF
                    END-IF
                END-IF
                END-IF
                READ LockFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF GK-Basis = 'F'
                            IF WS-ExtractPeriod NOT = 0 AND GK-Month = WS-ExtractPeriod
                                MOVE 'Y' TO WS-MonthLocked
                            END-IF
                        ELSE
                            IF WS-ExtractMonth NOT = 0 AND GK-Month = WS-ExtractMonth
                                MOVE 'Y' TO WS-MonthLocked
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            WHEN "CT"
                MOVE GX-Amount TO WS-CtlTotal
            WHEN "DR"
                MOVE WS-ExtractMonth TO WS-PostKey
                MOVE 'M' TO WS-PostBasis
                PERFORM FindLedgerRow
                IF LedgIdx > 0
                    ADD GX-Amount TO TblLedgDr(LedgIdx)
                    ADD GX-Amount TO WS-PostedDr
                END-IF
                IF WS-ExtractPeriod NOT = 0
                    MOVE WS-ExtractPeriod TO WS-PostKey
                    MOVE 'F' TO WS-PostBasis
                    PERFORM FindLedgerRow
                    IF LedgIdx > 0
                        ADD GX-Amount TO TblLedgDr(LedgIdx)
                    END-IF
                END-IF
            WHEN "CR"
                MOVE WS-ExtractMonth TO WS-PostKey
                MOVE 'M' TO WS-PostBasis
                PERFORM FindLedgerRow
                IF LedgIdx > 0
                    ADD GX-Amount TO TblLedgCr(LedgIdx)
                    ADD GX-Amount TO WS-PostedCr
                END-IF
                IF WS-ExtractPeriod NOT = 0
                    MOVE WS-ExtractPeriod TO WS-PostKey
                    MOVE 'F' TO WS-PostBasis
                    PERFORM FindLedgerRow
                    IF LedgIdx > 0
                        ADD GX-Amount TO TblLedgCr(LedgIdx)
                    END-IF
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
        MOVE 0 TO LedgIdx
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > LedgCount
            IF TblLedgMonth(Temp_Count) = WS-PostKey
                AND TblLedgBasis(Temp_Count) = WS-PostBasis
                AND TblLedgAccount(Temp_Count) = GX-Account
                MOVE Temp_Count TO LedgIdx
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM
        IF LedgIdx = 0 AND LedgCount < 600
            ADD 1 TO LedgCount
            MOVE LedgCount TO LedgIdx
            MOVE WS-PostKey TO TblLedgMonth(LedgIdx)
            MOVE WS-PostBasis TO TblLedgBasis(LedgIdx)
            MOVE GX-Account TO TblLedgAccount(LedgIdx)
            MOVE 0 TO TblLedgDr(LedgIdx)
            MOVE 0 TO TblLedgCr(LedgIdx)
                READ LedgerFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF LedgCount < 600
                            ADD 1 TO LedgCount
                            MOVE GL-Month TO TblLedgMonth(LedgCount)
                            MOVE GL-Account TO TblLedgAccount(LedgCount)
                            MOVE GL-DrAmt TO TblLedgDr(LedgCount)
                            MOVE GL-CrAmt TO TblLedgCr(LedgCount)
                            IF GL-Basis = 'F'
                                MOVE 'F' TO TblLedgBasis(LedgCount)
                            ELSE
                                MOVE 'M' TO TblLedgBasis(LedgCount)
                            END-IF
                        ELSE
                            MOVE 'Y' TO LedgOverflow
                        END-IF
                MOVE TblLedgAccount(Temp_Count) TO GL-Account
                MOVE TblLedgDr(Temp_Count) TO GL-DrAmt
                MOVE TblLedgCr(Temp_Count) TO GL-CrAmt
                MOVE TblLedgBasis(Temp_Count) TO GL-Basis
                WRITE LedgerRecord
                ADD 1 TO Temp_Count
            END-PERFORM
            CLOSE LedgerFile
        END-IF.

*> OPENING BALANCES CARRY IN FROM EVERY PRIOR MONTH (OR FISCAL PERIOD) ON THE
*> LEDGER, THE PERIOD'S MOVEMENT PRINTS AS DR/CR COLUMNS, AND THE CLOSING NET ROLLS FORWARD
PrintTrialBalance.
        DISPLAY " "
        PERFORM AskLedgerPeriod
        MOVE WS-ExtractMonth TO WS-TrialMonth
        IF WS-Basis = 'F'
            MOVE WS-ExtractPeriod TO WS-TrialMonth
        END-IF
        PERFORM LoadLedger
        MOVE 0 TO TrialCount
        MOVE 1 TO Temp_Count

        OPEN OUTPUT TrialReport
        MOVE WS-TrialMonth TO PrnMonth
        IF WS-Basis = 'F'
            MOVE "FISCAL PERIOD" TO PrnTrialLabel
        ELSE
            MOVE "MONTH" TO PrnTrialLabel
        END-IF
        WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
        PERFORM CheckMonthLocked
        IF WS-MonthLocked = 'Y'
            IF WS-Basis = 'F'
                WRITE PrintLine FROM PeriodLockedTag AFTER ADVANCING 1 LINE
            ELSE
                WRITE PrintLine FROM LockedTag AFTER ADVANCING 1 LINE
            END-IF
        END-IF
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        MOVE 0 TO WS-TotDr
        END-IF
        WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
        CLOSE TrialReport
        MOVE "TrialBal.rpt" TO RF-ReportName
        MOVE "GLCLOSE" TO RF-Program
        MOVE 0 TO RF-BusDate
        CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
        DISPLAY "Trial balance written to TrialBal.rpt".

*> ONE LEDGER ROW SORTED INTO ITS ACCOUNT'S TRIAL LINE: PRIOR MONTHS FEED
*> THE OPENING BALANCE, THE REQUESTED MONTH FEEDS THE MOVEMENT COLUMNS.
*> ONLY ROWS OF THE BASIS ASKED FOR COUNT -- MONTH ROWS OR FISCAL PERIOD ROWS
BuildTrialRow.
        IF TblLedgBasis(Temp_Count) = WS-Basis
            PERFORM AddToTrialRow
        END-IF
        ADD 1 TO Temp_Count.

AddToTrialRow.
        MOVE 0 TO TrialIdx
        MOVE 1 TO LedgIdx
        PERFORM UNTIL LedgIdx > TrialCount
                ADD TblLedgDr(Temp_Count) TO TblTrialDr(TrialIdx)
                ADD TblLedgCr(Temp_Count) TO TblTrialCr(TrialIdx)
            END-IF
        END-IF.

LockMonth.
        DISPLAY " "
        PERFORM AskLedgerPeriod
        PERFORM CheckMonthLocked
        IF WS-MonthLocked = 'Y'
            DISPLAY "That period is already locked."
        ELSE
            OPEN EXTEND LockFile
            IF LockStatus NOT = "00"
                OPEN OUTPUT LockFile
            END-IF
            IF WS-Basis = 'F'
                MOVE WS-ExtractPeriod TO GK-Month
                MOVE 'F' TO GK-Basis
            ELSE
                MOVE WS-ExtractMonth TO GK-Month
                MOVE 'M' TO GK-Basis
            END-IF
            WRITE LockData
            CLOSE LockFile
            DISPLAY "Period " GK-Month " locked -- no further postings will be accepted."
        END-IF.

*> A MONTH OR A FISCAL PERIOD -- THE OTHER KEY IS ZEROED SO THE LOCK CHECK
*> LOOKS AT ONLY THE ONE ASKED FOR
AskLedgerPeriod.
        DISPLAY "By (M) calendar month or (F) fiscal period : " WITH NO ADVANCING
        ACCEPT WS-Basis
        MOVE 0 TO WS-ExtractMonth
        MOVE 0 TO WS-ExtractPeriod
        IF WS-Basis = 'F' OR WS-Basis = 'f'
            MOVE 'F' TO WS-Basis
            DISPLAY "Fiscal year + period (CCYYPP) : " WITH NO ADVANCING
            ACCEPT WS-ExtractPeriod
        ELSE
            MOVE 'M' TO WS-Basis
            DISPLAY "Month (CCYYMM) : " WITH NO ADVANCING
            ACCEPT WS-ExtractMonth
        END-IF.

*> THE MONTH-END PACK CARRIES WHAT WE STILL OWE SUPPLIERS ALONGSIDE THE TRIAL BALANCE
PrintAPAging.
        DISPLAY " "
        CALL "SYSTEM" USING "./APAGING"
        IF RETURN-CODE NOT = 0
            DISPLAY "APAGING did not complete (return code " RETURN-CODE ")."
            MOVE 0 TO RETURN-CODE
        END-IF.
