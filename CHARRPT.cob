        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHARRPT. *> monthly charity remittance: the round-up donations taken at the tender line, by campaign -- each campaign's total is what is owed to that charity
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT HistFile ASSIGN TO WS-HistFileName *> one day's archived journal at a time; the live log is swept too for an unarchived day
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HistFileStatus.
        SELECT CharityFile ASSIGN TO "Charity.dat" *> campaign names, maintained in CHARMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CharityFileStatus.
        SELECT CharReport ASSIGN TO "CharRemit.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD HistFile.
COPY SALESLOG.

FD CharityFile.
COPY CHARITY.

FD CharReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 HistFileStatus PIC XX.
01 CharityFileStatus PIC XX.
01 WS-Month PIC 9(6). *> CCYYMM being remitted
01 WS-NextMonth PIC 9(6). *> the month after, for the month-end date
01 WS-Today.
        05 WS-TodayYear PIC 9(4).
        05 WS-TodayMonth PIC 99.
        05 WS-TodayDay PIC 99.
01 WS-Day PIC 99.
01 WS-CurDate PIC 9(8).
01 WS-HistFileName PIC X(30).

01 DonationCount PIC 9(6) VALUE 0.
01 CashTotal PIC 9(8)V99 VALUE 0.
01 CardTotal PIC 9(8)V99 VALUE 0.
01 OwedTotal PIC 9(8)V99 VALUE 0.

*> one row per campaign that took a round-up in the month
01 CampTable.
        05 CampEntry OCCURS 30 TIMES.
            10 TblCampID PIC X(8).
            10 TblCampName PIC X(20).
            10 TblCampCount PIC 9(5).
            10 TblCampCash PIC 9(7)V99.
            10 TblCampCard PIC 9(7)V99.
01 CampCount PIC 99 VALUE 0.
01 CampIdx PIC 99.
01 Temp_Count PIC 99.
01 WS-Overflow PIC X VALUE 'N'.

01 PageHeading.
        05 FILLER PIC X(36) VALUE "CHARITY ROUND-UP REMITTANCE, MONTH  ".
        05 PrnMonth PIC 9(6).
01 CampHeads PIC X(80) VALUE
    "Campaign  Charity               Count        Cash        Card  TOTAL OWED".
01 CampLine.
        05 PrnCampID PIC X(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnCampName PIC X(20).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnCampCount PIC ZZZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnCampCash PIC $$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnCampCard PIC $$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnCampOwed PIC $$$,$$9.99.
01 NoCampLine PIC X(40) VALUE "  (no round-up donations this month)".
01 OverflowLine PIC X(60) VALUE
    "*** MORE THAN 30 CAMPAIGNS -- LATER ONES IN THE TOTALS ONLY".
01 RemitLine.
        05 PrnRemitText PIC X(28).
        05 PrnRemitAmt PIC $$,$$$,$$9.99.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
*> THE SCHEDULED MONTHLY RUN ANSWERS 0 -- THE MONTH JUST ENDED
DISPLAY "Remit for month (CCYYMM, 0 = last month) : " WITH NO ADVANCING
ACCEPT WS-Month
IF WS-Month = 0
        ACCEPT WS-Today FROM DATE YYYYMMDD
        IF WS-TodayMonth = 1
            COMPUTE WS-Month = (WS-TodayYear - 1) * 100 + 12
        ELSE
            COMPUTE WS-Month = WS-TodayYear * 100 + WS-TodayMonth - 1
        END-IF
END-IF

*> SWEEP EVERY DAY'S HISTORY FILE FOR THE MONTH, THEN THE LIVE LOG FOR
*> ANYTHING NOT YET ARCHIVED
MOVE 1 TO WS-Day
PERFORM UNTIL WS-Day > 31
        MOVE WS-Month TO WS-CurDate(1:6)
        MOVE WS-Day TO WS-CurDate(7:2)
        MOVE SPACE TO WS-HistFileName
        STRING "SalesLog_" DELIMITED BY SIZE
            WS-CurDate DELIMITED BY SIZE
            ".dat" DELIMITED BY SIZE
            INTO WS-HistFileName
        PERFORM SweepOneFile
        ADD 1 TO WS-Day
END-PERFORM
MOVE "SalesLog.dat" TO WS-HistFileName
PERFORM SweepOneFile
PERFORM NameCampaigns

OPEN OUTPUT CharReport
MOVE WS-Month TO PrnMonth
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM CampHeads AFTER ADVANCING 2 LINES
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > CampCount
        MOVE TblCampID(Temp_Count) TO PrnCampID
        MOVE TblCampName(Temp_Count) TO PrnCampName
        MOVE TblCampCount(Temp_Count) TO PrnCampCount
        MOVE TblCampCash(Temp_Count) TO PrnCampCash
        MOVE TblCampCard(Temp_Count) TO PrnCampCard
        COMPUTE PrnCampOwed = TblCampCash(Temp_Count) + TblCampCard(Temp_Count)
        WRITE PrintLine FROM CampLine AFTER ADVANCING 1 LINE
        ADD 1 TO Temp_Count
END-PERFORM
IF CampCount = 0
        WRITE PrintLine FROM NoCampLine AFTER ADVANCING 1 LINE
END-IF
IF WS-Overflow = 'Y'
        WRITE PrintLine FROM OverflowLine AFTER ADVANCING 1 LINE
END-IF
COMPUTE OwedTotal = CashTotal + CardTotal
MOVE "TOTAL" TO PrnCampID
MOVE SPACE TO PrnCampName
MOVE DonationCount TO PrnCampCount
MOVE CashTotal TO PrnCampCash
MOVE CardTotal TO PrnCampCard
MOVE OwedTotal TO PrnCampOwed
WRITE PrintLine FROM CampLine AFTER ADVANCING 2 LINES

MOVE "Taken in cash             : " TO PrnRemitText
MOVE CashTotal TO PrnRemitAmt
WRITE PrintLine FROM RemitLine AFTER ADVANCING 3 LINES
MOVE "Taken on card             : " TO PrnRemitText
MOVE CardTotal TO PrnRemitAmt
WRITE PrintLine FROM RemitLine AFTER ADVANCING 1 LINE
MOVE "TOTAL OWED TO CHARITIES   : " TO PrnRemitText
MOVE OwedTotal TO PrnRemitAmt
WRITE PrintLine FROM RemitLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE CharReport
MOVE "CharRemit.rpt" TO RF-ReportName
MOVE "CHARRPT" TO RF-Program
*> FILED UNDER THE MONTH'S LAST DAY -- THE FIRST OF THE NEXT, LESS ONE DAY
MOVE 0 TO RF-BusDate
IF WS-Month(5:2) = "12"
        COMPUTE WS-NextMonth = WS-Month + 89
ELSE
        COMPUTE WS-NextMonth = WS-Month + 1
END-IF
IF WS-Month(5:2) NOT < "01" AND WS-Month(5:2) NOT > "12"
        COMPUTE RF-BusDate = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-NextMonth * 100 + 1) - 1)
END-IF
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Owed to charities for " WS-Month " : " PrnRemitAmt ", see CharRemit.rpt"
STOP RUN.

SweepOneFile.
OPEN INPUT HistFile
IF HistFileStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ HistFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END PERFORM TallyRecord
            END-READ
        END-PERFORM
        CLOSE HistFile
END-IF.

*> EACH 'D' RECORD CARRIES ITS CAMPAIGN IN SL-DiscountCode AND THE SLOT IT
*> WAS PAID WITH -- PRACTICE TRANSACTIONS NEVER RAISED REAL MONEY
TallyRecord.
IF SL-Date(1:6) = WS-Month AND SL-Training NOT = 'Y'
        AND SL-RecType = 'D'
        ADD 1 TO DonationCount
        IF SL-Tender1Type = "CASH"
            ADD SL-Amount TO CashTotal
        ELSE
            ADD SL-Amount TO CardTotal
        END-IF
        PERFORM FindCampRow
        IF CampIdx > 0
            ADD 1 TO TblCampCount(CampIdx)
            IF SL-Tender1Type = "CASH"
                ADD SL-Amount TO TblCampCash(CampIdx)
            ELSE
                ADD SL-Amount TO TblCampCard(CampIdx)
            END-IF
        END-IF
END-IF.

FindCampRow.
MOVE 0 TO CampIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > CampCount
        IF TblCampID(Temp_Count) = SL-DiscountCode
            MOVE Temp_Count TO CampIdx
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF CampIdx = 0
        IF CampCount < 30
            ADD 1 TO CampCount
            MOVE CampCount TO CampIdx
            MOVE SL-DiscountCode TO TblCampID(CampIdx)
            MOVE SL-MenuItemName TO TblCampName(CampIdx)
            MOVE 0 TO TblCampCount(CampIdx)
            MOVE 0 TO TblCampCash(CampIdx)
            MOVE 0 TO TblCampCard(CampIdx)
        ELSE
            MOVE 'Y' TO WS-Overflow
        END-IF
END-IF.

*> THE NAME ON FILE NOW WINS OVER THE ONE THE JOURNAL CARRIED AT THE TIME
NameCampaigns.
OPEN INPUT CharityFile
IF CharityFileStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ CharityFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE 1 TO Temp_Count
                    PERFORM UNTIL Temp_Count > CampCount
                        IF TblCampID(Temp_Count) = CH-CampID
                            MOVE CH-Name TO TblCampName(Temp_Count)
                        END-IF
                        ADD 1 TO Temp_Count
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE CharityFile
END-IF.
