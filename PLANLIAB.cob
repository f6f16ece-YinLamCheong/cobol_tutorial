        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PLANLIAB. *> prepaid plan liability: every punch card and meal plan with servings still owed, valued at what the guest paid per serving
AUTHOR. Yanling.
DATE-WRITTEN.Sep 30th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT EntitlementFile ASSIGN TO "Entitlement.dat" *> the servings owed -- sold and drawn down at the register
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EN-PlanNo
            FILE STATUS IS EntStatus.
        SELECT LiabReport ASSIGN TO "PlanLiab.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD EntitlementFile.
COPY ENTITLE.

FD LiabReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 EntStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-Left PIC 9(4).
01 WS-Value PIC 9(6)V99.

*> unredeemed servings still usable, and those past their use-by date
01 LiveCnt PIC 9(5) VALUE 0.
01 LiveServ PIC 9(7) VALUE 0.
01 LiveAmt PIC 9(8)V99 VALUE 0.
01 ExpiredCnt PIC 9(5) VALUE 0.
01 ExpiredServ PIC 9(7) VALUE 0.
01 ExpiredAmt PIC 9(8)V99 VALUE 0.
01 TotalLiabAmt PIC 9(8)V99 VALUE 0.

01 PageHeading.
        05 FILLER PIC X(37) VALUE "PREPAID PLAN LIABILITY REPORT AS AT  ".
        05 PrnToday PIC 9(8).
01 Heads PIC X(90) VALUE
    "Plan          Cust  Description           Covers    Left  Use By         Value".
01 PlanDetailLine.
        05 PrnPlanNo PIC X(12).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnCustID PIC Z(4)9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDesc PIC X(20).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnCovers PIC X(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnLeft PIC ZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnUseBy PIC X(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnExpFlag PIC X(1).
        05 PrnValue PIC $$$,$$9.99.
01 SummaryLine.
        05 PrnSumText PIC X(26).
        05 PrnSumCnt PIC ZZZZ9.
        05 FILLER PIC X(9) VALUE " plan(s) ".
        05 PrnSumServ PIC ZZZZZZ9.
        05 FILLER PIC X(12) VALUE " serving(s) ".
        05 PrnSumAmt PIC $$$$,$$9.99.
01 ExpiredNote PIC X(80) VALUE
    "* past its use-by date -- unredeemed, for the books to release as breakage".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD

OPEN OUTPUT LiabReport
MOVE WS-Today TO PrnToday
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES

OPEN INPUT EntitlementFile
IF EntStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ EntitlementFile NEXT RECORD
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF EN-Status = 'A' AND EN-ServBought > EN-ServUsed
                        PERFORM ValueOnePlan
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EntitlementFile
ELSE
        DISPLAY "Entitlement.dat not found -- no plans sold."
END-IF

COMPUTE TotalLiabAmt = LiveAmt + ExpiredAmt
MOVE "  still usable          : " TO PrnSumText
MOVE LiveCnt TO PrnSumCnt
MOVE LiveServ TO PrnSumServ
MOVE LiveAmt TO PrnSumAmt
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
MOVE "  past use-by (breakage): " TO PrnSumText
MOVE ExpiredCnt TO PrnSumCnt
MOVE ExpiredServ TO PrnSumServ
MOVE ExpiredAmt TO PrnSumAmt
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "  TOTAL UNREDEEMED      : " TO PrnSumText
COMPUTE PrnSumCnt = LiveCnt + ExpiredCnt
COMPUTE PrnSumServ = LiveServ + ExpiredServ
MOVE TotalLiabAmt TO PrnSumAmt
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
IF ExpiredCnt > 0
        WRITE PrintLine FROM ExpiredNote AFTER ADVANCING 2 LINES
END-IF

WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE LiabReport
MOVE "PlanLiab.rpt" TO RF-ReportName
MOVE "PLANLIAB" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Prepaid plan liability written to PlanLiab.rpt"
STOP RUN.

*> EACH UNREDEEMED SERVING IS WORTH WHAT THE GUEST PAID FOR ONE --
*> PRICE PAID OVER SERVINGS BOUGHT
ValueOnePlan.
COMPUTE WS-Left = EN-ServBought - EN-ServUsed
COMPUTE WS-Value ROUNDED = EN-PricePaid * WS-Left / EN-ServBought
MOVE EN-PlanNo TO PrnPlanNo
MOVE EN-CustID TO PrnCustID
MOVE EN-Desc TO PrnDesc
IF EN-MenuID NOT = SPACE
        MOVE EN-MenuID TO PrnCovers
ELSE
        MOVE EN-Category TO PrnCovers
END-IF
MOVE WS-Left TO PrnLeft
MOVE WS-Value TO PrnValue
MOVE SPACE TO PrnExpFlag
IF EN-ExpiryDate IS NUMERIC AND EN-ExpiryDate > 0
        MOVE EN-ExpiryDate TO PrnUseBy
ELSE
        MOVE "NONE" TO PrnUseBy
END-IF
IF EN-ExpiryDate IS NUMERIC AND EN-ExpiryDate > 0
        AND EN-ExpiryDate < WS-Today
        MOVE "*" TO PrnExpFlag
        ADD 1 TO ExpiredCnt
        ADD WS-Left TO ExpiredServ
        ADD WS-Value TO ExpiredAmt
ELSE
        ADD 1 TO LiveCnt
        ADD WS-Left TO LiveServ
        ADD WS-Value TO LiveAmt
END-IF
WRITE PrintLine FROM PlanDetailLine AFTER ADVANCING 1 LINE.
