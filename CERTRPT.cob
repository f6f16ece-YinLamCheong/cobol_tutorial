        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CERTRPT. *> monthly staff certificate check: every active user whose food-handler or alcohol-service certificate has lapsed or falls due within the warning window
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT CashierFile ASSIGN TO "Cashier.dat" *> certificates are kept on each user by USERMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CashierFileStatus.
        SELECT CertReport ASSIGN TO "CertRpt.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CashierFile.
COPY CASHIER.

FD CertReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 CashierFileStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-DaysLeft PIC S9(5).
01 CertSub PIC 9.
01 WS-HasFood PIC X.
01 WS-UsersChecked PIC 9(3) VALUE 0.
01 WS-ExpiredCount PIC 9(3) VALUE 0.
01 WS-DueCount PIC 9(3) VALUE 0.
01 WS-NoFoodCount PIC 9(3) VALUE 0.
COPY RATES. *> CertWarnDays

01 PageHeading.
        05 FILLER PIC X(32) VALUE "STAFF CERTIFICATES AS OF        ".
        05 PrnToday PIC 9(8).
        05 FILLER PIC X(14) VALUE "  DUE WITHIN ".
        05 PrnWarnDays PIC ZZ9.
        05 FILLER PIC X(5) VALUE " DAYS".
01 Heads PIC X(80) VALUE
    "User ID      Role Certificate       Number        Expires   Status".
01 DetailLine.
        05 PrnUserID PIC X(10).
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnRole PIC X(1).
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnCertName PIC X(16).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnCertRef PIC X(12).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnExpiry PIC X(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnStatus PIC X(24).
01 WS-DaysDisp PIC ZZ9.
01 SummaryLine1.
        05 FILLER PIC X(34) VALUE "Active users checked         : ".
        05 PrnUsers PIC ZZ9.
01 SummaryLine2.
        05 FILLER PIC X(34) VALUE "Certificates expired         : ".
        05 PrnExpired PIC ZZ9.
01 SummaryLine3.
        05 FILLER PIC X(34) VALUE "Certificates expiring soon   : ".
        05 PrnDue PIC ZZ9.
01 SummaryLine4.
        05 FILLER PIC X(34) VALUE "Users with no food handler   : ".
        05 PrnNoFood PIC ZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD

OPEN OUTPUT CertReport
MOVE WS-Today TO PrnToday
MOVE CertWarnDays TO PrnWarnDays
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES

OPEN INPUT CashierFile
IF CashierFileStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ CashierFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF CashierActive NOT = 'N'
                        PERFORM CheckUser
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CashierFile
ELSE
        DISPLAY "Cashier.dat not found -- nothing to check."
        MOVE 8 TO RETURN-CODE
END-IF

MOVE WS-UsersChecked TO PrnUsers
WRITE PrintLine FROM SummaryLine1 AFTER ADVANCING 3 LINES
MOVE WS-ExpiredCount TO PrnExpired
WRITE PrintLine FROM SummaryLine2 AFTER ADVANCING 1 LINE
MOVE WS-DueCount TO PrnDue
WRITE PrintLine FROM SummaryLine3 AFTER ADVANCING 1 LINE
MOVE WS-NoFoodCount TO PrnNoFood
WRITE PrintLine FROM SummaryLine4 AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE CertReport
MOVE "CertRpt.rpt" TO RF-ReportName
MOVE "CERTRPT" TO RF-Program
MOVE WS-Today TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
IF WS-ExpiredCount > 0 OR WS-NoFoodCount > 0
        MOVE 8 TO RETURN-CODE *> someone is working without a valid certificate
END-IF
DISPLAY "Certificate check written to CertRpt.rpt"
STOP RUN.

*> A LAPSED CERTIFICATE, OR ONE DUE WITHIN CertWarnDays, GETS A LINE. EVERYONE
*> HANDLES FOOD, SO A USER WITH NO FOOD-HANDLER CERTIFICATE AT ALL IS LISTED
*> TOO; AN ALCOHOL CERTIFICATE IS ONLY NEEDED BY THOSE WHO SERVE IT
CheckUser.
ADD 1 TO WS-UsersChecked
MOVE 'N' TO WS-HasFood
MOVE CashierID TO PrnUserID
MOVE CashierRole TO PrnRole
MOVE 1 TO CertSub
PERFORM UNTIL CertSub > 3
        IF CertType(CertSub) NOT = SPACE AND CertExpiry(CertSub) IS NUMERIC
            IF CertType(CertSub) = 'F'
                MOVE 'Y' TO WS-HasFood
                MOVE "FOOD HANDLER" TO PrnCertName
            ELSE
                MOVE "ALCOHOL SERVICE" TO PrnCertName
            END-IF
            MOVE CertRef(CertSub) TO PrnCertRef
            MOVE CertExpiry(CertSub) TO PrnExpiry
            IF CertExpiry(CertSub) < WS-Today
                MOVE "EXPIRED" TO PrnStatus
                ADD 1 TO WS-ExpiredCount
                WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE
            ELSE
                COMPUTE WS-DaysLeft =
                    FUNCTION INTEGER-OF-DATE(CertExpiry(CertSub))
                    - FUNCTION INTEGER-OF-DATE(WS-Today)
                IF WS-DaysLeft NOT > CertWarnDays
                    MOVE WS-DaysLeft TO WS-DaysDisp
                    MOVE SPACE TO PrnStatus
                    STRING "EXPIRES IN " WS-DaysDisp " DAYS"
                        DELIMITED BY SIZE INTO PrnStatus
                    ADD 1 TO WS-DueCount
                    WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE
                END-IF
            END-IF
        END-IF
        ADD 1 TO CertSub
END-PERFORM
IF WS-HasFood = 'N'
        MOVE "FOOD HANDLER" TO PrnCertName
        MOVE SPACE TO PrnCertRef
        MOVE SPACE TO PrnExpiry
        MOVE "NONE ON FILE" TO PrnStatus
        ADD 1 TO WS-NoFoodCount
        WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE
END-IF.
