            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            FILE STATUS IS CustomerFileStatus.
        SELECT HouseholdFile ASSIGN TO "Household.dat" *> a household's pooled points stay live while any member is active
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HouseholdStatus.
        SELECT ExpiryJournal ASSIGN TO "PtsExpiry.dat" *> permanent record of every expiry taken, appended per run
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT ExpiryReport ASSIGN TO "PtsExpiry.rpt"
FD CustomerFile.
COPY CUSTOMER.

FD HouseholdFile.
COPY HOUSEHLD.

FD ExpiryJournal.
01 ExpiryJournalData.
        02 XJ-IDNum PIC 9(5).
01 CustomerFileStatus PIC XX.
01 WS-CutoffDate PIC 9(8). *> expire balances untouched since before this date (normally twelve months back)
01 WS-RunDate PIC 9(8).
01 HouseholdStatus PIC XX.

*> household links, each with its member's last activity from a first pass of
*> Customer.dat -- a member's points only expire once the whole household is idle
01 HouseTable.
        05 HouseEntry OCCURS 500 TIMES.
            10 TblHouseCust PIC 9(5).
            10 TblHouseID PIC 9(5).
            10 TblHouseActivity PIC 9(8).
01 HouseCount PIC 9(3) VALUE 0.
01 HouseIdx PIC 9(3).
01 HouseSub PIC 9(3).
01 WS-EffActivity PIC 9(8).

01 PageHeading.
        05 FILLER PIC X(31) VALUE "LOYALTY POINT EXPIRY - CUTOFF  ".
01 AfterTotal PIC 9(9) VALUE 0.
01 ExpiredCount PIC 9(5) VALUE 0.
01 WS-CustFullName PIC X(31).
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-RunDate FROM DATE YYYYMMDD
        DISPLAY "Customer.dat not found -- nothing to expire."
        STOP RUN
END-IF
PERFORM LoadHouseholds
IF HouseCount > 0
        PERFORM UNTIL WSEOF = 'Y'
            READ CustomerFile NEXT RECORD
                AT END MOVE 'Y' TO WSEOF
                NOT AT END PERFORM NoteMemberActivity
            END-READ
        END-PERFORM
        CLOSE CustomerFile
        OPEN I-O CustomerFile
        MOVE 'N' TO WSEOF
END-IF

OPEN OUTPUT ExpiryReport
MOVE WS-CutoffDate TO PrnCutoff
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM TotalsLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ExpiryReport
MOVE "PtsExpiry.rpt" TO RF-ReportName
MOVE "PTSEXPIRE" TO RF-Program
MOVE WS-RunDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Expiry run complete, " ExpiredCount " balance(s) expired, see PtsExpiry.rpt"
STOP RUN.

*> A BALANCE WITH NO REGISTER ACTIVITY SINCE THE CUTOFF IS REMOVED IN FULL --
*> THE MASTER ONLY CARRIES ONE ACTIVITY DATE, NOT A DATE PER EARN. A HOUSEHOLD
*> MEMBER GOES BY THE LATEST ACTIVITY OF ANYONE IN THEIR HOUSEHOLD
CheckOneCustomer.
ADD LoyaltyPoints TO BeforeTotal
MOVE LastActivityDate TO WS-EffActivity
PERFORM FindHouseLink
IF HouseIdx > 0
        MOVE 1 TO HouseSub
        PERFORM UNTIL HouseSub > HouseCount
            IF TblHouseID(HouseSub) = TblHouseID(HouseIdx)
                AND TblHouseActivity(HouseSub) > WS-EffActivity
                MOVE TblHouseActivity(HouseSub) TO WS-EffActivity
            END-IF
            ADD 1 TO HouseSub
        END-PERFORM
END-IF
IF LoyaltyPoints > 0 AND WS-EffActivity < WS-CutoffDate
        ADD 1 TO ExpiredCount
        CALL "NAMEJOIN" USING FirstName, LastName, WS-CustFullName
        MOVE IDNum TO PrnIDNum
ELSE
        ADD LoyaltyPoints TO AfterTotal
END-IF.

NoteMemberActivity.
PERFORM FindHouseLink
IF HouseIdx > 0 AND LastActivityDate IS NUMERIC
        MOVE LastActivityDate TO TblHouseActivity(HouseIdx)
END-IF.

*> HouseIdx = THE CURRENT CUSTOMER'S HOUSEHOLD LINK, ZERO WHEN THEY HAVE NONE
FindHouseLink.
MOVE 0 TO HouseIdx
MOVE 1 TO HouseSub
PERFORM UNTIL HouseSub > HouseCount
        IF TblHouseCust(HouseSub) = IDNum
            MOVE HouseSub TO HouseIdx
        END-IF
        ADD 1 TO HouseSub
END-PERFORM.

LoadHouseholds.
OPEN INPUT HouseholdFile
IF HouseholdStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ HouseholdFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF HouseCount < 500
                        ADD 1 TO HouseCount
                        MOVE HH-CustID TO TblHouseCust(HouseCount)
                        MOVE HH-HouseID TO TblHouseID(HouseCount)
                        MOVE 0 TO TblHouseActivity(HouseCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HouseholdFile
END-IF
MOVE 'N' TO WSEOF.
