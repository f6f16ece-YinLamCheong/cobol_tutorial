        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CAMPMNT. *> manager-authenticated maintenance for the bonus-points campaigns the register applies at checkout -- like DISCMNT is for the promo codes
AUTHOR. Yanling.
DATE-WRITTEN.Sep 28th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT CampFile ASSIGN TO "PointsCamp.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CampFileStatus.
        SELECT CashierFile ASSIGN TO "Cashier.dat" *> same credential file testPOS logs in against
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CashierFileStatus.

DATA DIVISION.
FILE SECTION.
FD CampFile.
COPY PTSCAMP.

FD CashierFile.
COPY CASHIER.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 CampFileStatus PIC XX.
01 CashierFileStatus PIC XX.
01 WSEOF PIC X VALUE 'N'.

*> LOGIN VARIABLES -- BONUS POINTS ARE MONEY, SO THIS IS MANAGER-ONLY
01 CashierTable.
        05 CashierEntry OCCURS 20 TIMES.
            10 TblCashierID PIC X(10).
            10 TblCashierPswd PIC X(30).
            10 TblCashierRole PIC X(1).
            10 TblCashierActive PIC X(1).
            10 TblCashierPswdDate PIC 9(8). *> zero marks a genuine pre-scramble record
01 CashierCount PIC 99 VALUE 0.
01 MatchedCashierIdx PIC 99 VALUE 0.
01 UserID PIC X(10).
01 UserPswd PIC X(30).
01 WS-HashedPswd PIC X(30).
01 UserRole PIC X(1).
        88 UserIsManager VALUE 'M'.

*> the same 30 rules the register loads at startup
01 CampTable.
        05 CampEntry OCCURS 30 TIMES.
            10 TblCampID PIC X(8).
            10 TblCampDesc PIC X(20).
            10 TblCampFrom PIC 9(8).
            10 TblCampTo PIC 9(8).
            10 TblCampDay PIC 9(1).
            10 TblCampMenuID PIC X(4).
            10 TblCampCategory PIC X(8).
            10 TblCampType PIC X(1).
            10 TblCampMult PIC 9V9.
            10 TblCampBonus PIC 9(5).
            10 TblCampActive PIC X(1).
01 CampCount PIC 99 VALUE 0.
01 MatchedCampIdx PIC 99 VALUE 0.
01 CampOverflow PIC X VALUE 'N'. *> Y = the file held more rules than the table -- never rewrite from a partial load
01 Temp_Count PIC 99.
01 WS-TargetID PIC X(8).
01 WS-MultDisp PIC 9.9.

PROCEDURE DIVISION.
StartPara.
        PERFORM LoadCashiers.
        PERFORM LoginCheck.
        PERFORM LoadCampaigns.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "POINTS CAMPAIGN MAINTENANCE"
            DISPLAY "1            : Add Campaign"
            DISPLAY "2            : Disable/Enable Campaign"
            DISPLAY "3            : List Campaigns"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM AddCampaign
                WHEN 2 PERFORM ToggleCampaign
                WHEN 3 PERFORM ListCampaigns
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        STOP RUN.

LoadCashiers.
        MOVE 0 TO CashierCount
        OPEN INPUT CashierFile
        IF CashierFileStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ CashierFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        ADD 1 TO CashierCount
                        MOVE CashierID TO TblCashierID(CashierCount)
                        MOVE CashierPswd TO TblCashierPswd(CashierCount)
                        MOVE CashierRole TO TblCashierRole(CashierCount)
                        MOVE CashierActive TO TblCashierActive(CashierCount)
                        IF CashierPswdDate IS NUMERIC
                            MOVE CashierPswdDate TO TblCashierPswdDate(CashierCount)
                        ELSE
                            MOVE 0 TO TblCashierPswdDate(CashierCount)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CashierFile
        END-IF.

LoginCheck.
        DISPLAY "            POINTS CAMPAIGNS - MANAGER LOGIN    "
        DISPLAY "====================================================="
        DISPLAY " ENTER USER ID : " WITH NO ADVANCING
        ACCEPT UserID
        DISPLAY " PASSWORD      : " WITH NO ADVANCING
        ACCEPT UserPswd
        MOVE 0 TO MatchedCashierIdx
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > CashierCount
            IF UserID = TblCashierID(Temp_Count)
                AND TblCashierActive(Temp_Count) NOT = 'N'
                MOVE Temp_Count TO MatchedCashierIdx
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM
        IF MatchedCashierIdx = 0
            DISPLAY "INVALID USER ID OR PASSWORD."
            STOP RUN
        END-IF
        *> THE CLEAR-TEXT COMPARE ONLY APPLIES TO A GENUINE PRE-SCRAMBLE RECORD
        *> (NO PASSWORD DATE) -- NEVER TO A HASHED ONE
        CALL "PSWDHASH" USING UserPswd, WS-HashedPswd
        IF WS-HashedPswd NOT = TblCashierPswd(MatchedCashierIdx)
            AND NOT (TblCashierPswdDate(MatchedCashierIdx) = 0
                AND UserPswd = TblCashierPswd(MatchedCashierIdx))
            DISPLAY "INVALID USER ID OR PASSWORD."
            STOP RUN
        END-IF
        MOVE TblCashierRole(MatchedCashierIdx) TO UserRole
        IF NOT UserIsManager
            DISPLAY "ONLY A MANAGER CAN MAINTAIN POINTS CAMPAIGNS."
            STOP RUN
        END-IF.

LoadCampaigns.
        MOVE 0 TO CampCount
        OPEN INPUT CampFile
        IF CampFileStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ CampFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF CampCount < 30
                            ADD 1 TO CampCount
                            MOVE PC-CampID TO TblCampID(CampCount)
                            MOVE PC-Desc TO TblCampDesc(CampCount)
                            MOVE PC-FromDate TO TblCampFrom(CampCount)
                            MOVE PC-ToDate TO TblCampTo(CampCount)
                            MOVE PC-DayOfWeek TO TblCampDay(CampCount)
                            MOVE PC-MenuID TO TblCampMenuID(CampCount)
                            MOVE PC-Category TO TblCampCategory(CampCount)
                            MOVE PC-Type TO TblCampType(CampCount)
                            MOVE PC-Multiplier TO TblCampMult(CampCount)
                            MOVE PC-BonusPts TO TblCampBonus(CampCount)
                            MOVE PC-Active TO TblCampActive(CampCount)
                        ELSE
                            MOVE 'Y' TO CampOverflow
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CampFile
        END-IF.

*> A REWRITE FROM A PARTIAL LOAD WOULD DESTROY THE RULES THAT NEVER FIT
SaveCampaigns.
        IF CampOverflow = 'Y'
            DISPLAY "THE FILE HOLDS MORE CAMPAIGNS THAN THIS PROGRAM CAN CARRY -- NOTHING SAVED."
        ELSE
            OPEN OUTPUT CampFile
            MOVE 1 TO Temp_Count
            PERFORM UNTIL Temp_Count > CampCount
                MOVE TblCampID(Temp_Count) TO PC-CampID
                MOVE TblCampDesc(Temp_Count) TO PC-Desc
                MOVE TblCampFrom(Temp_Count) TO PC-FromDate
                MOVE TblCampTo(Temp_Count) TO PC-ToDate
                MOVE TblCampDay(Temp_Count) TO PC-DayOfWeek
                MOVE TblCampMenuID(Temp_Count) TO PC-MenuID
                MOVE TblCampCategory(Temp_Count) TO PC-Category
                MOVE TblCampType(Temp_Count) TO PC-Type
                MOVE TblCampMult(Temp_Count) TO PC-Multiplier
                MOVE TblCampBonus(Temp_Count) TO PC-BonusPts
                MOVE TblCampActive(Temp_Count) TO PC-Active
                WRITE PointsCampData
                ADD 1 TO Temp_Count
            END-PERFORM
            CLOSE CampFile
        END-IF.

FindCampaign.
        MOVE 0 TO MatchedCampIdx
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > CampCount
            IF WS-TargetID = TblCampID(Temp_Count)
                MOVE Temp_Count TO MatchedCampIdx
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM.

*> A RULE NAMES ITS WINDOW, ITS DAY, WHICH LINES COUNT, AND WHAT IT PAYS
AddCampaign.
        DISPLAY " "
        DISPLAY "New campaign ID : " WITH NO ADVANCING
        ACCEPT WS-TargetID
        PERFORM FindCampaign
        EVALUATE TRUE
            WHEN WS-TargetID = SPACE
                DISPLAY "A CAMPAIGN NEEDS AN ID."
            WHEN MatchedCampIdx > 0
                DISPLAY "THAT CAMPAIGN IS ALREADY ON FILE."
            WHEN CampCount NOT < 30
                DISPLAY "THE CAMPAIGN TABLE IS FULL -- DISABLE AND REUSE AN OLD ONE."
            WHEN OTHER
                ADD 1 TO CampCount
                MOVE WS-TargetID TO TblCampID(CampCount)
                DISPLAY "Description (shown on the receipt) : " WITH NO ADVANCING
                ACCEPT TblCampDesc(CampCount)
                DISPLAY "Valid from (CCYYMMDD, 0 = no limit) : " WITH NO ADVANCING
                ACCEPT TblCampFrom(CampCount)
                DISPLAY "Valid to   (CCYYMMDD, 0 = never ends) : " WITH NO ADVANCING
                ACCEPT TblCampTo(CampCount)
                DISPLAY "Day of week (1 = Mon .. 7 = Sun, 0 = every day) : " WITH NO ADVANCING
                ACCEPT TblCampDay(CampCount)
                IF TblCampDay(CampCount) > 7
                    MOVE 0 TO TblCampDay(CampCount)
                END-IF
                DISPLAY "Menu ID (blank = any item) : " WITH NO ADVANCING
                ACCEPT TblCampMenuID(CampCount)
                DISPLAY "Menu category (blank = any category) : " WITH NO ADVANCING
                ACCEPT TblCampCategory(CampCount)
                DISPLAY "Type (M = multiplier, B = fixed bonus) : " WITH NO ADVANCING
                ACCEPT TblCampType(CampCount)
                IF TblCampType(CampCount) = 'b'
                    MOVE 'B' TO TblCampType(CampCount)
                END-IF
                IF TblCampType(CampCount) NOT = 'B'
                    MOVE 'M' TO TblCampType(CampCount)
                END-IF
                MOVE 0 TO TblCampMult(CampCount)
                MOVE 0 TO TblCampBonus(CampCount)
                IF TblCampType(CampCount) = 'M'
                    DISPLAY "Multiplier (eg 20 = 2.0 double, 30 = 3.0 triple) : " WITH NO ADVANCING
                    ACCEPT TblCampMult(CampCount)
                ELSE
                    DISPLAY "Bonus points per qualifying order : " WITH NO ADVANCING
                    ACCEPT TblCampBonus(CampCount)
                END-IF
                MOVE 'Y' TO TblCampActive(CampCount)
                PERFORM SaveCampaigns
                DISPLAY "CAMPAIGN ADDED."
        END-EVALUATE.

ToggleCampaign.
        DISPLAY " "
        DISPLAY "Campaign to disable/enable : " WITH NO ADVANCING
        ACCEPT WS-TargetID
        PERFORM FindCampaign
        IF MatchedCampIdx = 0
            DISPLAY "NO SUCH CAMPAIGN."
        ELSE
            IF TblCampActive(MatchedCampIdx) = 'N'
                MOVE 'Y' TO TblCampActive(MatchedCampIdx)
                DISPLAY "CAMPAIGN ENABLED."
            ELSE
                MOVE 'N' TO TblCampActive(MatchedCampIdx)
                DISPLAY "CAMPAIGN DISABLED."
            END-IF
            PERFORM SaveCampaigns
        END-IF.

ListCampaigns.
        DISPLAY " "
        DISPLAY "ID        Description           From      To        D Item Category T Mult Bonus A"
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > CampCount
            MOVE TblCampMult(Temp_Count) TO WS-MultDisp
            DISPLAY TblCampID(Temp_Count) "  " TblCampDesc(Temp_Count)
                "  " TblCampFrom(Temp_Count) "  " TblCampTo(Temp_Count)
                "  " TblCampDay(Temp_Count) " " TblCampMenuID(Temp_Count)
                " " TblCampCategory(Temp_Count) " " TblCampType(Temp_Count)
                " " WS-MultDisp "  " TblCampBonus(Temp_Count)
                " " TblCampActive(Temp_Count)
            ADD 1 TO Temp_Count
        END-PERFORM.
