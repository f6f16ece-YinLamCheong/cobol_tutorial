        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHARMNT. *> manager-authenticated maintenance for the round-up-for-charity campaigns the register offers at the tender line -- like CAMPMNT is for the points campaigns
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT CharityFile ASSIGN TO "Charity.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CharityFileStatus.
        SELECT CashierFile ASSIGN TO "Cashier.dat" *> same credential file testPOS logs in against
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CashierFileStatus.

DATA DIVISION.
FILE SECTION.
FD CharityFile.
COPY CHARITY.

FD CashierFile.
COPY CASHIER.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 CharityFileStatus PIC XX.
01 CashierFileStatus PIC XX.
01 WSEOF PIC X VALUE 'N'.

*> LOGIN VARIABLES -- THE ROUND-UPS ARE MONEY HELD FOR SOMEONE ELSE, SO THIS IS MANAGER-ONLY
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

*> the register carries the first 10 active campaigns; the file keeps the
*> finished ones too, so CHARRPT can still name them
01 CharityTable.
        05 CharityEntry OCCURS 30 TIMES.
            10 TblCharityID PIC X(8).
            10 TblCharityName PIC X(20).
            10 TblCharityFrom PIC 9(8).
            10 TblCharityTo PIC 9(8).
            10 TblCharityActive PIC X(1).
01 CharityCount PIC 99 VALUE 0.
01 MatchedCharityIdx PIC 99 VALUE 0.
01 CharityOverflow PIC X VALUE 'N'. *> Y = the file held more campaigns than the table -- never rewrite from a partial load
01 Temp_Count PIC 99.
01 WS-TargetID PIC X(8).

PROCEDURE DIVISION.
StartPara.
        PERFORM LoadCashiers.
        PERFORM LoginCheck.
        PERFORM LoadCharities.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "CHARITY ROUND-UP CAMPAIGN MAINTENANCE"
            DISPLAY "1            : Add Campaign"
            DISPLAY "2            : Disable/Enable Campaign"
            DISPLAY "3            : List Campaigns"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM AddCharity
                WHEN 2 PERFORM ToggleCharity
                WHEN 3 PERFORM ListCharities
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
        DISPLAY "           CHARITY CAMPAIGNS - MANAGER LOGIN    "
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
            DISPLAY "ONLY A MANAGER CAN MAINTAIN CHARITY CAMPAIGNS."
            STOP RUN
        END-IF.

LoadCharities.
        MOVE 0 TO CharityCount
        OPEN INPUT CharityFile
        IF CharityFileStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ CharityFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF CharityCount < 30
                            ADD 1 TO CharityCount
                            MOVE CH-CampID TO TblCharityID(CharityCount)
                            MOVE CH-Name TO TblCharityName(CharityCount)
                            MOVE CH-FromDate TO TblCharityFrom(CharityCount)
                            MOVE CH-ToDate TO TblCharityTo(CharityCount)
                            MOVE CH-Active TO TblCharityActive(CharityCount)
                        ELSE
                            MOVE 'Y' TO CharityOverflow
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CharityFile
        END-IF.

*> A REWRITE FROM A PARTIAL LOAD WOULD DESTROY THE CAMPAIGNS THAT NEVER FIT
SaveCharities.
        IF CharityOverflow = 'Y'
            DISPLAY "THE FILE HOLDS MORE CAMPAIGNS THAN THIS PROGRAM CAN CARRY -- NOTHING SAVED."
        ELSE
            OPEN OUTPUT CharityFile
            MOVE 1 TO Temp_Count
            PERFORM UNTIL Temp_Count > CharityCount
                MOVE TblCharityID(Temp_Count) TO CH-CampID
                MOVE TblCharityName(Temp_Count) TO CH-Name
                MOVE TblCharityFrom(Temp_Count) TO CH-FromDate
                MOVE TblCharityTo(Temp_Count) TO CH-ToDate
                MOVE TblCharityActive(Temp_Count) TO CH-Active
                WRITE CharityData
                ADD 1 TO Temp_Count
            END-PERFORM
            CLOSE CharityFile
        END-IF.

FindCharity.
        MOVE 0 TO MatchedCharityIdx
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > CharityCount
            IF WS-TargetID = TblCharityID(Temp_Count)
                MOVE Temp_Count TO MatchedCharityIdx
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM.

*> A CAMPAIGN NAMES THE CHARITY AND THE DRIVE'S DATES -- WHEN TWO OVERLAP THE
*> REGISTER OFFERS THE ONE ON FILE FIRST
AddCharity.
        DISPLAY " "
        DISPLAY "New campaign ID : " WITH NO ADVANCING
        ACCEPT WS-TargetID
        PERFORM FindCharity
        EVALUATE TRUE
            WHEN WS-TargetID = SPACE
                DISPLAY "A CAMPAIGN NEEDS AN ID."
            WHEN MatchedCharityIdx > 0
                DISPLAY "THAT CAMPAIGN IS ALREADY ON FILE."
            WHEN CharityCount NOT < 30
                DISPLAY "THE CAMPAIGN TABLE IS FULL."
            WHEN OTHER
                ADD 1 TO CharityCount
                MOVE WS-TargetID TO TblCharityID(CharityCount)
                DISPLAY "Charity name (shown to the guest and on the receipt) : " WITH NO ADVANCING
                ACCEPT TblCharityName(CharityCount)
                DISPLAY "Drive starts (CCYYMMDD, 0 = no limit) : " WITH NO ADVANCING
                ACCEPT TblCharityFrom(CharityCount)
                DISPLAY "Drive ends   (CCYYMMDD, 0 = never ends) : " WITH NO ADVANCING
                ACCEPT TblCharityTo(CharityCount)
                IF TblCharityTo(CharityCount) NOT = 0
                    AND TblCharityTo(CharityCount) < TblCharityFrom(CharityCount)
                    DISPLAY "THE DRIVE ENDS BEFORE IT STARTS -- CAMPAIGN NOT ADDED."
                    SUBTRACT 1 FROM CharityCount
                ELSE
                    MOVE 'Y' TO TblCharityActive(CharityCount)
                    PERFORM SaveCharities
                    DISPLAY "CAMPAIGN ADDED -- REGISTERS OFFER IT FROM THEIR NEXT START."
                END-IF
        END-EVALUATE.

*> A FINISHED DRIVE IS DISABLED, NOT DELETED -- ITS ROUND-UPS STILL HAVE TO BE REMITTED
ToggleCharity.
        DISPLAY " "
        DISPLAY "Campaign to disable/enable : " WITH NO ADVANCING
        ACCEPT WS-TargetID
        PERFORM FindCharity
        IF MatchedCharityIdx = 0
            DISPLAY "NO SUCH CAMPAIGN."
        ELSE
            IF TblCharityActive(MatchedCharityIdx) = 'N'
                MOVE 'Y' TO TblCharityActive(MatchedCharityIdx)
                DISPLAY "CAMPAIGN ENABLED."
            ELSE
                MOVE 'N' TO TblCharityActive(MatchedCharityIdx)
                DISPLAY "CAMPAIGN DISABLED."
            END-IF
            PERFORM SaveCharities
        END-IF.

ListCharities.
        DISPLAY " "
        DISPLAY "ID        Charity               From      To        A"
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > CharityCount
            DISPLAY TblCharityID(Temp_Count) "  " TblCharityName(Temp_Count)
                "  " TblCharityFrom(Temp_Count) "  " TblCharityTo(Temp_Count)
                "  " TblCharityActive(Temp_Count)
            ADD 1 TO Temp_Count
        END-PERFORM.
