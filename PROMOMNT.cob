        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PROMOMNT. *> manager-authenticated maintenance for the mix-and-match and quantity-break promotions the register works out at confirm time
AUTHOR. Yanling.
DATE-WRITTEN.Sep 29th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT PromoRuleFile ASSIGN TO "PromoRule.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PromoFileStatus.
        SELECT CashierFile ASSIGN TO "Cashier.dat" *> same credential file testPOS logs in against
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CashierFileStatus.

DATA DIVISION.
FILE SECTION.
FD PromoRuleFile.
COPY PRMRULE.

FD CashierFile.
COPY CASHIER.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 PromoFileStatus PIC XX.
01 CashierFileStatus PIC XX.
01 WSEOF PIC X VALUE 'N'.

*> LOGIN VARIABLES -- PROMOTIONS ARE MONEY, SO THIS IS MANAGER-ONLY
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

*> the same 20 rules the register loads at startup
01 PromoTable.
        05 PromoEntry OCCURS 20 TIMES.
            10 TblPromoID PIC X(8).
            10 TblPromoName PIC X(20).
            10 TblPromoType PIC X(1).
            10 TblPromoBuy PIC 9(2).
            10 TblPromoGet PIC 9(2).
            10 TblPromoSetPrice PIC 9(4)V99.
            10 TblPromoPct PIC 9(2)V99.
            10 TblPromoCategory PIC X(8).
            10 TblPromoItem PIC X(4) OCCURS 6 TIMES.
            10 TblPromoFrom PIC 9(8).
            10 TblPromoTo PIC 9(8).
            10 TblPromoActive PIC X(1).
01 PromoCount PIC 99 VALUE 0.
01 MatchedPromoIdx PIC 99 VALUE 0.
01 PromoOverflow PIC X VALUE 'N'. *> Y = the file held more rules than the table -- never rewrite from a partial load
01 Temp_Count PIC 99.
01 ItemSub PIC 9.
01 WS-TargetID PIC X(8).
01 WS-PriceDisp PIC 9(4).99.
01 WS-PctDisp PIC 9(2).99.
01 WS-GroupDisp PIC X(30).
01 WS-GroupPtr PIC 99.

PROCEDURE DIVISION.
StartPara.
        PERFORM LoadCashiers.
        PERFORM LoginCheck.
        PERFORM LoadPromos.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "PROMOTION RULE MAINTENANCE"
            DISPLAY "1            : Add Promotion"
            DISPLAY "2            : Disable/Enable Promotion"
            DISPLAY "3            : List Promotions"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM AddPromo
                WHEN 2 PERFORM TogglePromo
                WHEN 3 PERFORM ListPromos
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
        DISPLAY "            PROMOTION RULES - MANAGER LOGIN    "
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
            DISPLAY "ONLY A MANAGER CAN MAINTAIN PROMOTIONS."
            STOP RUN
        END-IF.

LoadPromos.
        MOVE 0 TO PromoCount
        OPEN INPUT PromoRuleFile
        IF PromoFileStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ PromoRuleFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF PromoCount < 20
                            ADD 1 TO PromoCount
                            MOVE PR-PromoID TO TblPromoID(PromoCount)
                            MOVE PR-Name TO TblPromoName(PromoCount)
                            MOVE PR-Type TO TblPromoType(PromoCount)
                            MOVE PR-BuyQty TO TblPromoBuy(PromoCount)
                            MOVE PR-GetQty TO TblPromoGet(PromoCount)
                            MOVE PR-SetPrice TO TblPromoSetPrice(PromoCount)
                            MOVE PR-PctOff TO TblPromoPct(PromoCount)
                            MOVE PR-Category TO TblPromoCategory(PromoCount)
                            MOVE 1 TO ItemSub
                            PERFORM UNTIL ItemSub > 6
                                MOVE PR-Item(ItemSub) TO TblPromoItem(PromoCount, ItemSub)
                                ADD 1 TO ItemSub
                            END-PERFORM
                            MOVE PR-FromDate TO TblPromoFrom(PromoCount)
                            MOVE PR-ToDate TO TblPromoTo(PromoCount)
                            MOVE PR-Active TO TblPromoActive(PromoCount)
                        ELSE
                            MOVE 'Y' TO PromoOverflow
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PromoRuleFile
        END-IF.

*> A REWRITE FROM A PARTIAL LOAD WOULD DESTROY THE RULES THAT NEVER FIT
SavePromos.
        IF PromoOverflow = 'Y'
            DISPLAY "THE FILE HOLDS MORE PROMOTIONS THAN THIS PROGRAM CAN CARRY -- NOTHING SAVED."
        ELSE
            OPEN OUTPUT PromoRuleFile
            MOVE 1 TO Temp_Count
            PERFORM UNTIL Temp_Count > PromoCount
                MOVE TblPromoID(Temp_Count) TO PR-PromoID
                MOVE TblPromoName(Temp_Count) TO PR-Name
                MOVE TblPromoType(Temp_Count) TO PR-Type
                MOVE TblPromoBuy(Temp_Count) TO PR-BuyQty
                MOVE TblPromoGet(Temp_Count) TO PR-GetQty
                MOVE TblPromoSetPrice(Temp_Count) TO PR-SetPrice
                MOVE TblPromoPct(Temp_Count) TO PR-PctOff
                MOVE TblPromoCategory(Temp_Count) TO PR-Category
                MOVE 1 TO ItemSub
                PERFORM UNTIL ItemSub > 6
                    MOVE TblPromoItem(Temp_Count, ItemSub) TO PR-Item(ItemSub)
                    ADD 1 TO ItemSub
                END-PERFORM
                MOVE TblPromoFrom(Temp_Count) TO PR-FromDate
                MOVE TblPromoTo(Temp_Count) TO PR-ToDate
                MOVE TblPromoActive(Temp_Count) TO PR-Active
                WRITE PromoRuleData
                ADD 1 TO Temp_Count
            END-PERFORM
            CLOSE PromoRuleFile
        END-IF.

FindPromo.
        MOVE 0 TO MatchedPromoIdx
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > PromoCount
            IF WS-TargetID = TblPromoID(Temp_Count)
                MOVE Temp_Count TO MatchedPromoIdx
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM.

*> THE RULE'S SHAPE FIRST, THEN ITS GROUP: UP TO SIX NAMED ITEMS, OR A WHOLE
*> CATEGORY WHEN NONE ARE NAMED
AddPromo.
        DISPLAY " "
        DISPLAY "New promotion ID : " WITH NO ADVANCING
        ACCEPT WS-TargetID
        PERFORM FindPromo
        EVALUATE TRUE
            WHEN WS-TargetID = SPACE
                DISPLAY "A PROMOTION NEEDS AN ID."
            WHEN MatchedPromoIdx > 0
                DISPLAY "THAT PROMOTION IS ALREADY ON FILE."
            WHEN PromoCount NOT < 20
                DISPLAY "THE PROMOTION TABLE IS FULL -- DISABLE AND REUSE AN OLD ONE."
            WHEN OTHER
                ADD 1 TO PromoCount
                MOVE WS-TargetID TO TblPromoID(PromoCount)
                DISPLAY "Name (shown on the receipt) : " WITH NO ADVANCING
                ACCEPT TblPromoName(PromoCount)
                DISPLAY "Type (X = buy N get M free, G = any N for a price, Q = qty break % off) : "
                    WITH NO ADVANCING
                ACCEPT TblPromoType(PromoCount)
                MOVE 0 TO TblPromoGet(PromoCount)
                MOVE 0 TO TblPromoSetPrice(PromoCount)
                MOVE 0 TO TblPromoPct(PromoCount)
                EVALUATE TblPromoType(PromoCount)
                    WHEN 'X'
                    WHEN 'x'
                        MOVE 'X' TO TblPromoType(PromoCount)
                        DISPLAY "Buy how many : " WITH NO ADVANCING
                        ACCEPT TblPromoBuy(PromoCount)
                        DISPLAY "Get how many free : " WITH NO ADVANCING
                        ACCEPT TblPromoGet(PromoCount)
                    WHEN 'G'
                    WHEN 'g'
                        MOVE 'G' TO TblPromoType(PromoCount)
                        DISPLAY "Any how many : " WITH NO ADVANCING
                        ACCEPT TblPromoBuy(PromoCount)
                        DISPLAY "For (eg 000500 = 5.00) : " WITH NO ADVANCING
                        ACCEPT TblPromoSetPrice(PromoCount)
                    WHEN OTHER
                        MOVE 'Q' TO TblPromoType(PromoCount)
                        DISPLAY "Of the same item, how many or more : " WITH NO ADVANCING
                        ACCEPT TblPromoBuy(PromoCount)
                        DISPLAY "Percent off (eg 1000 = 10.00%) : " WITH NO ADVANCING
                        ACCEPT TblPromoPct(PromoCount)
                END-EVALUATE
                IF TblPromoBuy(PromoCount) = 0
                    MOVE 1 TO TblPromoBuy(PromoCount)
                END-IF
                MOVE SPACE TO TblPromoCategory(PromoCount)
                MOVE 1 TO ItemSub
                PERFORM UNTIL ItemSub > 6
                    MOVE SPACE TO TblPromoItem(PromoCount, ItemSub)
                    ADD 1 TO ItemSub
                END-PERFORM
                MOVE 1 TO ItemSub
                MOVE 'N' TO WSEOF
                PERFORM UNTIL ItemSub > 6 OR WSEOF = 'Y'
                    DISPLAY "Group item " ItemSub " MenuID (blank when done) : " WITH NO ADVANCING
                    ACCEPT TblPromoItem(PromoCount, ItemSub)
                    IF TblPromoItem(PromoCount, ItemSub) = SPACE
                        MOVE 'Y' TO WSEOF
                    END-IF
                    ADD 1 TO ItemSub
                END-PERFORM
                MOVE 'N' TO WSEOF
                IF TblPromoItem(PromoCount, 1) = SPACE
                    DISPLAY "Group category (blank = every item) : " WITH NO ADVANCING
                    ACCEPT TblPromoCategory(PromoCount)
                END-IF
                DISPLAY "Valid from (CCYYMMDD, 0 = no limit) : " WITH NO ADVANCING
                ACCEPT TblPromoFrom(PromoCount)
                DISPLAY "Valid to   (CCYYMMDD, 0 = never ends) : " WITH NO ADVANCING
                ACCEPT TblPromoTo(PromoCount)
                MOVE 'Y' TO TblPromoActive(PromoCount)
                PERFORM SavePromos
                DISPLAY "PROMOTION ADDED."
        END-EVALUATE.

TogglePromo.
        DISPLAY " "
        DISPLAY "Promotion to disable/enable : " WITH NO ADVANCING
        ACCEPT WS-TargetID
        PERFORM FindPromo
        IF MatchedPromoIdx = 0
            DISPLAY "NO SUCH PROMOTION."
        ELSE
            IF TblPromoActive(MatchedPromoIdx) = 'N'
                MOVE 'Y' TO TblPromoActive(MatchedPromoIdx)
                DISPLAY "PROMOTION ENABLED."
            ELSE
                MOVE 'N' TO TblPromoActive(MatchedPromoIdx)
                DISPLAY "PROMOTION DISABLED."
            END-IF
            PERFORM SavePromos
        END-IF.

ListPromos.
        DISPLAY " "
        DISPLAY "ID        Name                  T Buy Get SetPrice Pct%   From      To        A Group"
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > PromoCount
            MOVE TblPromoSetPrice(Temp_Count) TO WS-PriceDisp
            MOVE TblPromoPct(Temp_Count) TO WS-PctDisp
            MOVE SPACE TO WS-GroupDisp
            IF TblPromoItem(Temp_Count, 1) = SPACE
                IF TblPromoCategory(Temp_Count) = SPACE
                    MOVE "(every item)" TO WS-GroupDisp
                ELSE
                    MOVE TblPromoCategory(Temp_Count) TO WS-GroupDisp
                END-IF
            ELSE
                MOVE 1 TO WS-GroupPtr
                MOVE 1 TO ItemSub
                PERFORM UNTIL ItemSub > 6
                    IF TblPromoItem(Temp_Count, ItemSub) NOT = SPACE
                        STRING TblPromoItem(Temp_Count, ItemSub) DELIMITED BY SPACE
                            " " DELIMITED BY SIZE
                            INTO WS-GroupDisp WITH POINTER WS-GroupPtr
                    END-IF
                    ADD 1 TO ItemSub
                END-PERFORM
            END-IF
            DISPLAY TblPromoID(Temp_Count) "  " TblPromoName(Temp_Count)
                "  " TblPromoType(Temp_Count) " " TblPromoBuy(Temp_Count)
                "  " TblPromoGet(Temp_Count) "  " WS-PriceDisp
                " " WS-PctDisp "  " TblPromoFrom(Temp_Count)
                "  " TblPromoTo(Temp_Count) " " TblPromoActive(Temp_Count)
                " " WS-GroupDisp
            ADD 1 TO Temp_Count
        END-PERFORM.
