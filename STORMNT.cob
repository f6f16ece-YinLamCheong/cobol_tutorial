DATA DIVISION.
FILE SECTION.
FD StoreFile.
COPY STOREREC.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StoreStatus PIC XX.
01 WSEOF PIC X VALUE 'N'.
01 WS-NewID PIC X(4).
01 WS-ShowPct PIC Z9.99.
01 WS-ShowFee PIC $$$,$$9.99.

01 StoreTable.
        05 StoreEntry OCCURS 10 TIMES.
            10 TblStoreID PIC X(4).
            10 TblStoreName PIC X(25).
            10 TblStoreFranchised PIC X(1).
            10 TblStoreFranchisee PIC X(25).
            10 TblStoreRoyaltyPct PIC 9(2)V99.
            10 TblStoreMktFundPct PIC 9(2)V99.
            10 TblStoreMinFee PIC 9(5)V99.
01 StoreCount PIC 99 VALUE 0.
01 MatchedStoreIdx PIC 99 VALUE 0.
01 Temp_Count PIC 99.
                            ADD 1 TO StoreCount
                            MOVE ST-StoreID TO TblStoreID(StoreCount)
                            MOVE ST-Name TO TblStoreName(StoreCount)
                            *> A LINE FROM BEFORE THE FRANCHISE TERMS ENDS AT THE NAME
                            IF ST-Franchised = 'Y'
                                MOVE 'Y' TO TblStoreFranchised(StoreCount)
                                MOVE ST-Franchisee TO TblStoreFranchisee(StoreCount)
                                MOVE ST-RoyaltyPct TO TblStoreRoyaltyPct(StoreCount)
                                MOVE ST-MktFundPct TO TblStoreMktFundPct(StoreCount)
                                MOVE ST-MinFee TO TblStoreMinFee(StoreCount)
                            ELSE
                                MOVE 'N' TO TblStoreFranchised(StoreCount)
                                MOVE SPACE TO TblStoreFranchisee(StoreCount)
                                MOVE 0 TO TblStoreRoyaltyPct(StoreCount)
                                MOVE 0 TO TblStoreMktFundPct(StoreCount)
                                MOVE 0 TO TblStoreMinFee(StoreCount)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            ADD 1 TO StoreCount
            MOVE StoreCount TO MatchedStoreIdx
            MOVE WS-NewID TO TblStoreID(MatchedStoreIdx)
            MOVE 'N' TO TblStoreFranchised(MatchedStoreIdx)
            MOVE SPACE TO TblStoreFranchisee(MatchedStoreIdx)
            MOVE 0 TO TblStoreRoyaltyPct(MatchedStoreIdx)
            MOVE 0 TO TblStoreMktFundPct(MatchedStoreIdx)
            MOVE 0 TO TblStoreMinFee(MatchedStoreIdx)
        END-IF
        IF MatchedStoreIdx = 0
            DISPLAY "THE STORE TABLE IS FULL (10 STORES)."
        ELSE
            DISPLAY "Store name : " With NO ADVANCING
            ACCEPT TblStoreName(MatchedStoreIdx)
            DISPLAY "Franchised site (Y/N) : " With NO ADVANCING
            ACCEPT TblStoreFranchised(MatchedStoreIdx)
            IF TblStoreFranchised(MatchedStoreIdx) = 'Y'
                DISPLAY "Franchisee (invoice to)           : " With NO ADVANCING
                ACCEPT TblStoreFranchisee(MatchedStoreIdx)
                DISPLAY "Royalty % of net sales (eg 5.00)  : " With NO ADVANCING
                ACCEPT TblStoreRoyaltyPct(MatchedStoreIdx)
                DISPLAY "Marketing fund % (eg 2.00)        : " With NO ADVANCING
                ACCEPT TblStoreMktFundPct(MatchedStoreIdx)
                DISPLAY "Minimum royalty per period (eg 1500.00, 0 = none) : " With NO ADVANCING
                ACCEPT TblStoreMinFee(MatchedStoreIdx)
            ELSE
                *> COMPANY-OWNED: NOTHING TO BILL, SO NO TERMS LEFT LYING ABOUT
                MOVE 'N' TO TblStoreFranchised(MatchedStoreIdx)
                MOVE SPACE TO TblStoreFranchisee(MatchedStoreIdx)
                MOVE 0 TO TblStoreRoyaltyPct(MatchedStoreIdx)
                MOVE 0 TO TblStoreMktFundPct(MatchedStoreIdx)
                MOVE 0 TO TblStoreMinFee(MatchedStoreIdx)
            END-IF
            PERFORM SaveStores
            DISPLAY "Store saved."
        END-IF.
        DISPLAY "ID    Name"
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > StoreCount
            IF TblStoreFranchised(Temp_Count) = 'Y'
                MOVE TblStoreMinFee(Temp_Count) TO WS-ShowFee
                DISPLAY TblStoreID(Temp_Count) "  " TblStoreName(Temp_Count) "  FRANCHISE " TblStoreFranchisee(Temp_Count)
                MOVE TblStoreRoyaltyPct(Temp_Count) TO WS-ShowPct
                DISPLAY "      royalty " WS-ShowPct "%" WITH NO ADVANCING
                MOVE TblStoreMktFundPct(Temp_Count) TO WS-ShowPct
                DISPLAY "  marketing fund " WS-ShowPct "%  minimum " WS-ShowFee
            ELSE
                DISPLAY TblStoreID(Temp_Count) "  " TblStoreName(Temp_Count)
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM.

        PERFORM UNTIL Temp_Count > StoreCount
            MOVE TblStoreID(Temp_Count) TO ST-StoreID
            MOVE TblStoreName(Temp_Count) TO ST-Name
            MOVE TblStoreFranchised(Temp_Count) TO ST-Franchised
            MOVE TblStoreFranchisee(Temp_Count) TO ST-Franchisee
            MOVE TblStoreRoyaltyPct(Temp_Count) TO ST-RoyaltyPct
            MOVE TblStoreMktFundPct(Temp_Count) TO ST-MktFundPct
            MOVE TblStoreMinFee(Temp_Count) TO ST-MinFee
            WRITE StoreData
            ADD 1 TO Temp_Count
        END-PERFORM
