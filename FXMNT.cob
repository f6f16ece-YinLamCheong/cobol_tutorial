01 Temp_Count PIC 99.
01 WS-NewCode PIC X(3).
01 WS-RateDisp PIC ZZ9.9999.
COPY MCHGREC. *> every add/change goes to the master-change journal
COPY MCHGLINK.

PROCEDURE DIVISION.
StartPara.
        MOVE "EXCHANGE RATE MAINTENANCE - LOGIN" TO ML-Title
        CALL "MNTLOGIN" USING ML-Title, MC-UserID, MC-UserRole, ML-LoginOK
        IF ML-LoginOK NOT = 'Y'
            STOP RUN
        END-IF
        MOVE "FXMNT" TO MC-Program
        MOVE "FxRate.dat" TO MC-File
        PERFORM LoadFxRates.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM
        MOVE 'C' TO MC-Action
        IF MatchedFxIdx = 0 AND FxCount < 10
            ADD 1 TO FxCount
            MOVE FxCount TO MatchedFxIdx
            MOVE WS-NewCode TO TblFxCode(MatchedFxIdx)
            MOVE 'A' TO MC-Action
        END-IF
        IF MatchedFxIdx = 0
            DISPLAY "THE RATE TABLE IS FULL (10 CURRENCIES)."
        ELSE
            PERFORM ListFxFields
            MOVE MC-NowValues TO MC-WasValues
            DISPLAY "Enter Description : " With NO ADVANCING
            ACCEPT TblFxDesc(MatchedFxIdx)
            DISPLAY "Rate as 7 digits, local per unit (0011050 = 1.1050) : " With NO ADVANCING
            ACCEPT TblFxRate(MatchedFxIdx)
            PERFORM SaveFxRates
            PERFORM ListFxFields
            CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
        END-IF.

*> THE JOURNALLED FIELDS OF THE CURRENCY AT MatchedFxIdx
ListFxFields.
        MOVE TblFxCode(MatchedFxIdx) TO MC-Key
        MOVE SPACE TO MC-NowValues
        MOVE 2 TO MC-FieldCount
        MOVE "FX-Desc" TO MC-FieldName(1)
        MOVE TblFxDesc(MatchedFxIdx) TO MC-NowValue(1)
        MOVE "FX-Rate" TO MC-FieldName(2)
        MOVE TblFxRate(MatchedFxIdx) TO WS-RateDisp
        MOVE WS-RateDisp TO MC-NowValue(2).

ListCurrencies.
        DISPLAY " "
        DISPLAY "Code  Description       Rate"
