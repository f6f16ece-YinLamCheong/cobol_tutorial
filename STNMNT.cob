01 StnCount PIC 99 VALUE 0.
01 MatchedStnIdx PIC 99 VALUE 0.
01 Temp_Count PIC 99.
COPY MCHGREC. *> every add/change goes to the master-change journal
COPY MCHGLINK.

PROCEDURE DIVISION.
StartPara.
        MOVE "PREP STATION ROUTING - LOGIN" TO ML-Title
        CALL "MNTLOGIN" USING ML-Title, MC-UserID, MC-UserRole, ML-LoginOK
        IF ML-LoginOK NOT = 'Y'
            STOP RUN
        END-IF
        MOVE "STNMNT" TO MC-Program
        MOVE "Station.dat" TO MC-File
        PERFORM LoadStations.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM
        MOVE 'C' TO MC-Action
        IF MatchedStnIdx = 0 AND StnCount < 30
            ADD 1 TO StnCount
            MOVE StnCount TO MatchedStnIdx
            MOVE WS-NewKey TO TblStnKey(MatchedStnIdx)
            MOVE 'A' TO MC-Action
        END-IF
        IF MatchedStnIdx = 0
            DISPLAY "THE MAPPING TABLE IS FULL (30 LINES)."
        ELSE
            PERFORM ListStnFields
            MOVE MC-NowValues TO MC-WasValues
            DISPLAY "Station (GRILL/FRY/COLD/BAR..) : " With NO ADVANCING
            ACCEPT TblStnStation(MatchedStnIdx)
            PERFORM SaveStations
            PERFORM ListStnFields
            CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
            DISPLAY "Mapping saved -- the registers pick it up at their next start."
        END-IF.

ListStnFields.
        MOVE TblStnKey(MatchedStnIdx) TO MC-Key
        MOVE SPACE TO MC-NowValues
        MOVE 1 TO MC-FieldCount
        MOVE "SN-Station" TO MC-FieldName(1)
        MOVE TblStnStation(MatchedStnIdx) TO MC-NowValue(1).

ListStations.
        DISPLAY " "
        DISPLAY "Key       Station"
