01 MatchedMapIdx PIC 99 VALUE 0.
01 Temp_Count PIC 99.
01 WS-NewKey PIC X(12).
COPY MCHGREC. *> every add/change goes to the master-change journal
COPY MCHGLINK.

PROCEDURE DIVISION.
StartPara.
        MOVE "GL ACCOUNT MAPPING - LOGIN" TO ML-Title
        CALL "MNTLOGIN" USING ML-Title, MC-UserID, MC-UserRole, ML-LoginOK
        IF ML-LoginOK NOT = 'Y'
            STOP RUN
        END-IF
        MOVE "GLMAPMNT" TO MC-Program
        MOVE "GLMap.dat" TO MC-File
        PERFORM LoadMap.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM
        MOVE 'C' TO MC-Action
        IF MatchedMapIdx = 0 AND MapCount < 30
            ADD 1 TO MapCount
            MOVE MapCount TO MatchedMapIdx
            MOVE WS-NewKey TO TblMapKey(MatchedMapIdx)
            MOVE 'A' TO MC-Action
        END-IF
        IF MatchedMapIdx = 0
            DISPLAY "THE MAPPING TABLE IS FULL (30 KEYS)."
        ELSE
            PERFORM ListMapFields
            MOVE MC-NowValues TO MC-WasValues
            DISPLAY "Account code : " With NO ADVANCING
            ACCEPT TblMapAccount(MatchedMapIdx)
            PERFORM SaveMap
            PERFORM ListMapFields
            CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
        END-IF.

ListMapFields.
        MOVE TblMapKey(MatchedMapIdx) TO MC-Key
        MOVE SPACE TO MC-NowValues
        MOVE 1 TO MC-FieldCount
        MOVE "GM-Account" TO MC-FieldName(1)
        MOVE TblMapAccount(MatchedMapIdx) TO MC-NowValue(1).

ListMappings.
        DISPLAY " "
        DISPLAY "Key           Account"
