01 StayOpen PIC X VALUE 'Y'.
01 ModExists PIC X.
01 ModFileStatus PIC XX.
01 WS-UpchargeDisp PIC ZZ9.99.
COPY MCHGREC. *> every add/change/delete goes to the master-change journal
COPY MCHGLINK.

PROCEDURE DIVISION.
StartPara.
        MOVE "MODIFIER MAINTENANCE - LOGIN" TO ML-Title
        CALL "MNTLOGIN" USING ML-Title, MC-UserID, MC-UserRole, ML-LoginOK
        IF ML-LoginOK NOT = 'Y'
            STOP RUN
        END-IF
        MOVE "MODMNT" TO MC-Program
        MOVE "Modifier.dat" TO MC-File
        PERFORM EnsureModifierFileExists.
        OPEN I-O ModifierFile.
        PERFORM UNTIL StayOpen='N'
        DISPLAY " "
        WRITE ModifierData
            INVALID KEY DISPLAY "Code Taken!"
            NOT INVALID KEY
                MOVE 'A' TO MC-Action
                PERFORM ListModFields
                CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
        END-WRITE.

DeleteModifier.
        DISPLAY " "
        DISPLAY "Enter Modifier Code to Delete : " With NO ADVANCING.
        ACCEPT MOD-Code.
        MOVE 'Y' TO ModExists
        READ ModifierFile   *> the before-image for the journal
            INVALID KEY MOVE 'N' TO ModExists
        END-READ
        IF ModExists = 'N'
            DISPLAY "Key Doesn't Exist"
        ELSE
            PERFORM ListModFields
            MOVE MC-NowValues TO MC-WasValues
            DELETE ModifierFile
                INVALID KEY DISPLAY "Key Doesn't Exist"
                NOT INVALID KEY
                    MOVE 'D' TO MC-Action
                    CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
            END-DELETE
        END-IF.

UpdateModifier.
        MOVE 'Y' To ModExists.
        IF ModExists = 'N'
            DISPLAY "Modifier Doesn't Exist"
        ELSE
            PERFORM ListModFields
            MOVE MC-NowValues TO MC-WasValues
            DISPLAY "Enter the New Description : " With NO ADVANCING
            ACCEPT MOD-Desc
            DISPLAY "Enter the New Upcharge : " With NO ADVANCING
        END-IF.
        REWRITE ModifierData
            INVALID KEY DISPLAY "Modifier Not Updated"
            NOT INVALID KEY
                IF ModExists = 'Y'
                    MOVE 'C' TO MC-Action
                    PERFORM ListModFields
                    CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
                END-IF
        END-REWRITE.

*> THE JOURNALLED FIELDS OF THE RECORD IN THE BUFFER
ListModFields.
        MOVE MOD-Code TO MC-Key
        MOVE SPACE TO MC-NowValues
        MOVE 2 TO MC-FieldCount
        MOVE "MOD-Desc" TO MC-FieldName(1)
        MOVE MOD-Desc TO MC-NowValue(1)
        MOVE "MOD-Upcharge" TO MC-FieldName(2)
        MOVE MOD-Upcharge TO WS-UpchargeDisp
        MOVE WS-UpchargeDisp TO MC-NowValue(2).

GetModifier.
        MOVE 'Y' To ModExists.
        DISPLAY " "
