01 StayOpen PIC X VALUE 'Y'.
01 SupplierExists PIC X.
01 SupplierFileStatus PIC XX.
COPY MCHGREC. *> every add/change/delete goes to the master-change journal
COPY MCHGLINK.

PROCEDURE DIVISION.
StartPara.
        MOVE "SUPPLIER MAINTENANCE - LOGIN" TO ML-Title
        CALL "MNTLOGIN" USING ML-Title, MC-UserID, MC-UserRole, ML-LoginOK
        IF ML-LoginOK NOT = 'Y'
            STOP RUN
        END-IF
        MOVE "SUPMNT" TO MC-Program
        MOVE "Supplier.dat" TO MC-File
        PERFORM EnsureSupplierFileExists.
        OPEN I-O SupplierFile.
        PERFORM UNTIL StayOpen='N'
        DISPLAY " "
        WRITE SupplierData
            INVALID KEY DISPLAY "ID Taken!"
            NOT INVALID KEY
                MOVE 'A' TO MC-Action
                PERFORM ListSupFields
                CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
        END-WRITE.

DeleteSupplier.
        DISPLAY " "
        DISPLAY "Enter Supplier ID to Delete : " With NO ADVANCING.
        ACCEPT SUP-ID.
        MOVE 'Y' TO SupplierExists
        READ SupplierFile   *> the before-image for the journal
            INVALID KEY MOVE 'N' TO SupplierExists
        END-READ
        IF SupplierExists = 'N'
            DISPLAY "Key Doesn't Exist"
        ELSE
            PERFORM ListSupFields
            MOVE MC-NowValues TO MC-WasValues
            DELETE SupplierFile
                INVALID KEY DISPLAY "Key Doesn't Exist"
                NOT INVALID KEY
                    MOVE 'D' TO MC-Action
                    CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
            END-DELETE
        END-IF.

UpdateSupplier.
        MOVE 'Y' To SupplierExists.
        IF SupplierExists = 'N'
            DISPLAY "Supplier Doesn't Exist"
        ELSE
            PERFORM ListSupFields
            MOVE MC-NowValues TO MC-WasValues
            DISPLAY "Enter the New Name : " With NO ADVANCING
            ACCEPT SUP-Name
            DISPLAY "Enter the New Phone : " With NO ADVANCING
        END-IF.
        REWRITE SupplierData
            INVALID KEY DISPLAY "Supplier Not Updated"
            NOT INVALID KEY
                IF SupplierExists = 'Y'
                    MOVE 'C' TO MC-Action
                    PERFORM ListSupFields
                    CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
                END-IF
        END-REWRITE.

*> THE JOURNALLED FIELDS OF THE RECORD IN THE BUFFER
ListSupFields.
        MOVE SUP-ID TO MC-Key
        MOVE SPACE TO MC-NowValues
        MOVE 4 TO MC-FieldCount
        MOVE "SUP-Name" TO MC-FieldName(1)
        MOVE SUP-Name TO MC-NowValue(1)
        MOVE "SUP-Phone" TO MC-FieldName(2)
        MOVE SUP-Phone TO MC-NowValue(2)
        MOVE "SUP-Email" TO MC-FieldName(3)
        MOVE SUP-Email TO MC-NowValue(3)
        MOVE "SUP-Terms" TO MC-FieldName(4)
        MOVE SUP-Terms TO MC-NowValue(4).

GetSupplier.
        MOVE 'Y' To SupplierExists.
        DISPLAY " "
