            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GC-CardNo
            FILE STATUS IS GiftFileStatus.
        SELECT EntitlementFile ASSIGN TO "Entitlement.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EN-PlanNo
            FILE STATUS IS EntFileStatus.
        SELECT ModifierFile ASSIGN TO "Modifier.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SUP-ID
            FILE STATUS IS SupplierFileStatus.
        SELECT DiscountFile ASSIGN TO "Discount.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DC-Code
            FILE STATUS IS DiscountFileStatus.
        SELECT TransIdxFile ASSIGN TO "TransIdx.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TX-TransNo
            ALTERNATE RECORD KEY IS TX-CustID WITH DUPLICATES
            FILE STATUS IS TransIdxStatus.
        SELECT RestoreLog ASSIGN TO "RestoreLog.dat" *> same trail CUSTREST leaves: when/what/by whom, one line per attempt
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RestoreLogStatus.
FD GiftCardFile.
COPY GIFTCARD.

FD EntitlementFile.
COPY ENTITLE.

FD ModifierFile.
COPY MODREC.

FD SupplierFile.
COPY SUPPREC.

FD DiscountFile.
COPY DISCOUNT.

FD TransIdxFile.
COPY TRANSIDX.

FD RestoreLog.
01 RestoreLogData.
        02 RL-Date PIC 9(8).
01 MenuFileStatus PIC XX.
01 CustomerFileStatus PIC XX.
01 GiftFileStatus PIC XX.
01 EntFileStatus PIC XX.
01 ModFileStatus PIC XX.
01 SupplierFileStatus PIC XX.
01 DiscountFileStatus PIC XX.
01 TransIdxStatus PIC XX.
01 RestoreLogStatus PIC XX.
01 WS-SetDate PIC 9(8).
01 WS-TargetName PIC X(30).
                END-PERFORM
                CLOSE GiftCardFile
            END-IF
        WHEN "Entitlement.dat"
            OPEN INPUT EntitlementFile
            IF EntFileStatus = "00"
                PERFORM UNTIL WSEOF = 'Y'
                    READ EntitlementFile NEXT RECORD
                        AT END MOVE 'Y' TO WSEOF
                        NOT AT END ADD 1 TO WS-ActualCount
                    END-READ
                END-PERFORM
                CLOSE EntitlementFile
            END-IF
        WHEN "Modifier.dat"
            OPEN INPUT ModifierFile
            IF ModFileStatus = "00"
                END-PERFORM
                CLOSE SupplierFile
            END-IF
        WHEN "Discount.dat"
            OPEN INPUT DiscountFile
            IF DiscountFileStatus = "00"
                PERFORM UNTIL WSEOF = 'Y'
                    READ DiscountFile NEXT RECORD
                        AT END MOVE 'Y' TO WSEOF
                        NOT AT END ADD 1 TO WS-ActualCount
                    END-READ
                END-PERFORM
                CLOSE DiscountFile
            END-IF
        WHEN "TransIdx.dat"
            OPEN INPUT TransIdxFile
            IF TransIdxStatus = "00"
                PERFORM UNTIL WSEOF = 'Y'
                    READ TransIdxFile NEXT RECORD
                        AT END MOVE 'Y' TO WSEOF
                        NOT AT END ADD 1 TO WS-ActualCount
                    END-READ
                END-PERFORM
                CLOSE TransIdxFile
            END-IF
        WHEN OTHER
            OPEN INPUT GenFile
            IF GenStatus = "00"
