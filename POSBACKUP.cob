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
        SELECT ManifestFile ASSIGN TO WS-ManifestName *> BakManifest_CCYYMMDD.dat -- the restore verifies against this
            ORGANIZATION IS LINE SEQUENTIAL.

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

FD ManifestFile.
01 ManifestData.
        02 BM-FileName PIC X(20).
01 MenuFileStatus PIC XX.
01 CustomerFileStatus PIC XX.
01 GiftFileStatus PIC XX.
01 EntFileStatus PIC XX.
01 ModFileStatus PIC XX.
01 SupplierFileStatus PIC XX.
01 DiscountFileStatus PIC XX.
01 TransIdxStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-GenFileName PIC X(30).
01 WS-ManifestName PIC X(30).

*> the line-sequential masters in the set -- one pass each
01 MasterTable.
        05 MasterEntry OCCURS 33 TIMES.
            10 TblMasterName PIC X(20).
01 MasterSub PIC 99.


MOVE "Cashier.dat" TO TblMasterName(1)
MOVE "TaxRate.dat" TO TblMasterName(2)
MOVE "Drawer.dat" TO TblMasterName(3)
MOVE "StoreProf.dat" TO TblMasterName(4)
MOVE "Recipe.dat" TO TblMasterName(5)
MOVE "IngStock.dat" TO TblMasterName(6)
MOVE "Combo.dat" TO TblMasterName(7)
MOVE "Terminal.dat" TO TblMasterName(8)
MOVE "GLMap.dat" TO TblMasterName(9)
MOVE "FxRate.dat" TO TblMasterName(10)
MOVE "Station.dat" TO TblMasterName(11)
MOVE "MenuSize.dat" TO TblMasterName(12)
MOVE "MenuAvail.dat" TO TblMasterName(13)
MOVE "Schedule.dat" TO TblMasterName(14)
MOVE "PayRate.dat" TO TblMasterName(15)
MOVE "ApprLimit.dat" TO TblMasterName(16)
MOVE "Store.dat" TO TblMasterName(17)
MOVE "Budget.dat" TO TblMasterName(18)
MOVE "RunCal.dat" TO TblMasterName(19)
MOVE "FiscalCal.dat" TO TblMasterName(20)
MOVE "PointsCamp.dat" TO TblMasterName(21)
MOVE "PromoRule.dat" TO TblMasterName(22)
MOVE "PrepRecipe.dat" TO TblMasterName(23)
MOVE "StockLot.dat" TO TblMasterName(24)
MOVE "FSCheck.dat" TO TblMasterName(25)
MOVE "Dispute.dat" TO TblMasterName(26)
MOVE "PriceBook.dat" TO TblMasterName(27)
MOVE "CustAlias.dat" TO TblMasterName(28)
MOVE "Household.dat" TO TblMasterName(29)
MOVE "DelivZone.dat" TO TblMasterName(30)
MOVE "Avail.dat" TO TblMasterName(31)
MOVE "TimeOff.dat" TO TblMasterName(32)
MOVE "RptLib.dat" TO TblMasterName(33)

OPEN OUTPUT ManifestFile

*> THE INDEXED MASTERS: COPIED, COUNTED WITH THEIR OWN LAYOUTS --
*> Supplier.dat, Modifier.dat AND Discount.dat ARE INDEXED TOO, SO THEY BELONG HERE,
*> NOT IN THE LINE-SEQUENTIAL PASS -- AS DOES THE TRANSACTION DIRECTORY, TransIdx.dat
PERFORM BackupMenu
PERFORM BackupCustomer
PERFORM BackupGiftCard
PERFORM BackupEntitlement
PERFORM BackupModifier
PERFORM BackupSupplier
PERFORM BackupDiscount
PERFORM BackupTransIdx

*> THE LINE-SEQUENTIAL MASTERS: COPIED, COUNTED GENERICALLY -- A MASTER
*> NOT ON HAND YET (A FRESH SITE) SIMPLY STAYS OFF THE MANIFEST
MOVE 1 TO MasterSub
PERFORM BackupOneGeneric UNTIL MasterSub > 33

CLOSE ManifestFile
DISPLAY WS-FilesDone " master(s) backed up for " WS-Today ", manifest in " WS-ManifestName
END-IF
MOVE 'N' TO WSEOF.

BackupEntitlement.
MOVE 0 TO WS-RecCount
OPEN INPUT EntitlementFile
IF EntFileStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ EntitlementFile NEXT RECORD
                AT END MOVE 'Y' TO WSEOF
                NOT AT END ADD 1 TO WS-RecCount
            END-READ
        END-PERFORM
        CLOSE EntitlementFile
        MOVE "Entitlement.dat" TO WS-GenFileName
        PERFORM CopyToBackup
        MOVE LENGTH OF EntitlementData TO BM-RecLen
        PERFORM WriteManifestLine
END-IF
MOVE 'N' TO WSEOF.

BackupModifier.
MOVE 0 TO WS-RecCount
OPEN INPUT ModifierFile
END-IF
MOVE 'N' TO WSEOF.

BackupDiscount.
MOVE 0 TO WS-RecCount
OPEN INPUT DiscountFile
IF DiscountFileStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ DiscountFile NEXT RECORD
                AT END MOVE 'Y' TO WSEOF
                NOT AT END ADD 1 TO WS-RecCount
            END-READ
        END-PERFORM
        CLOSE DiscountFile
        MOVE "Discount.dat" TO WS-GenFileName
        PERFORM CopyToBackup
        MOVE LENGTH OF DiscountData TO BM-RecLen
        PERFORM WriteManifestLine
END-IF
MOVE 'N' TO WSEOF.

BackupTransIdx.
MOVE 0 TO WS-RecCount
OPEN INPUT TransIdxFile
IF TransIdxStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ TransIdxFile NEXT RECORD
                AT END MOVE 'Y' TO WSEOF
                NOT AT END ADD 1 TO WS-RecCount
            END-READ
        END-PERFORM
        CLOSE TransIdxFile
        MOVE "TransIdx.dat" TO WS-GenFileName
        PERFORM CopyToBackup
        MOVE LENGTH OF TransIdxData TO BM-RecLen
        PERFORM WriteManifestLine
END-IF
MOVE 'N' TO WSEOF.

BackupOneGeneric.
MOVE TblMasterName(MasterSub) TO WS-GenFileName
MOVE 0 TO WS-RecCount
