        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FILECONV. *> one-time rebuild of Menu.dat / Customer.dat after their records grew new fields -- an old-layout master won't open against the new copybooks -- and of the flat Discount.dat into the keyed file; also builds the transaction directory over the journals archived before it existed
AUTHOR. Yanling.
DATE-WRITTEN.Aug 22nd 2026
ENVIRONMENT DIVISION.
            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            FILE STATUS IS NewCustStatus.
        SELECT BaseMenuFile ASSIGN TO "Menu.dat" *> the full-stock-era menu, before the deposit and sold-by fields
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BM-MenuID
            FILE STATUS IS BaseMenuStatus.
        SELECT BaseCustomerFile ASSIGN TO "Customer.dat" *> the delivery-address-era customer, before the marketing consents
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BC-IDNum
            ALTERNATE RECORD KEY IS BC-LastName WITH DUPLICATES
            FILE STATUS IS BaseCustStatus.
        SELECT OldDiscountFile ASSIGN TO "Discount.dat" *> the flat file the registers used to load whole
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OldDiscStatus.
        SELECT NewDiscountFile ASSIGN TO WS-DiscFileName *> probed as Discount.dat, then built as DiscountNew.dat
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DC-Code
            FILE STATUS IS NewDiscStatus.
        SELECT ArchCatFile ASSIGN TO "ArchCat.dat" *> every archived business day, so every SalesLog_CCYYMMDD file is found
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ArchCatStatus.
        SELECT SalesLog ASSIGN TO WS-LogFileName *> each archive in turn, then the live log
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesLogStatus.

DATA DIVISION.
FILE SECTION.
FD NewCustomerFile.
COPY CUSTOMER.

FD BaseMenuFile.
01 BaseMenuData. *> the menu record as it stood before the container deposit and sold-by-weight fields
        02 BM-MenuID PIC X(4).
        02 BM-MenuItemName PIC X(20).
        02 BM-MenuItemPrice PIC $9,999.99.
        02 BM-MenuEffFrom PIC 9(8).
        02 BM-MenuEffTo PIC 9(8).
        02 BM-MenuStockQty PIC 9(5).
        02 BM-MenuCategory PIC X(8).
        02 BM-MenuTaxClass PIC X(1).
        02 BM-MenuOpenPrice PIC X(1).
        02 BM-MenuMinPrice PIC 9(4)V99.
        02 BM-MenuMaxPrice PIC 9(4)V99.
        02 BM-MenuScanCode PIC X(13).
        02 BM-MenuReorderPoint PIC 9(5).
        02 BM-MenuReorderQty PIC 9(5).
        02 BM-MenuSupplierID PIC X(4).
        02 BM-MenuAllergens PIC X(8).
        02 BM-MenuCalories PIC 9(4).

FD BaseCustomerFile.
01 BaseCustomerData. *> the customer record as it stood before the marketing consent fields
        02 BC-IDNum PIC 9(5).
        02 BC-CustName.
            03 BC-FirstName PIC X(15).
            03 BC-LastName PIC X(15).
            03 BC-EmailAddr PIC X(25).
            03 BC-PhoneNum PIC X(12).
        02 BC-LoyaltyPoints PIC 9(7).
        02 BC-LastActivityDate PIC 9(8).
        02 BC-BirthMonth PIC 9(2).
        02 BC-BirthDay PIC 9(2).
        02 BC-CreditLimit PIC 9(5).
        02 BC-DelivAddr PIC X(30).
        02 BC-DelivNote PIC X(20).

FD OldDiscountFile.
01 OldDiscountData. *> the DISCOUNT layout, read flat
        05 OD-Code PIC X(8).
        05 OD-Type PIC X(1).
        05 OD-Value PIC 9(3)V99.
        05 OD-ValidFrom PIC 9(8).
        05 OD-ValidTo PIC 9(8).
        05 OD-MaxUses PIC 9(4).
        05 OD-UseCount PIC 9(4).
        05 OD-SingleUse PIC X(1).
        05 OD-Active PIC X(1).

FD NewDiscountFile.
COPY DISCOUNT.

FD ArchCatFile.
01 ArchCatData.
        02 AC-Date PIC 9(8).
        02 AC-RecCount PIC 9(7).
        02 AC-TotalAmt PIC 9(9)V99.
        02 AC-LastLink PIC X(16).

FD SalesLog.
COPY SALESLOG.

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 OldMenuStatus PIC XX.
01 NewMenuStatus PIC XX.
01 OldCustStatus PIC XX.
01 BaseMenuStatus PIC XX.
01 BaseCustStatus PIC XX.
01 NewCustStatus PIC XX.
01 WS-Choice PIC 9.
01 WS-Today PIC 9(8).
01 ConvertedCount PIC 9(5) VALUE 0.
01 OldDiscStatus PIC XX.
01 NewDiscStatus PIC XX.
01 WS-DiscFileName PIC X(20).
01 DuplicateCount PIC 9(5) VALUE 0.
01 ArchCatStatus PIC XX.
01 SalesLogStatus PIC XX.
01 ArchEOF PIC X VALUE 'N'.
01 WS-LogFileName PIC X(30).
01 WS-LastArchDate PIC 9(8) VALUE 0.
01 WS-LogPos PIC 9(7).
01 ArchivesRead PIC 9(5) VALUE 0.
COPY TXLINK. *> the directory is filed through TXPOST, the same as the registers and DAYARCH file it

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD
DISPLAY "Rebuild which master?"
DISPLAY "  (1) Menu.dat from the original layout (no stock/category/tax fields)"
DISPLAY "  (2) Customer.dat from the original layout (no activity/birthday fields)"
DISPLAY "  (3) Discount.dat  (4) TransIdx.dat"
DISPLAY "  (5) Menu.dat from the layout before container deposits / sold-by-weight"
DISPLAY "  (6) Customer.dat from the layout before marketing consents"
DISPLAY ": " WITH NO ADVANCING
ACCEPT WS-Choice
EVALUATE WS-Choice
        WHEN 2 PERFORM ConvertCustomer
        WHEN 3 PERFORM ConvertDiscount
        WHEN 4 PERFORM BuildTransIdx
        WHEN 5 PERFORM ConvertBaseMenu
        WHEN 6 PERFORM ConvertBaseCustomer
        WHEN OTHER PERFORM ConvertMenu
END-EVALUATE
STOP RUN.

*> READ THE OLD-LAYOUT MENU, WRITE EVERY RECORD OUT THE NEW SHAPE WITH SANE
                MOVE SPACE TO MenuSupplierID
                MOVE SPACE TO MenuAllergens
                MOVE 0 TO MenuCalories
                MOVE 0 TO MenuDeposit
                MOVE SPACE TO MenuSoldBy
                WRITE MenuData
                ADD 1 TO ConvertedCount
        END-READ
                MOVE 0 TO CreditLimit
                MOVE SPACE TO DelivAddr
                MOVE SPACE TO DelivNote
                MOVE SPACE TO ConsentEmail
                MOVE SPACE TO ConsentSMS
                MOVE SPACE TO ConsentPost
                MOVE 0 TO ConsentDate
                WRITE CustomerData
                ADD 1 TO ConvertedCount
        END-READ
CALL "SYSTEM" USING "mv Customer.dat Customer_preconv.bak"
CALL "SYSTEM" USING "mv CustomerNew.dat Customer.dat"
DISPLAY ConvertedCount " customer record(s) converted; the old file is Customer_preconv.bak.".

*> A MENU ALREADY CARRYING STOCK, CATEGORY, TAX, SCAN, SUPPLIER, ALLERGEN AND
*> CALORIE DATA COMES ACROSS FIELD FOR FIELD -- ONLY THE DEPOSIT (NONE) AND
*> SOLD-BY (BY THE UNIT) ARE DEFAULTED
ConvertBaseMenu.
OPEN INPUT BaseMenuFile
IF BaseMenuStatus NOT = "00"
        DISPLAY "Menu.dat did not open with the pre-deposit layout (status " BaseMenuStatus ")."
        DISPLAY "Either it is already converted or it is missing -- nothing done."
        STOP RUN
END-IF
OPEN OUTPUT NewMenuFile
PERFORM UNTIL WSEOF = 'Y'
        READ BaseMenuFile NEXT RECORD
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                MOVE BM-MenuID TO MenuID
                MOVE BM-MenuItemName TO MenuItemName
                MOVE BM-MenuItemPrice TO MenuItemPrice
                MOVE BM-MenuEffFrom TO MenuEffFrom
                MOVE BM-MenuEffTo TO MenuEffTo
                MOVE BM-MenuStockQty TO MenuStockQty
                MOVE BM-MenuCategory TO MenuCategory
                MOVE BM-MenuTaxClass TO MenuTaxClass
                MOVE BM-MenuOpenPrice TO MenuOpenPrice
                MOVE BM-MenuMinPrice TO MenuMinPrice
                MOVE BM-MenuMaxPrice TO MenuMaxPrice
                MOVE BM-MenuScanCode TO MenuScanCode
                MOVE BM-MenuReorderPoint TO MenuReorderPoint
                MOVE BM-MenuReorderQty TO MenuReorderQty
                MOVE BM-MenuSupplierID TO MenuSupplierID
                MOVE BM-MenuAllergens TO MenuAllergens
                MOVE BM-MenuCalories TO MenuCalories
                MOVE 0 TO MenuDeposit
                MOVE SPACE TO MenuSoldBy
                WRITE MenuData
                ADD 1 TO ConvertedCount
        END-READ
END-PERFORM
CLOSE BaseMenuFile
CLOSE NewMenuFile
CALL "SYSTEM" USING "mv Menu.dat Menu_preconv.bak"
CALL "SYSTEM" USING "mv MenuNew.dat Menu.dat"
DISPLAY ConvertedCount " menu record(s) converted; the old file is Menu_preconv.bak."
DISPLAY "Set container deposits and sold-by-weight items through MENUMNT.".

*> SAME FOR A CUSTOMER MASTER ALREADY CARRYING ACTIVITY, BIRTHDAY, CREDIT LIMIT
*> AND DELIVERY ADDRESS -- ALL KEPT; NOBODY IS TAKEN AS OPTED IN TO MARKETING
ConvertBaseCustomer.
OPEN INPUT BaseCustomerFile
IF BaseCustStatus NOT = "00"
        DISPLAY "Customer.dat did not open with the pre-consent layout (status " BaseCustStatus ")."
        DISPLAY "Either it is already converted or it is missing -- nothing done."
        STOP RUN
END-IF
OPEN OUTPUT NewCustomerFile
PERFORM UNTIL WSEOF = 'Y'
        READ BaseCustomerFile NEXT RECORD
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                MOVE BC-IDNum TO IDNum
                MOVE BC-FirstName TO FirstName
                MOVE BC-LastName TO LastName
                MOVE BC-EmailAddr TO EmailAddr
                MOVE BC-PhoneNum TO PhoneNum
                MOVE BC-LoyaltyPoints TO LoyaltyPoints
                MOVE BC-LastActivityDate TO LastActivityDate
                MOVE BC-BirthMonth TO BirthMonth
                MOVE BC-BirthDay TO BirthDay
                MOVE BC-CreditLimit TO CreditLimit
                MOVE BC-DelivAddr TO DelivAddr
                MOVE BC-DelivNote TO DelivNote
                MOVE SPACE TO ConsentEmail
                MOVE SPACE TO ConsentSMS
                MOVE SPACE TO ConsentPost
                MOVE 0 TO ConsentDate
                WRITE CustomerData
                ADD 1 TO ConvertedCount
        END-READ
END-PERFORM
CLOSE BaseCustomerFile
CLOSE NewCustomerFile
CALL "SYSTEM" USING "mv Customer.dat Customer_preconv.bak"
CALL "SYSTEM" USING "mv CustomerNew.dat Customer.dat"
DISPLAY ConvertedCount " customer record(s) converted; the old file is Customer_preconv.bak.".

*> THE FLAT DISCOUNT FILE INTO THE KEYED ONE. A Discount.dat THAT ALREADY OPENS
*> KEYED HAS BEEN DONE. FIELDS FROM BEFORE THE EXPIRY/CAP DAYS COME ACROSS AS
*> ZERO (NO LIMIT), AS THE REGISTER ALWAYS READ THEM; A CODE KEYED TWICE IN THE
*> HAND-EDITED DAYS KEEPS ITS FIRST RECORD
ConvertDiscount.
MOVE "Discount.dat" TO WS-DiscFileName
OPEN INPUT NewDiscountFile
IF NewDiscStatus = "00"
        CLOSE NewDiscountFile
        DISPLAY "Discount.dat is already the keyed file -- nothing done."
        STOP RUN
END-IF
OPEN INPUT OldDiscountFile
IF OldDiscStatus NOT = "00"
        DISPLAY "Discount.dat did not open as the flat file (status " OldDiscStatus ") -- nothing done."
        STOP RUN
END-IF
MOVE "DiscountNew.dat" TO WS-DiscFileName
OPEN OUTPUT NewDiscountFile
PERFORM UNTIL WSEOF = 'Y'
        READ OldDiscountFile
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                IF OD-Code NOT = SPACE
                    MOVE OD-Code TO DC-Code
                    MOVE OD-Type TO DC-Type
                    MOVE OD-Value TO DC-Value
                    MOVE OD-ValidFrom TO DC-ValidFrom
                    MOVE OD-ValidTo TO DC-ValidTo
                    MOVE OD-MaxUses TO DC-MaxUses
                    MOVE OD-UseCount TO DC-UseCount
                    MOVE OD-SingleUse TO DC-SingleUse
                    MOVE OD-Active TO DC-Active
                    IF OD-ValidFrom IS NOT NUMERIC
                        MOVE 0 TO DC-ValidFrom
                    END-IF
                    IF OD-ValidTo IS NOT NUMERIC
                        MOVE 0 TO DC-ValidTo
                    END-IF
                    IF OD-MaxUses IS NOT NUMERIC
                        MOVE 0 TO DC-MaxUses
                    END-IF
                    IF OD-UseCount IS NOT NUMERIC
                        MOVE 0 TO DC-UseCount
                    END-IF
                    IF OD-Active NOT = 'N'
                        MOVE 'Y' TO DC-Active
                    END-IF
                    WRITE DiscountData
                        INVALID KEY
                            ADD 1 TO DuplicateCount
                            DISPLAY "Code " OD-Code " is on the file twice -- the first one kept."
                        NOT INVALID KEY ADD 1 TO ConvertedCount
                    END-WRITE
                END-IF
        END-READ
END-PERFORM
CLOSE OldDiscountFile
CLOSE NewDiscountFile
CALL "SYSTEM" USING "mv Discount.dat Discount_preconv.bak"
CALL "SYSTEM" USING "mv DiscountNew.dat Discount.dat"
DISPLAY ConvertedCount " discount code(s) converted, " DuplicateCount " duplicate(s) dropped; the old file is Discount_preconv.bak.".

*> FILE EVERY SALE AND REFUND HEADER ALREADY IN THE ARCHIVES (AT ITS POSITION)
*> AND ON THE LIVE LOG (WITHOUT ONE) INTO THE TRANSACTION DIRECTORY. A HEADER
*> ALREADY FILED IS RE-FILED IN PLACE, SO THE RUN IS SAFE TO REPEAT. A RERUN
*> CLOSE CATALOGS ITS DAY TWICE IN A ROW, SO A REPEATED DATE IS ONLY READ ONCE
BuildTransIdx.
OPEN INPUT ArchCatFile
IF ArchCatStatus = "00"
        PERFORM UNTIL ArchEOF = 'Y'
            READ ArchCatFile
                AT END MOVE 'Y' TO ArchEOF
                NOT AT END
                    IF AC-Date NOT = WS-LastArchDate
                        MOVE SPACE TO WS-LogFileName
                        STRING "SalesLog_" DELIMITED BY SIZE
                            AC-Date DELIMITED BY SIZE
                            ".dat" DELIMITED BY SIZE
                            INTO WS-LogFileName
                        PERFORM IndexOneLog
                        MOVE AC-Date TO WS-LastArchDate
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ArchCatFile
ELSE
        DISPLAY "ArchCat.dat not found -- only the live SalesLog.dat was filed."
END-IF
MOVE "SalesLog.dat" TO WS-LogFileName
PERFORM IndexOneLog
DISPLAY ConvertedCount " header(s) filed in TransIdx.dat from " ArchivesRead " journal(s).".

IndexOneLog.
OPEN INPUT SalesLog
IF SalesLogStatus = "00"
        ADD 1 TO ArchivesRead
        MOVE 0 TO WS-LogPos
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ SalesLog
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    ADD 1 TO WS-LogPos
                    IF (SL-RecType = 'H' OR SL-RecType = 'R')
                        AND SL-TransNo IS NUMERIC AND SL-TransNo > 0
                        AND SL-Training NOT = 'Y'
                        MOVE WS-LogFileName TO TI-LogFile
                        IF WS-LogFileName = "SalesLog.dat"
                            MOVE 0 TO TI-LogRecNo
                        ELSE
                            MOVE WS-LogPos TO TI-LogRecNo
                        END-IF
                        CALL "TXPOST" USING SalesLogRecord, TI-LogFile, TI-LogRecNo
                        ADD 1 TO ConvertedCount
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SalesLog
ELSE
        DISPLAY WS-LogFileName " not found -- skipped."
END-IF
MOVE 'N' TO WSEOF.
