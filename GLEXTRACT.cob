        SELECT GLMapFile ASSIGN TO "GLMap.dat" *> posting key to account code, maintained by GLMAPMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GLMapStatus.
        SELECT DisputeFile ASSIGN TO "Dispute.dat" *> chargeback cases -- a lost one posts once, in the next extract after it is lost
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DisputeStatus.
        SELECT ExtractFile ASSIGN TO "GLExtract.dat" *> also read first, for a stock adjustment INVVALUE has added to the date
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExtractStatus.

DATA DIVISION.
FILE SECTION.
        02 GM-Key PIC X(12).
        02 GM-Account PIC X(8).

FD DisputeFile.
COPY DISPREC.

FD ExtractFile.
01 ExtractRecord.
        02 GX-Date PIC 9(8).
01 SalesLogStatus PIC XX.
01 MenuFileStatus PIC XX.
01 GLMapStatus PIC XX.
01 DisputeStatus PIC XX.
01 ExtractStatus PIC XX.
01 WS-LostCount PIC 9(3) VALUE 0.
01 WS-LostAmount PIC 9(7)V99 VALUE 0.
01 WS-ExtractDate PIC 9(8).

01 MapTable.
01 WS-TaxDerived PIC S9(8)V99 VALUE 0.
01 WS-TaxJournaled PIC 9(8)V99 VALUE 0. *> tax the headers actually carried, the figure the auditor wants
01 WS-DrDisp PIC Z,ZZZ,ZZ9.99.

*> the month-end closing-stock / cost-of-sales pair already on this date's extract
01 KeptTable.
        05 KeptEntry OCCURS 4 TIMES.
            10 TblKeptRecord PIC X(39).
01 KeptCount PIC 9 VALUE 0.
01 WS-KeptControl PIC 9(7)V99 VALUE 0.
01 WS-CrDisp PIC Z,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
        COMPUTE WS-CreditTotal = WS-CreditTotal - WS-TaxDerived
END-IF

PERFORM PostLostDisputes

*> THE EXTRACT REFUSES TO FINALIZE UNLESS THE POSTINGS BALANCE
IF WS-DebitTotal NOT = WS-CreditTotal
        MOVE WS-DebitTotal TO WS-DrDisp
        STOP RUN
END-IF

PERFORM KeepStockAdjustment
OPEN OUTPUT ExtractFile
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > PostCount
        WRITE ExtractRecord
        ADD 1 TO Temp_Count
END-PERFORM
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > KeptCount
        MOVE TblKeptRecord(Temp_Count) TO ExtractRecord
        WRITE ExtractRecord
        ADD 1 TO Temp_Count
END-PERFORM
*> CONTROL TOTAL LINE THE ACCOUNTING SYSTEM CAN CHECK -- A CARRIED STOCK
*> ADJUSTMENT STAYS IN IT, AS INVVALUE PUT IT THERE
MOVE WS-ExtractDate TO GX-Date
MOVE "CONTROL " TO GX-Account
MOVE "CT" TO GX-DrCr
COMPUTE GX-Amount = WS-DebitTotal + WS-KeptControl
MOVE "CONTROL-TOTL" TO GX-Key
WRITE ExtractRecord
CLOSE ExtractFile

IF WS-LostCount > 0
        PERFORM MarkDisputesPosted
END-IF

MOVE WS-DebitTotal TO WS-DrDisp
DISPLAY "Extract written to GLExtract.dat, balanced at " WS-DrDisp " each side."
IF KeptCount > 0
        DISPLAY "The month-end stock adjustment already on the extract was kept."
END-IF
STOP RUN.

*> INVVALUE ADDS THE MONTH-END STOCK ADJUSTMENT TO THIS DATE'S EXTRACT AND
*> THEN COUNTS THE DATE DONE -- A RERUN HERE MUST CARRY THOSE LINES ACROSS,
*> OR THE CLOSING-STOCK AND COST-OF-SALES ENTRIES ARE NEVER POSTED
KeepStockAdjustment.
MOVE 0 TO KeptCount
MOVE 0 TO WS-KeptControl
OPEN INPUT ExtractFile
IF ExtractStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ ExtractFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF GX-Date = WS-ExtractDate
                        AND (GX-Key = "INV-STOCK" OR GX-Key = "COGS")
                        AND KeptCount < 4
                        ADD 1 TO KeptCount
                        MOVE ExtractRecord TO TblKeptRecord(KeptCount)
                        IF GX-DrCr = "DR"
                            ADD GX-Amount TO WS-KeptControl
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ExtractFile
END-IF
MOVE 'N' TO WSEOF.

LoadMap.
MOVE 0 TO MapCount
OPEN INPUT GLMapFile
                    ADD SL-Amount TO TblPostAmount(PostIdx)
                    ADD SL-Amount TO WS-CreditTotal
                END-IF
                IF SL-MenuID = "PLAN" *> prepaid plan sold: servings owed -- PLANLIAB values what is still unredeemed
                    MOVE "PLAN-LIAB" TO WS-PostKey
                    MOVE "CR" TO WS-PostDrCr
                    PERFORM FindPostRow
                    ADD SL-Amount TO TblPostAmount(PostIdx)
                    ADD SL-Amount TO WS-CreditTotal
                END-IF
            WHEN 'I'
                EVALUATE SL-MenuID
                    WHEN "SVC"
                        *> THE LARGE-PARTY SERVICE CHARGE CREDITS ITS OWN KEY,
                        *> NOT A SALES CATEGORY -- MAP SVCCHG IN GLMAPMNT
                        MOVE "SVCCHG" TO WS-PostKey
                        MOVE "CR" TO WS-PostDrCr
                        PERFORM FindPostRow
                        ADD SL-Amount TO TblPostAmount(PostIdx)
                        ADD SL-Amount TO WS-CreditTotal
                    WHEN "DLV"
                        *> SO DOES THE DELIVERY-ZONE FEE -- MAP DELIVFEE IN GLMAPMNT
                        MOVE "DELIVFEE" TO WS-PostKey
                        MOVE "CR" TO WS-PostDrCr
                        PERFORM FindPostRow
                        ADD SL-Amount TO TblPostAmount(PostIdx)
                        ADD SL-Amount TO WS-CreditTotal
                    WHEN "DEP"
                        *> A CONTAINER DEPOSIT IS OWED TO THE DEPOSIT SCHEME, NOT
                        *> EARNED -- IT CREDITS THE LIABILITY, MAP DEP-LIAB IN GLMAPMNT
                        MOVE "DEP-LIAB" TO WS-PostKey
                        MOVE "CR" TO WS-PostDrCr
                        PERFORM FindPostRow
                        ADD SL-Amount TO TblPostAmount(PostIdx)
                        ADD SL-Amount TO WS-CreditTotal
                    WHEN OTHER
                        MOVE "UNKNOWN" TO WS-ItemCat
                        IF MenuFileStatus = "00"
                            MOVE SL-MenuID TO MenuID
                            READ MenuFile KEY IS MenuID
                                INVALID KEY CONTINUE
                                NOT INVALID KEY
                                    IF MenuCategory NOT = SPACE
                                        MOVE MenuCategory TO WS-ItemCat
                                    END-IF
                            END-READ
                        END-IF
                        MOVE SPACE TO WS-PostKey
                        STRING "CAT:" DELIMITED BY SIZE
                            WS-ItemCat DELIMITED BY SIZE INTO WS-PostKey
                        MOVE "CR" TO WS-PostDrCr
                        PERFORM FindPostRow
                        ADD SL-Amount TO TblPostAmount(PostIdx)
                        ADD SL-Amount TO WS-CreditTotal
                END-EVALUATE
            WHEN 'R'
                MOVE "REFUNDS" TO WS-PostKey
                MOVE "DR" TO WS-PostDrCr
                PERFORM FindPostRow
                ADD SL-Amount TO TblPostAmount(PostIdx)
                ADD SL-Amount TO WS-CreditTotal
            WHEN 'D'
                *> CHARITY ROUND-UP: THE MONEY CAME IN ON ITS TENDER BUT IS OWED
                *> TO THE CAMPAIGN -- IT CREDITS THE LIABILITY, NEVER A SALES
                *> CATEGORY; MAP CHARITY-LIAB IN GLMAPMNT
                MOVE SPACE TO WS-PostKey
                STRING "TEND:" DELIMITED BY SIZE
                    SL-Tender1Type DELIMITED BY SIZE INTO WS-PostKey
                MOVE "DR" TO WS-PostDrCr
                PERFORM FindPostRow
                ADD SL-Tender1Amt TO TblPostAmount(PostIdx)
                ADD SL-Tender1Amt TO WS-DebitTotal
                MOVE "CHARITY-LIAB" TO WS-PostKey
                MOVE "CR" TO WS-PostDrCr
                PERFORM FindPostRow
                ADD SL-Amount TO TblPostAmount(PostIdx)
                ADD SL-Amount TO WS-CreditTotal
            WHEN 'B'
                *> CONTAINER RETURN: THE DEPOSIT PAID BACK IN CASH DEBITS THE
                *> LIABILITY IT WAS CREDITED TO WHEN THE ITEM SOLD
                MOVE "DEP-LIAB" TO WS-PostKey
                MOVE "DR" TO WS-PostDrCr
                PERFORM FindPostRow
                ADD SL-Amount TO TblPostAmount(PostIdx)
                ADD SL-Amount TO WS-DebitTotal
                MOVE "TEND:CASH" TO WS-PostKey
                MOVE "CR" TO WS-PostDrCr
                PERFORM FindPostRow
                ADD SL-Amount TO TblPostAmount(PostIdx)
                ADD SL-Amount TO WS-CreditTotal
            WHEN OTHER
                CONTINUE
        END-EVALUATE
END-IF.

*> A CHARGEBACK LOST TO THE PROCESSOR: THE CARD MONEY IS CLAWED BACK, SO THE
*> CARD CLEARING ACCOUNT IS CREDITED AND THE LOSS DEBITED -- MAP CHGBK IN GLMAPMNT
PostLostDisputes.
OPEN INPUT DisputeFile
IF DisputeStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ DisputeFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF DP-IsLost AND DP-GLPosted NOT = 'Y'
                        MOVE "CHGBK" TO WS-PostKey
                        MOVE "DR" TO WS-PostDrCr
                        PERFORM FindPostRow
                        ADD DP-Amount TO TblPostAmount(PostIdx)
                        ADD DP-Amount TO WS-DebitTotal
                        MOVE "TEND:CARD" TO WS-PostKey
                        MOVE "CR" TO WS-PostDrCr
                        PERFORM FindPostRow
                        ADD DP-Amount TO TblPostAmount(PostIdx)
                        ADD DP-Amount TO WS-CreditTotal
                        ADD 1 TO WS-LostCount
                        ADD DP-Amount TO WS-LostAmount
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DisputeFile
END-IF
MOVE 'N' TO WSEOF.

*> ONLY ONCE THE EXTRACT IS WRITTEN ARE THE CASES MARKED -- A REFUSED EXTRACT
*> LEAVES THEM TO POST NEXT TIME
MarkDisputesPosted.
OPEN I-O DisputeFile
IF DisputeStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ DisputeFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF DP-IsLost AND DP-GLPosted NOT = 'Y'
                        MOVE 'Y' TO DP-GLPosted
                        REWRITE DisputeData
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DisputeFile
END-IF
MOVE 'N' TO WSEOF
MOVE WS-LostAmount TO WS-DrDisp
DISPLAY WS-LostCount " lost chargeback(s) posted, " WS-DrDisp " in all.".

FindPostRow.
MOVE 0 TO PostIdx
MOVE 1 TO Temp_Count
