        02 HO-Qty PIC 9(2).
        02 HO-ModCode PIC X(4) OCCURS 3 TIMES.
        02 HO-DiscountCode PIC X(8).
        02 HO-SizeCode PIC X(1).
        02 HO-Channel PIC X(1). *> K = parked by a guest at the self-order kiosk
        02 HO-Weight PIC 9(3)V999.
        02 HO-LabelPrice PIC 9(4)V99.

FD ZReport.
01 PrintLine PIC X(60).
        02 DT-CashAmt PIC S9(7)V99 SIGN LEADING SEPARATE.
        02 DT-CardAmt PIC S9(7)V99 SIGN LEADING SEPARATE.
        02 DT-OtherAmt PIC S9(7)V99 SIGN LEADING SEPARATE.
        02 DT-ZNumber PIC 9(5). *> the Z that closed the day, zero on days closed before it was carried
        02 DT-GrandTotal PIC 9(9)V99. *> the Z grand total after this day -- AUDITEXP proves a period against it

FD ZCtlFile.
01 ZCtlData.
01 DeliverySalesLine.
        05 FILLER PIC X(20) VALUE "  delivery sales  : ".
        05 PrnDeliverySales PIC $$,$$9.99.
01 KioskSalesLine.
        05 FILLER PIC X(20) VALUE "   of which kiosk : ".
        05 PrnKioskSales PIC $$,$$9.99.
01 KioskCheckLine.
        05 FILLER PIC X(20) VALUE "    kiosk checks  : ".
        05 PrnKioskCount PIC ZZZ9.
        05 FILLER PIC X(7) VALUE "  avg  ".
        05 PrnKioskAvg PIC $$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnKioskShare PIC ZZ9.
        05 FILLER PIC X(12) VALUE "% of checks".
01 PtsRedeemedLine.
        05 FILLER PIC X(20) VALUE "Points redeemed   : ".
        05 PrnPtsRedeemed PIC $$,$$9.99.
01 CardTipsLine.
        05 FILLER PIC X(20) VALUE "Card tips held    : ".
        05 PrnCardTips PIC $$,$$9.99.
01 DonationsLine.
        05 FILLER PIC X(20) VALUE "Charity round-ups : ".
        05 PrnDonations PIC $$,$$9.99.
01 SvcChargeLine.
        05 FILLER PIC X(20) VALUE "Service charges   : ".
        05 PrnSvcCharges PIC $$,$$9.99.
01 DelivFeeLine.
        05 FILLER PIC X(20) VALUE "Delivery fees     : ".
        05 PrnDelivFees PIC $$,$$9.99.
01 CaterDepLine.
        05 FILLER PIC X(20) VALUE "Catering deposits : ".
        05 PrnCaterDeps PIC $$,$$9.99.
01 PlanSoldLine.
        05 FILLER PIC X(20) VALUE "Prepaid plans sold: ".
        05 PrnPlanSold PIC $$,$$9.99.
01 DepCollectedLine.
        05 FILLER PIC X(20) VALUE "Deposits collected: ".
        05 PrnDepCollected PIC $$,$$9.99.
01 DepRefundedLine.
        05 FILLER PIC X(20) VALUE "Deposits refunded : ".
        05 PrnDepRefunded PIC $$,$$9.99.
01 DepNetLine.
        05 FILLER PIC X(20) VALUE " net deposits held: ".
        05 PrnDepNet PIC -$,$$9.99.
01 RoundingLine.
        05 FILLER PIC X(20) VALUE "Cash rounding     : ".
        05 PrnRounding PIC -$,$$9.99.
01 GiftSoldNum PIC 9(7)V99 VALUE 0. *> card liability added today (activations/reloads)
01 GiftRedeemedNum PIC 9(7)V99 VALUE 0. *> card liability burned today via GIFT tenders
01 CardTipsNum PIC 9(7)V99 VALUE 0. *> 'T' records -- money owed to the servers, never part of sales
01 DonationsNum PIC 9(7)V99 VALUE 0. *> 'D' records -- round-ups owed to the charity campaign, never part of sales
01 SvcChargeNum PIC 9(7)V99 VALUE 0. *> automatic large-party service charges, their own bucket
01 DelivFeeNum PIC 9(7)V99 VALUE 0. *> delivery-zone fees on in-house deliveries, their own bucket
01 CaterDepNum PIC 9(7)V99 VALUE 0. *> catering deposits taken today -- liability loaded, not sales
01 PlanSoldNum PIC 9(7)V99 VALUE 0. *> punch cards / meal plans sold today -- servings owed, not sales
01 DepCollectedNum PIC 9(7)V99 VALUE 0. *> container deposits charged today ("DEP" item lines) -- owed to the scheme, not sales
01 DepRefundedNum PIC 9(7)V99 VALUE 0. *> container deposits paid back on returns ('B' records)
01 DepNetNum PIC S9(7)V99 VALUE 0.
01 RoundingNum PIC S9(5)V99 VALUE 0. *> net cash rounding off the headers
01 TotalSalesNum PIC 9(7)V99 VALUE 0.
01 NetSalesNum PIC S9(7)V99 VALUE 0.
01 StoreSalesNum PIC 9(7)V99 VALUE 0. *> rung at the register
01 DeliverySalesNum PIC 9(7)V99 VALUE 0. *> imported delivery-platform orders (channel D)
01 KioskSalesNum PIC 9(7)V99 VALUE 0. *> ordered by guests at the self-order kiosk (channel K), wherever paid
01 KioskCount PIC 9(5) VALUE 0.
01 KioskAvgNum PIC 9(7)V99 VALUE 0.
01 KioskSharePct PIC 9(3) VALUE 0.

*> per-category accumulators -- category looked up on Menu.dat by the item's MenuID
01 MenuFileStatus PIC XX.
        05 PrnTableNo PIC 9(3).
        05 FILLER PIC X(11) VALUE " OPENED BY ".
        05 PrnTabUser PIC X(10).
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
PERFORM LOAD_CASHIERS.

PERFORM WriteReportTotals.

CLOSE SalesLog, ZReport
MOVE "ZReport.rpt" TO RF-ReportName
MOVE "DAILYSALES" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate.
IF MenuFileOK = 'Y'
        CLOSE MenuFile
END-IF
        IF SL-MenuID = "CATD"
            *> A CATERING DEPOSIT IS THE SAME KIND OF LIABILITY AS A GIFT LOAD
            ADD SL-Amount TO CaterDepNum
        ELSE
        IF SL-MenuID = "PLAN"
            *> SO IS A PREPAID PLAN -- THE SERVINGS ARE OWED UNTIL REDEEMED
            ADD SL-Amount TO PlanSoldNum
        ELSE
            ADD 1 TO TransCount
            ADD SL-Amount TO TotalSalesNum
                ADD SL-Amount TO DeliverySalesNum
            ELSE
                ADD SL-Amount TO StoreSalesNum
                IF SL-Channel = 'K'
                    *> A KIOSK ORDER IS STILL AN IN-STORE SALE -- ITS OWN LINE
                    *> UNDERNEATH SHOWS HOW MUCH OF THE STORE TRADE IT TOOK
                    ADD SL-Amount TO KioskSalesNum
                    ADD 1 TO KioskCount
                END-IF
            END-IF
        END-IF
        END-IF
        END-IF
        IF SL-Tender1Type = "PTS"
            ADD SL-Tender1Amt TO PtsRedeemedNum
        END-IF
        END-IF
    WHEN 'T' *> card tip -- held for the server, its own line only
        ADD SL-Amount TO CardTipsNum
    WHEN 'D' *> charity round-up -- owed to the campaign, its own line; the money still sits in its tender
        ADD SL-Amount TO DonationsNum
        MOVE SL-Tender1Type TO WS-TallyType
        MOVE SL-Tender1Amt TO WS-TallyAmt
        PERFORM TallyTender
    WHEN 'B' *> container return -- deposit paid back in cash, a liability settled, not a refund
        ADD SL-Amount TO DepRefundedNum
        MOVE SL-Tender1Type TO WS-TallyType
        COMPUTE WS-TallyAmt = 0 - SL-Tender1Amt
        PERFORM TallyTender
    WHEN 'I'
        EVALUATE SL-MenuID
            WHEN "SVC"
                *> THE AUTOMATIC SERVICE CHARGE IS ITS OWN BUCKET, NOT A MENU ITEM
                ADD SL-Amount TO SvcChargeNum
            WHEN "DLV"
                *> SO IS THE DELIVERY-ZONE FEE
                ADD SL-Amount TO DelivFeeNum
            WHEN "DEP"
                *> A CONTAINER DEPOSIT RODE IN ITS HEADER'S AMOUNT -- TAKE IT BACK
                *> OUT OF SALES, IT IS HELD FOR THE DEPOSIT SCHEME
                ADD SL-Amount TO DepCollectedNum
                SUBTRACT SL-Amount FROM TotalSalesNum
                IF SL-Channel = 'D'
                    SUBTRACT SL-Amount FROM DeliverySalesNum
                ELSE
                    SUBTRACT SL-Amount FROM StoreSalesNum
                    IF SL-Channel = 'K'
                        SUBTRACT SL-Amount FROM KioskSalesNum
                    END-IF
                END-IF
            WHEN OTHER
                PERFORM AccumulateItem
        END-EVALUATE
END-EVALUATE
END-IF

WRITE PrintLine FROM GiftRedeemedLine AFTER ADVANCING 1 LINE
MOVE CardTipsNum TO PrnCardTips
WRITE PrintLine FROM CardTipsLine AFTER ADVANCING 1 LINE
MOVE DonationsNum TO PrnDonations
WRITE PrintLine FROM DonationsLine AFTER ADVANCING 1 LINE
MOVE SvcChargeNum TO PrnSvcCharges
WRITE PrintLine FROM SvcChargeLine AFTER ADVANCING 1 LINE
MOVE DelivFeeNum TO PrnDelivFees
WRITE PrintLine FROM DelivFeeLine AFTER ADVANCING 1 LINE
MOVE CaterDepNum TO PrnCaterDeps
WRITE PrintLine FROM CaterDepLine AFTER ADVANCING 1 LINE
MOVE PlanSoldNum TO PrnPlanSold
WRITE PrintLine FROM PlanSoldLine AFTER ADVANCING 1 LINE
MOVE DepCollectedNum TO PrnDepCollected
WRITE PrintLine FROM DepCollectedLine AFTER ADVANCING 1 LINE
MOVE DepRefundedNum TO PrnDepRefunded
WRITE PrintLine FROM DepRefundedLine AFTER ADVANCING 1 LINE
COMPUTE DepNetNum = DepCollectedNum - DepRefundedNum
MOVE DepNetNum TO PrnDepNet
WRITE PrintLine FROM DepNetLine AFTER ADVANCING 1 LINE
MOVE RoundingNum TO PrnRounding
WRITE PrintLine FROM RoundingLine AFTER ADVANCING 1 LINE
COMPUTE NetSalesNum = TotalSalesNum - RefundTotalNum
PERFORM SAVE_Z_CONTROL
MOVE StoreSalesNum TO PrnStoreSales
WRITE PrintLine FROM StoreSalesLine AFTER ADVANCING 1 LINE
*> KIOSK UPTAKE: ITS CHECKS AS A SHARE OF ALL CHECKS, AND ITS AVERAGE CHECK
MOVE 0 TO KioskAvgNum
MOVE 0 TO KioskSharePct
IF KioskCount > 0
    COMPUTE KioskAvgNum ROUNDED = KioskSalesNum / KioskCount
END-IF
IF TransCount > 0
    COMPUTE KioskSharePct ROUNDED = KioskCount * 100 / TransCount
END-IF
MOVE KioskSalesNum TO PrnKioskSales
WRITE PrintLine FROM KioskSalesLine AFTER ADVANCING 1 LINE
MOVE KioskCount TO PrnKioskCount
MOVE KioskAvgNum TO PrnKioskAvg
MOVE KioskSharePct TO PrnKioskShare
WRITE PrintLine FROM KioskCheckLine AFTER ADVANCING 1 LINE
MOVE DeliverySalesNum TO PrnDeliverySales
WRITE PrintLine FROM DeliverySalesLine AFTER ADVANCING 1 LINE
*> TENDER BREAKDOWN FOR THE BOOKKEEPER, THEN THE DEPOSIT PAGE FOR THE BANK RUN
            AND TblTenderType(Temp_Count) NOT = "PTS"
            AND TblTenderType(Temp_Count) NOT = "HOUS"
            AND TblTenderType(Temp_Count) NOT = "CATD"
            AND TblTenderType(Temp_Count) NOT = "STAF"
            ADD TblTenderCount(Temp_Count) TO WS-FgnConvCount
            ADD TblTenderAmt(Temp_Count) TO WS-FgnConvAmt
        END-IF
MOVE DayRfdTaxable TO DT-RfdTaxable
MOVE DayRfdTax TO DT-RfdTax
MOVE DayExempt TO DT-Exempt
MOVE WS-ZNumber TO DT-ZNumber
MOVE WS-GrandTotal TO DT-GrandTotal
MOVE 0 TO DT-CashAmt
MOVE 0 TO DT-CardAmt
MOVE 0 TO DT-OtherAmt
