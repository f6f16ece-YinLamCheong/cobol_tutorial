        SELECT SalesLog ASSIGN TO WS-LogFileName *> SL-DiscountCode finally gets looked at again
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesLogStatus.
        SELECT DiscountFile ASSIGN TO "Discount.dat" *> each code's terms, read by the code as it is first seen
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS DC-Code
            FILE STATUS IS DiscountFileStatus.
        SELECT PromoReport ASSIGN TO "PromoEffect.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

FD SalesLog.
COPY SALESLOG.

FD DiscountFile.
COPY DISCOUNT.

FD PromoReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 SalesLogStatus PIC XX.
01 DiscountFileStatus PIC XX.
01 DiscFileOpen PIC X VALUE 'N'.
01 WS-ValueDisp PIC ZZ9.99.
01 WS-FromDate PIC 9(8).
01 WS-ToDate PIC 9(8).
01 WS-LogFileName PIC X(30).
        05 FILLER PIC X(4) VALUE " TO ".
        05 PrnToDate PIC 9(8).
01 Heads PIC X(80) VALUE
    "Code      Redeems    Discount       Gross  Avg Ticket  Terms".
01 PromoDetailLine.
        05 PrnCode PIC X(8).
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnGross PIC $$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnAvg PIC $$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnTerms PIC X(12).
01 NoCodeLine.
        05 FILLER PIC X(12) VALUE "(no code)   ".
        05 PrnNCTrans PIC ZZZ9.
        05 PrnNCGross PIC $$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnNCAvg PIC $$$,$$9.99.
*> the birthday run's personal codes are single use -- hundreds of them,
*> one redemption each -- so they are pooled on one line, not listed by code
01 PersonalLine.
        05 FILLER PIC X(12) VALUE "(personal)  ".
        05 PrnPersRedeems PIC ZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnPersDiscount PIC $$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnPersGross PIC $$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnPersAvg PIC $$$,$$9.99.
        05 FILLER PIC X(14) VALUE "  single-use".
01 CompLine.
        05 FILLER PIC X(12) VALUE "(comps)     ".
        05 PrnCompLines PIC ZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnCompValue PIC $$$,$$9.99.
        05 FILLER PIC X(34) VALUE "  goodwill, not a promotion".
01 RuleHeads PIC X(80) VALUE
    "Rule      Name                  Orders   Times       Saved".
01 RuleDetailLine.
        05 PrnRuleID PIC X(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRuleName PIC X(20).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRuleOrders PIC ZZZZ9.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnRuleTimes PIC ZZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRuleSaved PIC $$$,$$9.99.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".

*> one accumulator row per discount code seen in the range
            10 TblRedeems PIC 9(5).
            10 TblDiscGiven PIC 9(7)V99.
            10 TblGross PIC 9(7)V99.
            10 TblTerms PIC X(12).
01 CodeCount PIC 99 VALUE 0.
01 CodeIdx PIC 99.
01 Temp_Count PIC 99.
01 NoCodeTrans PIC 9(5) VALUE 0.
01 NoCodeGross PIC 9(8)V99 VALUE 0.
01 PersRedeems PIC 9(5) VALUE 0.
01 PersDiscGiven PIC 9(7)V99 VALUE 0.
01 PersGross PIC 9(8)V99 VALUE 0.
01 WS-Terms PIC X(12).
01 WS-SingleUse PIC X.
01 WS-Avg PIC 9(6)V99.
01 CompLines PIC 9(5) VALUE 0.
01 CompValue PIC 9(7)V99 VALUE 0.

*> one accumulator row per mix-and-match / quantity-break rule taken in the range
01 RuleTable.
        05 RuleEntry OCCURS 20 TIMES.
            10 TblRuleID PIC X(8).
            10 TblRuleName PIC X(20).
            10 TblRuleOrders PIC 9(5).
            10 TblRuleTimes PIC 9(6).
            10 TblRuleSaved PIC 9(7)V99.
01 RuleCount PIC 99 VALUE 0.
01 RuleIdx PIC 99.
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "From date (CCYYMMDD) : " WITH NO ADVANCING
DISPLAY "To date   (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-ToDate

OPEN INPUT DiscountFile
IF DiscountFileStatus = "00"
        MOVE 'Y' TO DiscFileOpen
END-IF

*> SWEEP THE DATED HISTORY FILES FOR THE RANGE, THEN THE LIVE LOG FOR
*> ANYTHING NOT YET ARCHIVED BY THE NIGHTLY CLOSE
MOVE WS-FromDate TO WS-SweepDate
END-PERFORM
MOVE "SalesLog.dat" TO WS-LogFileName
PERFORM SweepOneLog
IF DiscFileOpen = 'Y'
        CLOSE DiscountFile
END-IF

OPEN OUTPUT PromoReport
MOVE WS-FromDate TO PrnFromDate
            MOVE 0 TO WS-Avg
        END-IF
        MOVE WS-Avg TO PrnAvg
        MOVE TblTerms(Temp_Count) TO PrnTerms
        WRITE PrintLine FROM PromoDetailLine AFTER ADVANCING 1 LINE
        ADD 1 TO Temp_Count
END-PERFORM
        MOVE 0 TO WS-Avg
END-IF
MOVE WS-Avg TO PrnNCAvg
IF PersRedeems > 0
        MOVE PersRedeems TO PrnPersRedeems
        MOVE PersDiscGiven TO PrnPersDiscount
        MOVE PersGross TO PrnPersGross
        COMPUTE WS-Avg ROUNDED = PersGross / PersRedeems
        MOVE WS-Avg TO PrnPersAvg
        WRITE PrintLine FROM PersonalLine AFTER ADVANCING 1 LINE
END-IF
WRITE PrintLine FROM NoCodeLine AFTER ADVANCING 2 LINES
*> GOODWILL COMPS FOR COMPLAINTS ARE GIVEAWAYS, NOT PROMOTIONS -- SHOWN APART
MOVE CompLines TO PrnCompLines
MOVE CompValue TO PrnCompValue
WRITE PrintLine FROM CompLine AFTER ADVANCING 1 LINE
*> AUTOMATIC PROMOTIONS TAKEN AT CONFIRM -- NO CODE KEYED, SO LISTED BY RULE
IF RuleCount > 0
        WRITE PrintLine FROM RuleHeads AFTER ADVANCING 3 LINES
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > RuleCount
            MOVE TblRuleID(Temp_Count) TO PrnRuleID
            MOVE TblRuleName(Temp_Count) TO PrnRuleName
            MOVE TblRuleOrders(Temp_Count) TO PrnRuleOrders
            MOVE TblRuleTimes(Temp_Count) TO PrnRuleTimes
            MOVE TblRuleSaved(Temp_Count) TO PrnRuleSaved
            WRITE PrintLine FROM RuleDetailLine AFTER ADVANCING 1 LINE
            ADD 1 TO Temp_Count
        END-PERFORM
END-IF
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE PromoReport
MOVE "PromoEffect.rpt" TO RF-ReportName
MOVE "PROMORPT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Promo effectiveness written to PromoEffect.rpt"
STOP RUN.

END-IF.

TallySweep.
IF SL-RecType = 'I' AND SL-OvrReason = "CP" AND SL-Training NOT = 'Y'
        AND SL-Date NOT < WS-FromDate
        AND SL-Date NOT > WS-ToDate
        ADD 1 TO CompLines
        COMPUTE CompValue = CompValue + SL-OrigPrice * SL-Qty - SL-Amount
END-IF
IF SL-RecType = 'H' AND SL-Training NOT = 'Y'
        AND SL-MenuID NOT = "GIFT" AND SL-MenuID NOT = "CATD" AND SL-MenuID NOT = "PLAN" *> activations are liability movement, not sales -- same rule as DAILYSALES
        AND SL-Date NOT < WS-FromDate
        AND SL-Date NOT > WS-ToDate
        IF SL-DiscountCode = SPACE
        ELSE
            PERFORM TallyCode
        END-IF
END-IF
IF SL-RecType = 'M' AND SL-Training NOT = 'Y'
        AND SL-Date NOT < WS-FromDate
        AND SL-Date NOT > WS-ToDate
        PERFORM TallyRule
END-IF.

TallyCode.
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF CodeIdx = 0
        PERFORM ReadCodeTerms
END-IF
IF CodeIdx = 0 AND WS-SingleUse = 'Y'
        ADD 1 TO PersRedeems
        ADD SL-Amount TO PersGross
        IF SL-DiscAmt IS NUMERIC
            ADD SL-DiscAmt TO PersDiscGiven
        END-IF
END-IF
IF CodeIdx = 0 AND WS-SingleUse NOT = 'Y' AND CodeCount < 20
        ADD 1 TO CodeCount
        MOVE CodeCount TO CodeIdx
        MOVE SL-DiscountCode TO TblCode(CodeIdx)
        MOVE 0 TO TblRedeems(CodeIdx)
        MOVE 0 TO TblDiscGiven(CodeIdx)
        MOVE 0 TO TblGross(CodeIdx)
        MOVE WS-Terms TO TblTerms(CodeIdx)
END-IF
IF CodeIdx > 0
        ADD 1 TO TblRedeems(CodeIdx)
            ADD SL-DiscAmt TO TblDiscGiven(CodeIdx)
        END-IF
END-IF.

*> THE CODE'S TERMS FROM Discount.dat, AND WHETHER IT IS A SINGLE-USE (PERSONAL)
*> CODE -- A CODE SINCE PURGED IN DISCMNT IS STILL REPORTED, JUST WITHOUT TERMS
ReadCodeTerms.
MOVE 'N' TO WS-SingleUse
MOVE "not on file" TO WS-Terms
IF DiscFileOpen = 'Y'
        MOVE SL-DiscountCode TO DC-Code
        READ DiscountFile
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE DC-SingleUse TO WS-SingleUse
                MOVE SPACE TO WS-Terms
                IF DC-Value IS NUMERIC
                    MOVE DC-Value TO WS-ValueDisp
                    IF DC-Type = 'P'
                        STRING WS-ValueDisp DELIMITED BY SIZE
                            " PCT" DELIMITED BY SIZE
                            INTO WS-Terms
                    ELSE
                        STRING WS-ValueDisp DELIMITED BY SIZE
                            " OFF" DELIMITED BY SIZE
                            INTO WS-Terms
                    END-IF
                END-IF
        END-READ
END-IF.

TallyRule.
MOVE 0 TO RuleIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > RuleCount
        IF TblRuleID(Temp_Count) = SL-DiscountCode
            MOVE Temp_Count TO RuleIdx
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF RuleIdx = 0 AND RuleCount < 20
        ADD 1 TO RuleCount
        MOVE RuleCount TO RuleIdx
        MOVE SL-DiscountCode TO TblRuleID(RuleIdx)
        MOVE SL-MenuItemName TO TblRuleName(RuleIdx)
        MOVE 0 TO TblRuleOrders(RuleIdx)
        MOVE 0 TO TblRuleTimes(RuleIdx)
        MOVE 0 TO TblRuleSaved(RuleIdx)
END-IF
IF RuleIdx > 0
        ADD 1 TO TblRuleOrders(RuleIdx)
        ADD SL-Qty TO TblRuleTimes(RuleIdx)
        ADD SL-Amount TO TblRuleSaved(RuleIdx)
END-IF.
