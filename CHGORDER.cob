        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHGORDER. *> change order for the bank: from the day's denomination counts and the float kept back, which notes and coins to keep, which to bank, and what to order so tomorrow's floats can be made up
AUTHOR. Yanling.
DATE-WRITTEN.Oct 4th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT DrawerFile ASSIGN TO "Drawer.dat" *> opening floats and closing counts, keyed by denomination in testPOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DrawerStatus.
        SELECT StoreProfFile ASSIGN TO "StoreProf.dat" *> store name for the heading, set up in STORSET
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StoreProfStatus.
        SELECT OrderReport ASSIGN TO "ChangeOrder.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD DrawerFile.
COPY DRAWREC.

FD StoreProfFile.
COPY STOREPRO.

FD OrderReport.
01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
COPY RATES. *> DrawerFloatRetain is what tomorrow's floats are made up from
COPY DENOMS.
01 WSEOF PIC X VALUE 'N'.
01 DrawerStatus PIC XX.
01 StoreProfStatus PIC XX.
01 WS-CountDate PIC 9(8).
01 WS-DrawersByDenom PIC 9(3) VALUE 0.
01 WS-DrawersByTotal PIC 9(3) VALUE 0.
01 WS-TotalOnlyAmt PIC 9(7)V99 VALUE 0.
01 WS-MixTotal PIC 9(5)V99 VALUE 0.
01 WS-NeedTotal PIC 9(5)V99 VALUE 0.
01 WS-Packs PIC 9(5).
01 DenomIdx PIC 99.

*> one row per denomination, DENOMS order
01 ChangeTable.
        05 ChangeEntry OCCURS 10 TIMES.
            10 TblCounted PIC 9(6).
            10 TblNeeded PIC 9(6).
            10 TblKeep PIC 9(6).
            10 TblOrder PIC 9(6).
            10 TblToBank PIC 9(6).

01 WS-CountedAmt PIC 9(7)V99 VALUE 0.
01 WS-KeepAmt PIC 9(7)V99 VALUE 0.
01 WS-OrderAmt PIC 9(7)V99 VALUE 0.
01 WS-ToBankAmt PIC 9(7)V99 VALUE 0.
01 WS-NetDeposit PIC S9(7)V99 VALUE 0.

01 StoreNameLine PIC X(30) VALUE SPACE.
01 PageHeading.
        05 FILLER PIC X(32) VALUE "CHANGE ORDER FROM COUNTS OF     ".
        05 PrnCountDate PIC 9(8).
01 RetainLine.
        05 FILLER PIC X(36) VALUE "Float to make up for tomorrow     : ".
        05 PrnRetain PIC ZZ,ZZ9.99.
01 CloseHeading PIC X(40) VALUE "DRAWERS CLOSED".
01 CloseHeads PIC X(80) VALUE
    "  User        Time        Counted    Expected  Over/Short  Count".
01 CloseLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnUser PIC X(10).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnTime PIC 9(6).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnCounted PIC ZZZ,ZZ9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnExpected PIC ZZZ,ZZ9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnOverShort PIC +ZZ,ZZ9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnCountHow PIC X(16).
01 DenomHeading PIC X(40) VALUE "NOTES AND COINS".
01 DenomHeads PIC X(100) VALUE
    "  Denomination    Counted   Needed  Keep Back    To Bank    Order  Packs   Order Value".
01 DenomLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDenomValue PIC ZZ9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnDenomKind PIC X(5).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDenCounted PIC ZZZZZ9.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnDenNeeded PIC ZZZZZ9.
        05 FILLER PIC X(5) VALUE SPACE.
        05 PrnDenKeep PIC ZZZZZ9.
        05 FILLER PIC X(5) VALUE SPACE.
        05 PrnDenToBank PIC ZZZZZ9.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnDenOrder PIC ZZZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDenPacks PIC ZZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDenOrderAmt PIC ZZZ,ZZ9.99.
01 SummaryLine.
        05 PrnSumText PIC X(36).
        05 PrnSumAmt PIC -Z,ZZZ,ZZ9.99.
01 TotalOnlyNote.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnTotalOnlyCount PIC ZZ9.
        05 FILLER PIC X(60) VALUE
            " drawer(s) closed on a total only -- not in the breakdown, ".
        05 PrnTotalOnlyAmt PIC ZZZ,ZZ9.99.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Date of the closing counts (CCYYMMDD, 0 = today) : " WITH NO ADVANCING
ACCEPT WS-CountDate
IF WS-CountDate = 0
        ACCEPT WS-CountDate FROM DATE YYYYMMDD
END-IF

MOVE 1 TO DenomIdx
PERFORM UNTIL DenomIdx > DenomCount
        MOVE 0 TO TblCounted(DenomIdx)
        MOVE 0 TO TblNeeded(DenomIdx)
        MOVE 0 TO TblKeep(DenomIdx)
        MOVE 0 TO TblOrder(DenomIdx)
        MOVE 0 TO TblToBank(DenomIdx)
        ADD 1 TO DenomIdx
END-PERFORM

OPEN INPUT StoreProfFile
IF StoreProfStatus = "00"
        READ StoreProfFile
            AT END CONTINUE
            NOT AT END MOVE SP-Name TO StoreNameLine
        END-READ
        CLOSE StoreProfFile
END-IF

OPEN OUTPUT OrderReport
MOVE WS-CountDate TO PrnCountDate
IF StoreNameLine NOT = SPACE
        WRITE PrintLine FROM StoreNameLine AFTER ADVANCING PAGE
        WRITE PrintLine FROM PageHeading AFTER ADVANCING 1 LINE
ELSE
        WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
END-IF

*> EVERY CLOSING COUNT FOR THE DAY, WITH ITS OVER/SHORT, AND THE PIECES ADDED UP
WRITE PrintLine FROM CloseHeading AFTER ADVANCING 2 LINES
WRITE PrintLine FROM CloseHeads AFTER ADVANCING 1 LINE
OPEN INPUT DrawerFile
IF DrawerStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ DrawerFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF DR-RecType = 'C' AND DR-Date = WS-CountDate
                        PERFORM NoteClosingCount
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DrawerFile
END-IF
IF WS-DrawersByDenom = 0 AND WS-DrawersByTotal = 0
        DISPLAY "No drawer was closed on " WS-CountDate " -- nothing to order from."
END-IF

*> TOMORROW'S FLOAT, DENOMINATION BY DENOMINATION: THE STANDARD MIX SCALED TO
*> DrawerFloatRetain, THE SMALLEST COIN TAKING UP WHATEVER THE SCALING LEAVES
MOVE 1 TO DenomIdx
PERFORM UNTIL DenomIdx > DenomCount
        COMPUTE WS-MixTotal = WS-MixTotal
            + DenomFloatMix(DenomIdx) * DenomValue(DenomIdx)
        ADD 1 TO DenomIdx
END-PERFORM
MOVE 1 TO DenomIdx
PERFORM UNTIL DenomIdx = DenomCount
        IF WS-MixTotal > 0
            COMPUTE TblNeeded(DenomIdx) =
                DenomFloatMix(DenomIdx) * DrawerFloatRetain / WS-MixTotal
        END-IF
        COMPUTE WS-NeedTotal = WS-NeedTotal
            + TblNeeded(DenomIdx) * DenomValue(DenomIdx)
        ADD 1 TO DenomIdx
END-PERFORM
COMPUTE TblNeeded(DenomCount) =
        (DrawerFloatRetain - WS-NeedTotal) / DenomValue(DenomCount)

*> KEEP BACK WHAT THE COUNT CAN SPARE, BANK THE REST, ORDER THE SHORTFALL IN
*> WHOLE ROLLS -- THE ORDER IS PAID FOR OUT OF THE NOTES GOING TO THE BANK
WRITE PrintLine FROM DenomHeading AFTER ADVANCING 3 LINES
WRITE PrintLine FROM DenomHeads AFTER ADVANCING 1 LINE
MOVE 1 TO DenomIdx
PERFORM WorkOutDenom UNTIL DenomIdx > DenomCount

MOVE DrawerFloatRetain TO PrnRetain
WRITE PrintLine FROM RetainLine AFTER ADVANCING 3 LINES
MOVE "Counted in the closed drawers     : " TO PrnSumText
MOVE WS-CountedAmt TO PrnSumAmt
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Kept back towards the floats      : " TO PrnSumText
MOVE WS-KeepAmt TO PrnSumAmt
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Going to the bank                 : " TO PrnSumText
MOVE WS-ToBankAmt TO PrnSumAmt
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
MOVE "Change to order from the bank     : " TO PrnSumText
MOVE WS-OrderAmt TO PrnSumAmt
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
COMPUTE WS-NetDeposit = WS-ToBankAmt - WS-OrderAmt
MOVE "Deposit after paying for change   : " TO PrnSumText
MOVE WS-NetDeposit TO PrnSumAmt
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
IF WS-DrawersByTotal > 0
        MOVE WS-DrawersByTotal TO PrnTotalOnlyCount
        MOVE WS-TotalOnlyAmt TO PrnTotalOnlyAmt
        WRITE PrintLine FROM TotalOnlyNote AFTER ADVANCING 2 LINES
END-IF
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE OrderReport
MOVE "ChangeOrder.rpt" TO RF-ReportName
MOVE "CHGORDER" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Change order for " WS-CountDate " written to ChangeOrder.rpt"
STOP RUN.

NoteClosingCount.
MOVE DR-UserID TO PrnUser
MOVE DR-Time TO PrnTime
MOVE DR-Amount TO PrnCounted
MOVE DR-Expected TO PrnExpected
MOVE DR-OverShort TO PrnOverShort
IF DR-ByDenom = 'Y'
        MOVE "BY DENOMINATION" TO PrnCountHow
        ADD 1 TO WS-DrawersByDenom
        MOVE 1 TO DenomIdx
        PERFORM UNTIL DenomIdx > DenomCount
            ADD DR-DenomQty(DenomIdx) TO TblCounted(DenomIdx)
            ADD 1 TO DenomIdx
        END-PERFORM
ELSE
        MOVE "TOTAL ONLY" TO PrnCountHow
        ADD 1 TO WS-DrawersByTotal
        ADD DR-Amount TO WS-TotalOnlyAmt
END-IF
WRITE PrintLine FROM CloseLine AFTER ADVANCING 1 LINE.

WorkOutDenom.
IF TblCounted(DenomIdx) < TblNeeded(DenomIdx)
        MOVE TblCounted(DenomIdx) TO TblKeep(DenomIdx)
        COMPUTE WS-Packs = (TblNeeded(DenomIdx) - TblCounted(DenomIdx)
            + DenomPackQty(DenomIdx) - 1) / DenomPackQty(DenomIdx)
        COMPUTE TblOrder(DenomIdx) = WS-Packs * DenomPackQty(DenomIdx)
ELSE
        MOVE TblNeeded(DenomIdx) TO TblKeep(DenomIdx)
        MOVE 0 TO WS-Packs
        MOVE 0 TO TblOrder(DenomIdx)
END-IF
COMPUTE TblToBank(DenomIdx) = TblCounted(DenomIdx) - TblKeep(DenomIdx)
COMPUTE WS-CountedAmt = WS-CountedAmt
        + TblCounted(DenomIdx) * DenomValue(DenomIdx)
COMPUTE WS-KeepAmt = WS-KeepAmt
        + TblKeep(DenomIdx) * DenomValue(DenomIdx)
COMPUTE WS-ToBankAmt = WS-ToBankAmt
        + TblToBank(DenomIdx) * DenomValue(DenomIdx)
COMPUTE WS-OrderAmt = WS-OrderAmt
        + TblOrder(DenomIdx) * DenomValue(DenomIdx)
MOVE DenomValue(DenomIdx) TO PrnDenomValue
MOVE DenomKind(DenomIdx) TO PrnDenomKind
MOVE TblCounted(DenomIdx) TO PrnDenCounted
MOVE TblNeeded(DenomIdx) TO PrnDenNeeded
MOVE TblKeep(DenomIdx) TO PrnDenKeep
MOVE TblToBank(DenomIdx) TO PrnDenToBank
MOVE TblOrder(DenomIdx) TO PrnDenOrder
MOVE WS-Packs TO PrnDenPacks
COMPUTE PrnDenOrderAmt = TblOrder(DenomIdx) * DenomValue(DenomIdx)
WRITE PrintLine FROM DenomLine AFTER ADVANCING 1 LINE
ADD 1 TO DenomIdx.
