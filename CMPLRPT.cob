        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CMPLRPT. *> monthly guest complaints by menu item, by category and by shift, so the kitchen can see which dishes keep coming back
AUTHOR. Yanling.
DATE-WRITTEN.Sep 16th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT ComplaintFile ASSIGN TO "Complaint.dat" *> comps from the register, remakes/refunds/apologies from CMPLLOG
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CmplStatus.
        SELECT MenuFile ASSIGN TO "Menu.dat" *> item names for the by-dish section
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MenuID
            FILE STATUS IS MenuFileStatus.
        SELECT CmplReport ASSIGN TO "Complaints.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ComplaintFile.
COPY CMPLREC.

FD MenuFile.
COPY MENUREC.

FD CmplReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 CmplStatus PIC XX.
01 MenuFileStatus PIC XX.
01 WS-Month PIC 9(6).
01 WS-NextMonth PIC 9(6). *> the month after, for the month-end date
01 WS-CmplCount PIC 9(5) VALUE 0.
01 WS-CmplValue PIC 9(7)V99 VALUE 0.
01 WS-CmplHour PIC 9(2).
01 WS-DishID PIC X(4).
01 DishSub PIC 9.

*> one slot per dish named in a complaint this month
01 ItemTable.
        05 ItemEntry OCCURS 200 TIMES.
            10 TblItmID PIC X(4).
            10 TblItmCount PIC 9(5).
            10 TblItmValue PIC 9(7)V99.
01 ItemCount PIC 9(3) VALUE 0.
01 ItmSub PIC 9(3).
01 MatchedItmIdx PIC 9(3).
01 WS-ItemOverflow PIC X VALUE 'N'.

*> the complaint categories CMPLLOG and the register accept, in print order
01 CategoryValues.
        05 FILLER PIC X(18) VALUE "FQFOOD QUALITY    ".
        05 FILLER PIC X(18) VALUE "TETEMPERATURE     ".
        05 FILLER PIC X(18) VALUE "WIWRONG ITEM      ".
        05 FILLER PIC X(18) VALUE "SLSLOW            ".
        05 FILLER PIC X(18) VALUE "SVSERVICE         ".
        05 FILLER PIC X(18) VALUE "CLCLEANLINESS     ".
        05 FILLER PIC X(18) VALUE "FOFOREIGN OBJECT  ".
        05 FILLER PIC X(18) VALUE "OTOTHER           ".
01 CategoryTable REDEFINES CategoryValues.
        05 CategoryEntry OCCURS 8 TIMES.
            10 TblCatCode PIC X(2).
            10 TblCatName PIC X(16).
01 CatCount PIC 9(5) OCCURS 8 TIMES.
01 CatValue PIC 9(7)V99 OCCURS 8 TIMES.
01 CatSub PIC 9(2).
01 MatchedCatIdx PIC 9(2).

*> shift is taken from when the complaint was logged: AM before 15:00, PM before 22:00, LATE after
01 ShiftValues.
        05 FILLER PIC X(4) VALUE "AM  ".
        05 FILLER PIC X(4) VALUE "PM  ".
        05 FILLER PIC X(4) VALUE "LATE".
01 ShiftTable REDEFINES ShiftValues.
        05 TblShiftName PIC X(4) OCCURS 3 TIMES.
01 ShiftCount PIC 9(5) OCCURS 3 TIMES.
01 ShiftValue PIC 9(7)V99 OCCURS 3 TIMES.
01 ShiftSub PIC 9.

01 PageHeading.
        05 FILLER PIC X(30) VALUE "GUEST COMPLAINTS FOR MONTH    ".
        05 PrnMonth PIC 9(6).
01 ItemHeads PIC X(60) VALUE
    "By dish  Item Name             Complaints   Comp Value".
01 ItemLine.
        05 FILLER PIC X(9) VALUE SPACE.
        05 PrnItemID PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnItemName PIC X(20).
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnItemCount PIC ZZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnItemValue PIC $$$,$$9.99.
01 CatHeads PIC X(60) VALUE
    "By category                   Complaints   Comp Value".
01 CatLine.
        05 FILLER PIC X(9) VALUE SPACE.
        05 PrnCatCode PIC X(2).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnCatName PIC X(16).
        05 FILLER PIC X(6) VALUE SPACE.
        05 PrnCatCount PIC ZZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnCatValue PIC $$$,$$9.99.
01 ShiftHeads PIC X(60) VALUE
    "By shift                      Complaints   Comp Value".
01 ShiftLine.
        05 FILLER PIC X(9) VALUE SPACE.
        05 PrnShiftName PIC X(4).
        05 FILLER PIC X(22) VALUE SPACE.
        05 PrnShiftCount PIC ZZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnShiftValue PIC $$$,$$9.99.
01 SummaryLine.
        05 FILLER PIC X(21) VALUE "Complaints logged  : ".
        05 PrnCmplCount PIC ZZZZ9.
        05 FILLER PIC X(14) VALUE "   comp value ".
        05 PrnCmplValue PIC $$$,$$9.99.
01 OverflowLine PIC X(60) VALUE
    "*** MORE THAN 200 DISHES NAMED -- LATER DISHES OMITTED".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Month (CCYYMM) : " WITH NO ADVANCING
ACCEPT WS-Month

MOVE 1 TO CatSub
PERFORM UNTIL CatSub > 8
        MOVE 0 TO CatCount(CatSub)
        MOVE 0 TO CatValue(CatSub)
        ADD 1 TO CatSub
END-PERFORM
MOVE 1 TO ShiftSub
PERFORM UNTIL ShiftSub > 3
        MOVE 0 TO ShiftCount(ShiftSub)
        MOVE 0 TO ShiftValue(ShiftSub)
        ADD 1 TO ShiftSub
END-PERFORM

OPEN INPUT ComplaintFile
IF CmplStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ ComplaintFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF CP-Date(1:6) = WS-Month
                        PERFORM TallyComplaint
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ComplaintFile
END-IF

OPEN OUTPUT CmplReport
MOVE WS-Month TO PrnMonth
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE

WRITE PrintLine FROM ItemHeads AFTER ADVANCING 2 LINES
OPEN INPUT MenuFile
MOVE 1 TO ItmSub
PERFORM UNTIL ItmSub > ItemCount
        PERFORM PrintItem
        ADD 1 TO ItmSub
END-PERFORM
IF MenuFileStatus = "00"
        CLOSE MenuFile
END-IF
IF WS-ItemOverflow = 'Y'
        WRITE PrintLine FROM OverflowLine AFTER ADVANCING 1 LINE
END-IF

WRITE PrintLine FROM CatHeads AFTER ADVANCING 2 LINES
MOVE 1 TO CatSub
PERFORM UNTIL CatSub > 8
        IF CatCount(CatSub) > 0
            MOVE TblCatCode(CatSub) TO PrnCatCode
            MOVE TblCatName(CatSub) TO PrnCatName
            MOVE CatCount(CatSub) TO PrnCatCount
            MOVE CatValue(CatSub) TO PrnCatValue
            WRITE PrintLine FROM CatLine AFTER ADVANCING 1 LINE
        END-IF
        ADD 1 TO CatSub
END-PERFORM

WRITE PrintLine FROM ShiftHeads AFTER ADVANCING 2 LINES
MOVE 1 TO ShiftSub
PERFORM UNTIL ShiftSub > 3
        MOVE TblShiftName(ShiftSub) TO PrnShiftName
        MOVE ShiftCount(ShiftSub) TO PrnShiftCount
        MOVE ShiftValue(ShiftSub) TO PrnShiftValue
        WRITE PrintLine FROM ShiftLine AFTER ADVANCING 1 LINE
        ADD 1 TO ShiftSub
END-PERFORM

MOVE WS-CmplCount TO PrnCmplCount
MOVE WS-CmplValue TO PrnCmplValue
WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE CmplReport
MOVE "Complaints.rpt" TO RF-ReportName
MOVE "CMPLRPT" TO RF-Program
*> FILED UNDER THE MONTH'S LAST DAY -- THE FIRST OF THE NEXT, LESS ONE DAY
MOVE 0 TO RF-BusDate
IF WS-Month(5:2) = "12"
        COMPUTE WS-NextMonth = WS-Month + 89
ELSE
        COMPUTE WS-NextMonth = WS-Month + 1
END-IF
IF WS-Month(5:2) NOT < "01" AND WS-Month(5:2) NOT > "12"
        COMPUTE RF-BusDate = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-NextMonth * 100 + 1) - 1)
END-IF
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY WS-CmplCount " complaint(s) in " WS-Month "."
DISPLAY "Complaint report written to Complaints.rpt"
STOP RUN.

TallyComplaint.
ADD 1 TO WS-CmplCount
ADD CP-CompValue TO WS-CmplValue

MOVE 8 TO MatchedCatIdx *> anything unrecognised counts as OT
MOVE 1 TO CatSub
PERFORM UNTIL CatSub > 8
        IF TblCatCode(CatSub) = CP-Category
            MOVE CatSub TO MatchedCatIdx
        END-IF
        ADD 1 TO CatSub
END-PERFORM
ADD 1 TO CatCount(MatchedCatIdx)
ADD CP-CompValue TO CatValue(MatchedCatIdx)

MOVE CP-Time(1:2) TO WS-CmplHour
EVALUATE TRUE
        WHEN WS-CmplHour < 15
            MOVE 1 TO ShiftSub
        WHEN WS-CmplHour < 22
            MOVE 2 TO ShiftSub
        WHEN OTHER
            MOVE 3 TO ShiftSub
END-EVALUATE
ADD 1 TO ShiftCount(ShiftSub)
ADD CP-CompValue TO ShiftValue(ShiftSub)

*> every dish named counts the complaint; the comp value goes to the first one named
MOVE 1 TO DishSub
PERFORM UNTIL DishSub > 3
        MOVE CP-MenuID(DishSub) TO WS-DishID
        IF WS-DishID NOT = SPACE
            PERFORM TallyDish
        END-IF
        ADD 1 TO DishSub
END-PERFORM.

TallyDish.
MOVE 0 TO MatchedItmIdx
MOVE 1 TO ItmSub
PERFORM UNTIL ItmSub > ItemCount OR MatchedItmIdx > 0
        IF TblItmID(ItmSub) = WS-DishID
            MOVE ItmSub TO MatchedItmIdx
        END-IF
        ADD 1 TO ItmSub
END-PERFORM
IF MatchedItmIdx = 0
        IF ItemCount < 200
            ADD 1 TO ItemCount
            MOVE ItemCount TO MatchedItmIdx
            MOVE WS-DishID TO TblItmID(MatchedItmIdx)
            MOVE 0 TO TblItmCount(MatchedItmIdx)
            MOVE 0 TO TblItmValue(MatchedItmIdx)
        ELSE
            MOVE 'Y' TO WS-ItemOverflow
        END-IF
END-IF
IF MatchedItmIdx > 0
        ADD 1 TO TblItmCount(MatchedItmIdx)
        IF DishSub = 1
            ADD CP-CompValue TO TblItmValue(MatchedItmIdx)
        END-IF
END-IF.

PrintItem.
MOVE TblItmID(ItmSub) TO PrnItemID
MOVE "(NOT ON MENU)" TO PrnItemName
IF MenuFileStatus = "00"
        MOVE TblItmID(ItmSub) TO MenuID
        READ MenuFile KEY IS MenuID
            INVALID KEY CONTINUE *> item since deleted from the menu
            NOT INVALID KEY MOVE MenuItemName TO PrnItemName
        END-READ
END-IF
MOVE TblItmCount(ItmSub) TO PrnItemCount
MOVE TblItmValue(ItmSub) TO PrnItemValue
WRITE PrintLine FROM ItemLine AFTER ADVANCING 1 LINE.
