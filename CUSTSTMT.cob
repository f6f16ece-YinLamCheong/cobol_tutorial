            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            FILE STATUS IS CustomerFileStatus.
        SELECT CustAliasFile ASSIGN TO "CustAlias.dat" *> IDs merged away in coboltut-13 -- their history belongs to the survivor
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CustAliasStatus.
        SELECT HouseholdFile ASSIGN TO "Household.dat" *> household links, kept by coboltut-13
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HouseholdStatus.
        SELECT PointsHistFile ASSIGN TO "PointsHist.dat" *> every earn and redemption per member, written by testPOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PtsHistStatus.
        SELECT TransIdxFile ASSIGN TO "TransIdx.dat" *> transaction directory -- a customer's sales by the second key, with the archive and record holding each
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TX-TransNo
            ALTERNATE RECORD KEY IS TX-CustID WITH DUPLICATES
            FILE STATUS IS TransIdxStatus.
        SELECT StmtReport ASSIGN TO "CustStatement.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

FD CustomerFile.
COPY CUSTOMER.

FD CustAliasFile.
COPY CUSTALS.

FD HouseholdFile.
COPY HOUSEHLD.

FD PointsHistFile.
COPY PTSHIST.

FD TransIdxFile.
COPY TRANSIDX.

FD StmtReport.
01 PrintLine PIC X(80).

01 WSEOF PIC X VALUE 'N'.
01 SalesLogStatus PIC XX.
01 CustomerFileStatus PIC XX.
01 CustAliasStatus PIC XX.
01 HouseholdStatus PIC XX.
01 PtsHistStatus PIC XX.
01 TransIdxStatus PIC XX.
01 WS-Mode PIC 9.
01 WS-CustID PIC 9(5).
01 WS-FromDate PIC 9(8).
        05 PrnTopName PIC X(31).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnTopSpend PIC $$$,$$9.99.
01 MergedLine.
        05 FILLER PIC X(24) VALUE "  Includes history of ID".
        05 PrnMergedID PIC 9(5).
        05 FILLER PIC X(21) VALUE ", merged into it on  ".
        05 PrnMergedDate PIC 9(8).
01 HouseholdLine.
        05 FILLER PIC X(24) VALUE "  Member of household   ".
        05 PrnHouseID PIC 9(5).
        05 FILLER PIC X(21) VALUE ", pooled points      ".
        05 PrnHousePoints PIC Z,ZZZ,ZZ9.
01 PointsHeads PIC X(70) VALUE
    "POINTS HISTORY    Date      Time    Trans     Points".
01 PointsHistLine.
        05 PrnPtsType PIC X(16).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnPtsDate PIC X(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnPtsTime PIC X(6).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnPtsTransNo PIC 9(6).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnPtsPoints PIC Z,ZZZ,ZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnPtsByNote PIC X(18).
01 PtsByNote.
        05 FILLER PIC X(13) VALUE "at card of ID".
        05 PrnPtsByID PIC 9(5).
01 ReportFooting PIC X(13) VALUE "END OF REPORT".

*> merged-away IDs, and the ID a journal record's SL-CustID now belongs to --
*> followed hop by hop, since a survivor can itself be merged later
01 AliasTable.
        05 AliasEntry OCCURS 500 TIMES.
            10 TblAliasOld PIC 9(5).
            10 TblAliasSurvivor PIC 9(5).
            10 TblAliasDate PIC 9(8).
01 AliasCount PIC 9(3) VALUE 0.
01 AliasSub PIC 9(3).
01 MergedSub PIC 9(3).
01 WS-EffCustID PIC 9(5).
01 WS-Hops PIC 9.

*> the customer's household, and what its members hold between them
01 WS-HouseID PIC 9(5).
01 WS-HousePoints PIC 9(8).
01 WS-HouseEOF PIC X.
01 WS-HistLines PIC 9(5).

*> item lines follow their header directly in the journal, so one pass does the join
01 WS-IsMine PIC X.
01 WS-MineTransNo PIC 9(6).
01 WS-ApproxPoints PIC 9(5).

*> the customer's archived sales, found in the transaction directory under their
*> own ID and each ID merged into it, then read in date order straight from the
*> archive and record the directory gives -- only today's live log is still swept
01 DirTable.
        05 DirEntry OCCURS 500 TIMES.
            10 TblDirStamp PIC X(14). *> CCYYMMDDHHMMSS
            10 TblDirTransNo PIC 9(6).
            10 TblDirFile PIC X(30).
            10 TblDirRecNo PIC 9(7).
01 DirCount PIC 9(3) VALUE 0.
01 DirSub PIC 9(3).
01 WS-SwapDir PIC X(57).
01 WS-DirOpen PIC X VALUE 'N'.
01 WS-DirEOF PIC X.
01 WS-LookupID PIC 9(5).
01 WS-OpenLogName PIC X(30) VALUE SPACE. *> the archive left open between entries, spaces when none
01 WS-LogPos PIC 9(7) VALUE 0. *> records read so far from it

*> spend accumulators for the top-customer list
01 SpendTable.
        05 SpendEntry OCCURS 100 TIMES.
01 WS-SwapCust PIC 9(5).
01 WS-SwapAmt PIC 9(7)V99.
01 WS-RankLimit PIC 99.
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "(1) Statement for one customer, (2) Top customers by spend : " WITH NO ADVANCING
DISPLAY "To date   (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-ToDate

PERFORM LoadAliases
IF WS-Mode = 1
        PERFORM CustomerStatement
ELSE
OPEN OUTPUT StmtReport
MOVE WS-CustFullName TO PrnCustName
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
MOVE 1 TO MergedSub
PERFORM UNTIL MergedSub > AliasCount
        MOVE TblAliasOld(MergedSub) TO WS-EffCustID
        PERFORM ResolveCustID
        IF WS-EffCustID = WS-CustID
            MOVE TblAliasOld(MergedSub) TO PrnMergedID
            MOVE TblAliasDate(MergedSub) TO PrnMergedDate
            WRITE PrintLine FROM MergedLine AFTER ADVANCING 1 LINE
        END-IF
        ADD 1 TO MergedSub
END-PERFORM
PERFORM HouseholdSummary
WRITE PrintLine FROM TransHeads AFTER ADVANCING 2 LINES

*> ONE PASS: A MATCHING HEADER PRINTS AND OPENS THE GATE, ITS ITEM LINES
*> (WHICH FOLLOW IT DIRECTLY IN THE JOURNAL) PRINT UNDER IT
MOVE 'N' TO WS-IsMine
PERFORM LoadDirEntries
IF WS-DirOpen = 'Y'
        PERFORM PrintDirEntries
        MOVE 'N' TO WS-IsMine
        MOVE "SalesLog.dat" TO WS-LogFileName
        PERFORM SweepOneLog
ELSE
        PERFORM SweepAllLogs *> no directory yet -- every day in the range is read through
END-IF
PERFORM PointsHistory
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE StmtReport
MOVE "CustStatement.rpt" TO RF-ReportName
MOVE "CUSTSTMT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Statement written to CustStatement.rpt".

*> A HOUSEHOLD MEMBER'S STATEMENT SHOWS THE POOL THEIR POINTS REDEEM FROM
HouseholdSummary.
MOVE 0 TO WS-HouseID
OPEN INPUT HouseholdFile
IF HouseholdStatus = "00"
        MOVE 'N' TO WS-HouseEOF
        PERFORM UNTIL WS-HouseEOF = 'Y'
            READ HouseholdFile
                AT END MOVE 'Y' TO WS-HouseEOF
                NOT AT END
                    IF HH-CustID = WS-CustID
                        MOVE HH-HouseID TO WS-HouseID
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HouseholdFile
END-IF
IF WS-HouseID > 0
        MOVE 0 TO WS-HousePoints
        OPEN INPUT HouseholdFile
        OPEN INPUT CustomerFile
        MOVE 'N' TO WS-HouseEOF
        PERFORM UNTIL WS-HouseEOF = 'Y'
            READ HouseholdFile
                AT END MOVE 'Y' TO WS-HouseEOF
                NOT AT END
                    IF HH-HouseID = WS-HouseID AND CustomerFileStatus = "00"
                        MOVE HH-CustID TO IDNum
                        READ CustomerFile
                            INVALID KEY CONTINUE
                            NOT INVALID KEY ADD LoyaltyPoints TO WS-HousePoints
                        END-READ
                    END-IF
            END-READ
        END-PERFORM
        IF CustomerFileStatus = "00"
            CLOSE CustomerFile
        END-IF
        CLOSE HouseholdFile
        MOVE WS-HouseID TO PrnHouseID
        MOVE WS-HousePoints TO PrnHousePoints
        WRITE PrintLine FROM HouseholdLine AFTER ADVANCING 1 LINE
END-IF.

*> THE CUSTOMER'S OWN EARNS AND REDEMPTIONS OVER THE RANGE, INCLUDING POINTS
*> ANOTHER HOUSEHOLD MEMBER REDEEMED OFF THEIR BALANCE
PointsHistory.
MOVE 0 TO WS-HistLines
OPEN INPUT PointsHistFile
IF PtsHistStatus = "00"
        WRITE PrintLine FROM PointsHeads AFTER ADVANCING 3 LINES
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ PointsHistFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE PH-CustID TO WS-EffCustID
                    PERFORM ResolveCustID
                    IF WS-EffCustID = WS-CustID
                        AND PH-Date NOT < WS-FromDate
                        AND PH-Date NOT > WS-ToDate
                        PERFORM PointsHistRecord
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PointsHistFile
        IF WS-HistLines = 0
            MOVE "  (none in this range)" TO PrintLine
            WRITE PrintLine AFTER ADVANCING 1 LINE
        END-IF
END-IF.

PointsHistRecord.
ADD 1 TO WS-HistLines
IF PH-Type = 'R'
        MOVE "  Redeemed" TO PrnPtsType
ELSE
        MOVE "  Earned" TO PrnPtsType
END-IF
MOVE PH-Date TO PrnPtsDate
MOVE PH-Time TO PrnPtsTime
MOVE PH-TransNo TO PrnPtsTransNo
MOVE PH-Points TO PrnPtsPoints
MOVE SPACE TO PrnPtsByNote
IF PH-ByCustID NOT = PH-CustID
        MOVE PH-ByCustID TO PrnPtsByID
        MOVE PtsByNote TO PrnPtsByNote
END-IF
WRITE PrintLine FROM PointsHistLine AFTER ADVANCING 1 LINE.

StatementRecord.
EVALUATE SL-RecType
    WHEN 'H'
        MOVE 'N' TO WS-IsMine
        MOVE SL-CustID TO WS-EffCustID
        PERFORM ResolveCustID
        IF WS-EffCustID = WS-CustID AND SL-Training NOT = 'Y'
            AND SL-Date NOT < WS-FromDate
            AND SL-Date NOT > WS-ToDate
            MOVE 'Y' TO WS-IsMine
        MOVE 'N' TO WS-IsMine
END-EVALUATE.

*> EVERY ARCHIVED SALE ON FILE UNDER THE CUSTOMER (OR AN ID MERGED INTO THEM) IN
*> THE RANGE. ENTRIES STILL ON THE LIVE LOG ARE LEFT TO THE LIVE-LOG SWEEP
LoadDirEntries.
MOVE 0 TO DirCount
MOVE 'N' TO WS-DirOpen
OPEN INPUT TransIdxFile
IF TransIdxStatus = "00"
        MOVE 'Y' TO WS-DirOpen
        MOVE WS-CustID TO WS-LookupID
        PERFORM LoadOneCustID
        MOVE 1 TO MergedSub
        PERFORM UNTIL MergedSub > AliasCount
            MOVE TblAliasOld(MergedSub) TO WS-EffCustID
            PERFORM ResolveCustID
            IF WS-EffCustID = WS-CustID
                MOVE TblAliasOld(MergedSub) TO WS-LookupID
                PERFORM LoadOneCustID
            END-IF
            ADD 1 TO MergedSub
        END-PERFORM
        CLOSE TransIdxFile
        PERFORM SortDirEntries
END-IF.

LoadOneCustID.
MOVE WS-LookupID TO TX-CustID
START TransIdxFile KEY IS = TX-CustID
        INVALID KEY MOVE 'Y' TO WS-DirEOF
        NOT INVALID KEY MOVE 'N' TO WS-DirEOF
END-START
PERFORM UNTIL WS-DirEOF = 'Y'
        READ TransIdxFile NEXT RECORD
            AT END MOVE 'Y' TO WS-DirEOF
            NOT AT END
                IF TX-CustID NOT = WS-LookupID
                    MOVE 'Y' TO WS-DirEOF
                ELSE
                    IF TX-RecType = 'H' AND TX-LogRecNo > 0
                        AND TX-Date NOT < WS-FromDate
                        AND TX-Date NOT > WS-ToDate
                        AND DirCount < 500
                        ADD 1 TO DirCount
                        MOVE TX-Date TO TblDirStamp(DirCount)(1:8)
                        MOVE TX-Time TO TblDirStamp(DirCount)(9:6)
                        MOVE TX-TransNo TO TblDirTransNo(DirCount)
                        MOVE TX-LogFile TO TblDirFile(DirCount)
                        MOVE TX-LogRecNo TO TblDirRecNo(DirCount)
                    END-IF
                END-IF
        END-READ
END-PERFORM.

*> SIMPLE EXCHANGE SORT INTO DATE/TIME ORDER, SO MERGED-IN HISTORY INTERLEAVES
SortDirEntries.
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > DirCount
        MOVE Temp_Count TO SwapSub
        ADD 1 TO SwapSub
        PERFORM UNTIL SwapSub > DirCount
            IF TblDirStamp(SwapSub) < TblDirStamp(Temp_Count)
                MOVE DirEntry(Temp_Count) TO WS-SwapDir
                MOVE DirEntry(SwapSub) TO DirEntry(Temp_Count)
                MOVE WS-SwapDir TO DirEntry(SwapSub)
            END-IF
            ADD 1 TO SwapSub
        END-PERFORM
        ADD 1 TO Temp_Count
END-PERFORM.

PrintDirEntries.
MOVE SPACE TO WS-OpenLogName
MOVE 1 TO DirSub
PERFORM UNTIL DirSub > DirCount
        PERFORM PrintOneDirEntry
        ADD 1 TO DirSub
END-PERFORM
IF WS-OpenLogName NOT = SPACE
        CLOSE SalesLog
END-IF.

*> A LATER SALE IN THE ARCHIVE ALREADY OPEN IS READ ON TO; ANY OTHER OPENS ITS
*> ARCHIVE FROM THE TOP. THE HEADER AND THE LINES CARRYING ITS NUMBER GO THROUGH
*> StatementRecord AS THE SWEEP WOULD HAVE SENT THEM
PrintOneDirEntry.
IF TblDirFile(DirSub) NOT = WS-OpenLogName OR TblDirRecNo(DirSub) NOT > WS-LogPos
        IF WS-OpenLogName NOT = SPACE
            CLOSE SalesLog
        END-IF
        MOVE SPACE TO WS-OpenLogName
        MOVE 0 TO WS-LogPos
        MOVE TblDirFile(DirSub) TO WS-LogFileName
        OPEN INPUT SalesLog
        IF SalesLogStatus = "00"
            MOVE WS-LogFileName TO WS-OpenLogName
        ELSE
            DISPLAY "Archive " WS-LogFileName " not found -- transaction " TblDirTransNo(DirSub) " left off the statement."
        END-IF
END-IF
IF WS-OpenLogName NOT = SPACE
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WS-LogPos + 1 NOT < TblDirRecNo(DirSub) OR WSEOF = 'Y'
            READ SalesLog
                AT END PERFORM CloseDirLog
                NOT AT END ADD 1 TO WS-LogPos
            END-READ
        END-PERFORM
        MOVE 'N' TO WS-IsMine
        PERFORM UNTIL WSEOF = 'Y'
            READ SalesLog
                AT END PERFORM CloseDirLog
                NOT AT END
                    ADD 1 TO WS-LogPos
                    IF WS-LogPos > TblDirRecNo(DirSub) AND SL-TransNo NOT = TblDirTransNo(DirSub)
                        MOVE 'Y' TO WSEOF
                    ELSE
                        PERFORM StatementRecord
                    END-IF
            END-READ
        END-PERFORM
END-IF.

CloseDirLog.
CLOSE SalesLog
MOVE SPACE TO WS-OpenLogName
MOVE 'Y' TO WSEOF.

TopCustomers.
PERFORM SweepAllLogs

END-IF
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE StmtReport
MOVE "CustStatement.rpt" TO RF-ReportName
MOVE "CUSTSTMT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Top-customer list written to CustStatement.rpt".

*> SWEEP THE DATED HISTORY FILES FOR THE RANGE, THEN THE LIVE LOG FOR
TopRecord.
IF SL-RecType = 'H' AND SL-CustID > 0
        AND SL-Training NOT = 'Y'
        AND SL-MenuID NOT = "GIFT" AND SL-MenuID NOT = "CATD" AND SL-MenuID NOT = "PLAN" *> activations are liability movement, not spend
        AND SL-Date NOT < WS-FromDate
        AND SL-Date NOT > WS-ToDate
        MOVE SL-CustID TO WS-EffCustID
        PERFORM ResolveCustID
        PERFORM FindSpendRow
        IF SpendIdx > 0 *> zero when the 100-customer table is full -- skip, don't subscript zero
            ADD SL-Amount TO TblSpendAmt(SpendIdx)
MOVE 0 TO SpendIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > SpendCount
        IF TblSpendCust(Temp_Count) = WS-EffCustID
            MOVE Temp_Count TO SpendIdx
        END-IF
        ADD 1 TO Temp_Count
IF SpendIdx = 0 AND SpendCount < 100
        ADD 1 TO SpendCount
        MOVE SpendCount TO SpendIdx
        MOVE WS-EffCustID TO TblSpendCust(SpendIdx)
        MOVE 0 TO TblSpendAmt(SpendIdx)
END-IF.

LoadAliases.
OPEN INPUT CustAliasFile
IF CustAliasStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ CustAliasFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF AliasCount < 500
                        ADD 1 TO AliasCount
                        MOVE CA-OldID TO TblAliasOld(AliasCount)
                        MOVE CA-SurvivorID TO TblAliasSurvivor(AliasCount)
                        MOVE CA-MergedDate TO TblAliasDate(AliasCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CustAliasFile
END-IF
MOVE 'N' TO WSEOF.

*> A CUSTOMER ID AS IT STANDS TODAY: EACH MERGE IT WENT THROUGH, IN TURN
ResolveCustID.
MOVE 0 TO WS-Hops
MOVE 1 TO AliasSub
PERFORM UNTIL AliasSub > AliasCount OR WS-Hops > 8
        IF TblAliasOld(AliasSub) = WS-EffCustID
            MOVE TblAliasSurvivor(AliasSub) TO WS-EffCustID
            ADD 1 TO WS-Hops
            MOVE 1 TO AliasSub
        ELSE
            ADD 1 TO AliasSub
        END-IF
END-PERFORM.
