        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPUTE. *> card chargeback case file: logs each processor notice against its transaction, prints the evidence pack, and lists the cases coming up to their response deadline
AUTHOR. Yanling.
DATE-WRITTEN.Oct 6th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT DisputeFile ASSIGN TO "Dispute.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DisputeStatus.
        SELECT SalesLog ASSIGN TO WS-LogFileName *> the sale's dated archive, then the live log if it isn't rolled away yet
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesLogStatus.
        SELECT TransIdxFile ASSIGN TO "TransIdx.dat" *> transaction directory -- the archive and record holding the disputed sale
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS TX-TransNo
            ALTERNATE RECORD KEY IS TX-CustID WITH DUPLICATES
            FILE STATUS IS TransIdxStatus.
        SELECT SettlementFile ASSIGN TO "Settlement.dat" *> the processor's settled charges, the file CARDRECON matches against
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SettlementStatus.
        SELECT ReceiptFile ASSIGN TO "Receipt.txt" *> the printed receipt image, found by transaction number as REPRINT_RECEIPT finds it
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ReceiptStatus.
        SELECT StoreProfFile ASSIGN TO "StoreProf.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StoreProfStatus.
        SELECT EvidReport ASSIGN TO "DisputeEvid.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT DueReport ASSIGN TO "DisputeDue.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD DisputeFile.
COPY DISPREC.

FD SalesLog.
COPY SALESLOG.

FD TransIdxFile.
COPY TRANSIDX.

FD SettlementFile.
01 SettlementData.
        02 SET-Date PIC 9(8).
        02 SET-TransNo PIC 9(6).
        02 SET-Amount PIC 9(6)V99.

FD ReceiptFile.
01 ReceiptLine PIC X(66).

FD StoreProfFile.
COPY STOREPRO.

FD EvidReport.
01 EvidLine PIC X(80).

FD DueReport.
01 DueLine PIC X(80).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 WSEOF PIC X VALUE 'N'.
01 DisputeStatus PIC XX.
01 SalesLogStatus PIC XX.
01 SettlementStatus PIC XX.
01 ReceiptStatus PIC XX.
01 StoreProfStatus PIC XX.
01 TransIdxStatus PIC XX.
01 WS-LogFileName PIC X(30).
01 WS-Today PIC 9(8).
01 WS-TodayInt PIC 9(7).
01 WS-DueInt PIC 9(7).
01 WS-DaysLeft PIC S9(5).
01 WS-DaysAhead PIC 9(3).
01 WS-StoreName PIC X(30) VALUE SPACE.

*> the case file in storage, whole records -- rewritten in full after every change
01 CaseTable.
        05 CaseEntry OCCURS 200 TIMES.
            10 TblCaseRec PIC X(98).
01 CaseCount PIC 9(3) VALUE 0.
01 CaseIdx PIC 9(3).
01 MatchedCaseIdx PIC 9(3) VALUE 0.
01 Temp_Count PIC 9(3).
01 WS-FindRef PIC X(16).
01 WS-NewStatus PIC X(1).
01 WS-NewNote PIC X(30).

*> what the journal holds for the disputed transaction
01 WS-TransFound PIC X.
01 WS-CardOnTrans PIC X.
01 WS-TransAmount PIC 9(6)V99.
01 WS-SettleFound PIC X.
01 WS-ReceiptFound PIC X.
01 WS-InBlock PIC X.
01 WS-ReceiptKey PIC X(8).
01 WS-KeyCount PIC 9(3).
01 WS-DirFound PIC X. *> Y = the transaction directory holds the sale at a known archive position
01 WS-DirLogFile PIC X(30).
01 WS-DirRecNo PIC 9(7).
01 WS-LogPos PIC 9(7).

01 WS-ShowAmount PIC $$$,$$9.99.
01 WS-DueCount PIC 9(3).
01 WS-DueAmount PIC 9(7)V99.
01 WS-OpenCount PIC 9(3).
01 WS-OpenAmount PIC 9(7)V99.

01 EvidHeading.
        05 FILLER PIC X(33) VALUE "CHARGEBACK EVIDENCE       CASE   ".
        05 PrnEvRef PIC X(16).
01 EvidCaseLine.
        05 PrnEvLabel PIC X(24).
        05 PrnEvValue PIC X(40).
01 EvidSubHead PIC X(60).
01 EvidTransLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnEtType PIC X(6).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnEtDate PIC X(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnEtTime PIC X(6).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnEtQty PIC Z9.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnEtText PIC X(20).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnEtAmount PIC $$$,$$9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnEtTender PIC X(20).
01 EvidSettleLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 FILLER PIC X(12) VALUE "SETTLED ON  ".
        05 PrnEsDate PIC 9(8).
        05 FILLER PIC X(10) VALUE "   TRANS  ".
        05 PrnEsTransNo PIC 9(6).
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnEsAmount PIC $$$,$$9.99.
01 EvidTextLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnEvText PIC X(66).

01 DueHeading.
        05 FILLER PIC X(40) VALUE "CHARGEBACK CASES DUE WITHIN DAYS   ".
        05 PrnDueDays PIC ZZ9.
        05 FILLER PIC X(6) VALUE "  AT  ".
        05 PrnDueToday PIC 9(8).
01 DueHeads PIC X(80) VALUE
    "Processor ref     Trans   Amount      Reason  Due       Days  Status".
01 DueDetailLine.
        05 PrnDuRef PIC X(16).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDuTransNo PIC 9(6).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnDuAmount PIC $$$,$$9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDuReason PIC X(4).
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnDuDue PIC 9(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnDuDays PIC ----9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDuFlag PIC X(18).
01 SummaryLine.
        05 PrnSummaryText PIC X(36).
        05 PrnSummaryCount PIC ZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSummaryAmt PIC $$,$$$,$$9.99.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
StartPara.
        ACCEPT WS-Today FROM DATE YYYYMMDD
        PERFORM LoadCases.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "CARD CHARGEBACK CASES"
            DISPLAY "1            : Log A New Chargeback Notice"
            DISPLAY "2            : Update A Case (Responded / Won / Lost)"
            DISPLAY "3            : Print The Evidence Pack For A Case"
            DISPLAY "4            : List Cases Near Their Response Deadline"
            DISPLAY "5            : List All Cases"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM AddCase
                WHEN 2 PERFORM UpdateCase
                WHEN 3 PERFORM PrintEvidence
                WHEN 4 PERFORM ListDueCases
                WHEN 5 PERFORM ListCases
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        STOP RUN.

LoadCases.
        MOVE 0 TO CaseCount
        OPEN INPUT DisputeFile
        IF DisputeStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ DisputeFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF CaseCount < 200
                            ADD 1 TO CaseCount
                            MOVE DisputeData TO TblCaseRec(CaseCount)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DisputeFile
        END-IF
        MOVE 'N' TO WSEOF.

SaveCases.
        OPEN OUTPUT DisputeFile
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > CaseCount
            MOVE TblCaseRec(Temp_Count) TO DisputeData
            WRITE DisputeData
            ADD 1 TO Temp_Count
        END-PERFORM
        CLOSE DisputeFile.

FindCase.
        MOVE 0 TO MatchedCaseIdx
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > CaseCount
            MOVE TblCaseRec(Temp_Count) TO DisputeData
            IF DP-ProcRef = WS-FindRef
                MOVE Temp_Count TO MatchedCaseIdx
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM
        IF MatchedCaseIdx > 0
            MOVE TblCaseRec(MatchedCaseIdx) TO DisputeData
        END-IF.

*> A NEW NOTICE: THE TRANSACTION IS LOOKED UP IN THE JOURNAL SO A WRONG NUMBER
*> SHOWS NOW, NOT WHEN THE EVIDENCE PACK COMES OUT EMPTY THE DAY BEFORE THE DEADLINE
AddCase.
        DISPLAY " "
        DISPLAY "Processor case reference : " WITH NO ADVANCING
        ACCEPT WS-FindRef
        IF WS-FindRef = SPACE
            DISPLAY "A case needs the processor's reference."
        ELSE
        PERFORM FindCase
        IF MatchedCaseIdx > 0
            DISPLAY "Case " WS-FindRef " is already on file."
        ELSE
        IF CaseCount NOT < 200
            DISPLAY "THE CASE FILE IS FULL (200 CASES)."
        ELSE
            MOVE SPACE TO DisputeData
            MOVE WS-FindRef TO DP-ProcRef
            DISPLAY "Transaction number disputed : " WITH NO ADVANCING
            ACCEPT DP-TransNo
            DISPLAY "Date of the sale (CCYYMMDD) : " WITH NO ADVANCING
            ACCEPT DP-SaleDate
            DISPLAY "Amount charged back (eg 25.00) : " WITH NO ADVANCING
            ACCEPT DP-Amount
            DISPLAY "Processor reason code       : " WITH NO ADVANCING
            ACCEPT DP-Reason
            DISPLAY "Respond by (CCYYMMDD, 0 = ten days from today) : " WITH NO ADVANCING
            ACCEPT DP-DueDate
            IF DP-DueDate = 0
                COMPUTE DP-DueDate = FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(WS-Today) + 10)
            END-IF
            MOVE WS-Today TO DP-OpenDate
            MOVE 'O' TO DP-Status
            MOVE 0 TO DP-ClosedDate
            MOVE 'N' TO DP-GLPosted
            DISPLAY "Note                        : " WITH NO ADVANCING
            ACCEPT DP-Note
            PERFORM LookUpTransaction
            IF WS-TransFound NOT = 'Y'
                DISPLAY "WARNING: transaction " DP-TransNo " is not in the journal for " DP-SaleDate " -- check the notice."
            ELSE
                IF WS-CardOnTrans NOT = 'Y'
                    DISPLAY "WARNING: transaction " DP-TransNo " was not paid by card."
                END-IF
                IF WS-TransAmount < DP-Amount
                    MOVE WS-TransAmount TO WS-ShowAmount
                    DISPLAY "WARNING: more is charged back than the sale came to (" WS-ShowAmount ")."
                END-IF
            END-IF
            ADD 1 TO CaseCount
            MOVE DisputeData TO TblCaseRec(CaseCount)
            DISPLAY "Case " DP-ProcRef " logged, response due " DP-DueDate "."
            PERFORM SaveCases
        END-IF
        END-IF
        END-IF.

*> A LOST CASE IS LEFT FOR GLEXTRACT TO POST -- ONCE POSTED IT CAN'T BE REOPENED
*> HERE, BECAUSE THE LEDGER WOULD KEEP A WRITE-OFF FOR A CASE NO LONGER LOST
UpdateCase.
        DISPLAY " "
        DISPLAY "Processor case reference : " WITH NO ADVANCING
        ACCEPT WS-FindRef
        PERFORM FindCase
        IF MatchedCaseIdx = 0
            DISPLAY "No case " WS-FindRef " on file."
        ELSE
        IF DP-IsLost AND DP-GLPosted = 'Y'
            DISPLAY "Case " DP-ProcRef " was lost and is already posted to the ledger -- it cannot change."
        ELSE
            MOVE DP-Amount TO WS-ShowAmount
            DISPLAY "Trans " DP-TransNo " of " DP-SaleDate "  " WS-ShowAmount "  reason " DP-Reason "  due " DP-DueDate "  status " DP-Status
            DISPLAY "New status (O)pen, (R)esponded, (W)on, (L)ost : " WITH NO ADVANCING
            ACCEPT WS-NewStatus
            MOVE FUNCTION UPPER-CASE(WS-NewStatus) TO WS-NewStatus
            IF WS-NewStatus NOT = 'O' AND WS-NewStatus NOT = 'R'
                AND WS-NewStatus NOT = 'W' AND WS-NewStatus NOT = 'L'
                DISPLAY "Status not changed."
            ELSE
                MOVE WS-NewStatus TO DP-Status
                IF DP-IsWon OR DP-IsLost
                    MOVE WS-Today TO DP-ClosedDate
                ELSE
                    MOVE 0 TO DP-ClosedDate
                END-IF
                MOVE 'N' TO DP-GLPosted
                DISPLAY "Note (blank keeps the old one) : " WITH NO ADVANCING
                ACCEPT WS-NewNote
                IF WS-NewNote NOT = SPACE
                    MOVE WS-NewNote TO DP-Note
                END-IF
                MOVE DisputeData TO TblCaseRec(MatchedCaseIdx)
                IF DP-IsLost
                    DISPLAY "Case marked lost -- the write-off goes into the next GLEXTRACT run."
                ELSE
                    DISPLAY "Case " DP-ProcRef " updated."
                END-IF
                PERFORM SaveCases
            END-IF
        END-IF
        END-IF.

ListCases.
        DISPLAY " "
        DISPLAY "Processor ref     Trans   Sale date  Amount      Reason  Due       St  GL"
        MOVE 1 TO CaseIdx
        PERFORM UNTIL CaseIdx > CaseCount
            MOVE TblCaseRec(CaseIdx) TO DisputeData
            MOVE DP-Amount TO WS-ShowAmount
            DISPLAY DP-ProcRef "  " DP-TransNo "  " DP-SaleDate "  " WS-ShowAmount "  " DP-Reason "    " DP-DueDate "  " DP-Status "   " DP-GLPosted
            ADD 1 TO CaseIdx
        END-PERFORM
        DISPLAY CaseCount " case(s) on file.".

*> THE DEADLINE LIST: EVERY LIVE CASE DUE WITHIN THE WINDOW, OVERDUE ONES INCLUDED
ListDueCases.
        DISPLAY " "
        DISPLAY "List cases due within how many days (0 = 7) : " WITH NO ADVANCING
        ACCEPT WS-DaysAhead
        IF WS-DaysAhead = 0
            MOVE 7 TO WS-DaysAhead
        END-IF
        COMPUTE WS-TodayInt = FUNCTION INTEGER-OF-DATE(WS-Today)
        MOVE 0 TO WS-DueCount
        MOVE 0 TO WS-DueAmount
        MOVE 0 TO WS-OpenCount
        MOVE 0 TO WS-OpenAmount
        OPEN OUTPUT DueReport
        PERFORM LoadStoreName
        IF WS-StoreName NOT = SPACE
            WRITE DueLine FROM WS-StoreName AFTER ADVANCING PAGE
        END-IF
        MOVE WS-DaysAhead TO PrnDueDays
        MOVE WS-Today TO PrnDueToday
        WRITE DueLine FROM DueHeading AFTER ADVANCING 1 LINE
        WRITE DueLine FROM DueHeads AFTER ADVANCING 2 LINES
        MOVE 1 TO CaseIdx
        PERFORM UNTIL CaseIdx > CaseCount
            MOVE TblCaseRec(CaseIdx) TO DisputeData
            IF DP-IsOpen OR DP-IsResponded
                ADD 1 TO WS-OpenCount
                ADD DP-Amount TO WS-OpenAmount
                COMPUTE WS-DueInt = FUNCTION INTEGER-OF-DATE(DP-DueDate)
                COMPUTE WS-DaysLeft = WS-DueInt - WS-TodayInt
                IF WS-DaysLeft NOT > WS-DaysAhead
                    PERFORM WriteDueLine
                END-IF
            END-IF
            ADD 1 TO CaseIdx
        END-PERFORM
        MOVE "Cases due in the window           : " TO PrnSummaryText
        MOVE WS-DueCount TO PrnSummaryCount
        MOVE WS-DueAmount TO PrnSummaryAmt
        WRITE DueLine FROM SummaryLine AFTER ADVANCING 2 LINES
        MOVE "All live cases                    : " TO PrnSummaryText
        MOVE WS-OpenCount TO PrnSummaryCount
        MOVE WS-OpenAmount TO PrnSummaryAmt
        WRITE DueLine FROM SummaryLine AFTER ADVANCING 1 LINE
        WRITE DueLine FROM ReportFooting AFTER ADVANCING 3 LINES
        CLOSE DueReport
        MOVE "DisputeDue.rpt" TO RF-ReportName
        MOVE "DISPUTE" TO RF-Program
        MOVE 0 TO RF-BusDate
        CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
        DISPLAY WS-DueCount " case(s) due within " WS-DaysAhead " day(s) -- written to DisputeDue.rpt".

*> A CASE STILL OPEN IS WORSE THAN ONE ANSWERED -- NO RESPONSE BY THE DEADLINE LOSES IT
WriteDueLine.
        ADD 1 TO WS-DueCount
        ADD DP-Amount TO WS-DueAmount
        MOVE DP-ProcRef TO PrnDuRef
        MOVE DP-TransNo TO PrnDuTransNo
        MOVE DP-Amount TO PrnDuAmount
        MOVE DP-Reason TO PrnDuReason
        MOVE DP-DueDate TO PrnDuDue
        MOVE WS-DaysLeft TO PrnDuDays
        EVALUATE TRUE
            WHEN DP-IsResponded
                MOVE "RESPONDED" TO PrnDuFlag
            WHEN WS-DaysLeft < 0
                MOVE "*** OVERDUE" TO PrnDuFlag
            WHEN WS-DaysLeft < 3
                MOVE "*** RESPOND NOW" TO PrnDuFlag
            WHEN OTHER
                MOVE "OPEN" TO PrnDuFlag
        END-EVALUATE
        WRITE DueLine FROM DueDetailLine AFTER ADVANCING 1 LINE.

*> THE EVIDENCE PACK: THE CASE, THE TRANSACTION AS JOURNALLED, THE PROCESSOR'S
*> OWN SETTLEMENT LINE FOR IT, AND THE RECEIPT EXACTLY AS IT WAS PRINTED
PrintEvidence.
        DISPLAY " "
        DISPLAY "Processor case reference : " WITH NO ADVANCING
        ACCEPT WS-FindRef
        PERFORM FindCase
        IF MatchedCaseIdx = 0
            DISPLAY "No case " WS-FindRef " on file."
        ELSE
            OPEN OUTPUT EvidReport
            PERFORM LoadStoreName
            IF WS-StoreName NOT = SPACE
                WRITE EvidLine FROM WS-StoreName AFTER ADVANCING PAGE
            END-IF
            MOVE DP-ProcRef TO PrnEvRef
            WRITE EvidLine FROM EvidHeading AFTER ADVANCING 1 LINE
            MOVE "Transaction number    : " TO PrnEvLabel
            MOVE DP-TransNo TO PrnEvValue
            WRITE EvidLine FROM EvidCaseLine AFTER ADVANCING 2 LINES
            MOVE "Date of sale          : " TO PrnEvLabel
            MOVE DP-SaleDate TO PrnEvValue
            WRITE EvidLine FROM EvidCaseLine AFTER ADVANCING 1 LINE
            MOVE "Amount disputed       : " TO PrnEvLabel
            MOVE DP-Amount TO WS-ShowAmount
            MOVE WS-ShowAmount TO PrnEvValue
            WRITE EvidLine FROM EvidCaseLine AFTER ADVANCING 1 LINE
            MOVE "Reason code           : " TO PrnEvLabel
            MOVE DP-Reason TO PrnEvValue
            WRITE EvidLine FROM EvidCaseLine AFTER ADVANCING 1 LINE
            MOVE "Response due          : " TO PrnEvLabel
            MOVE DP-DueDate TO PrnEvValue
            WRITE EvidLine FROM EvidCaseLine AFTER ADVANCING 1 LINE

            MOVE "TRANSACTION AS JOURNALLED" TO EvidSubHead
            WRITE EvidLine FROM EvidSubHead AFTER ADVANCING 2 LINES
            MOVE 'N' TO WS-TransFound
            MOVE 'N' TO WS-CardOnTrans
            MOVE 0 TO WS-TransAmount
            PERFORM FindInDirectory
            IF WS-DirFound = 'Y'
                *> THE ARCHIVE THE DIRECTORY NAMES -- READ THROUGH, SINCE A TIP OR
                *> REFUND AGAINST THE SALE CAN COME LATER IN THE DAY
                MOVE WS-DirLogFile TO WS-LogFileName
                PERFORM PrintFromOneLog
            ELSE
                PERFORM SetArchiveName
                PERFORM PrintFromOneLog
                MOVE "SalesLog.dat" TO WS-LogFileName
                PERFORM PrintFromOneLog
            END-IF
            IF WS-TransFound NOT = 'Y'
                MOVE "*** NOT FOUND IN THE JOURNAL FOR THAT DATE" TO PrnEvText
                WRITE EvidLine FROM EvidTextLine AFTER ADVANCING 1 LINE
            END-IF

            MOVE "PROCESSOR SETTLEMENT" TO EvidSubHead
            WRITE EvidLine FROM EvidSubHead AFTER ADVANCING 2 LINES
            PERFORM PrintSettlement

            MOVE "RECEIPT AS PRINTED" TO EvidSubHead
            WRITE EvidLine FROM EvidSubHead AFTER ADVANCING 2 LINES
            PERFORM PrintReceipt

            WRITE EvidLine FROM ReportFooting AFTER ADVANCING 3 LINES
            CLOSE EvidReport
            MOVE "DisputeEvid.rpt" TO RF-ReportName
            MOVE "DISPUTE" TO RF-Program
            MOVE 0 TO RF-BusDate
            CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
            DISPLAY "Evidence pack for case " DP-ProcRef " written to DisputeEvid.rpt"
        END-IF.

SetArchiveName.
        MOVE SPACE TO WS-LogFileName
        STRING "SalesLog_" DELIMITED BY SIZE
            DP-SaleDate DELIMITED BY SIZE
            ".dat" DELIMITED BY SIZE
            INTO WS-LogFileName.

*> SAME SEARCH AS THE EVIDENCE PACK, WITHOUT THE PRINTING -- USED WHEN A NOTICE IS LOGGED
LookUpTransaction.
        MOVE 'N' TO WS-TransFound
        MOVE 'N' TO WS-CardOnTrans
        MOVE 0 TO WS-TransAmount
        PERFORM FindInDirectory
        IF WS-DirFound = 'Y'
            MOVE WS-DirLogFile TO WS-LogFileName
            PERFORM CheckAtPosition
        ELSE
            PERFORM SetArchiveName
            PERFORM CheckOneLog
            MOVE "SalesLog.dat" TO WS-LogFileName
            PERFORM CheckOneLog
        END-IF.

*> THE DIRECTORY ENTRY COUNTS ONLY WHEN IT IS THE SALE OF THAT DATE AND HAS BEEN
*> ARCHIVED -- A SALE STILL ON THE LIVE LOG, OR ONE FROM BEFORE THE DIRECTORY, IS
*> SEARCHED FOR BY DATE AS BEFORE
FindInDirectory.
        MOVE 'N' TO WS-DirFound
        OPEN INPUT TransIdxFile
        IF TransIdxStatus = "00"
            MOVE DP-TransNo TO TX-TransNo
            READ TransIdxFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF TX-RecType = 'H' AND TX-Date = DP-SaleDate AND TX-LogRecNo > 0
                        MOVE 'Y' TO WS-DirFound
                        MOVE TX-LogFile TO WS-DirLogFile
                        MOVE TX-LogRecNo TO WS-DirRecNo
                    END-IF
            END-READ
            CLOSE TransIdxFile
        END-IF.

*> READ FORWARD TO THE HEADER THE DIRECTORY POINTS AT, AND NO FURTHER
CheckAtPosition.
        OPEN INPUT SalesLog
        IF SalesLogStatus = "00"
            MOVE 'N' TO WSEOF
            MOVE 0 TO WS-LogPos
            PERFORM UNTIL WSEOF = 'Y'
                READ SalesLog
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        ADD 1 TO WS-LogPos
                        IF WS-LogPos = WS-DirRecNo
                            IF SL-RecType = 'H' AND SL-TransNo = DP-TransNo
                                AND SL-Training NOT = 'Y'
                                PERFORM NoteHeader
                            END-IF
                            MOVE 'Y' TO WSEOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SalesLog
        END-IF
        MOVE 'N' TO WSEOF.

CheckOneLog.
        OPEN INPUT SalesLog
        IF SalesLogStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ SalesLog
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF SL-RecType = 'H' AND SL-TransNo = DP-TransNo
                            AND SL-Date = DP-SaleDate AND SL-Training NOT = 'Y'
                            PERFORM NoteHeader
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SalesLog
        END-IF
        MOVE 'N' TO WSEOF.

NoteHeader.
        MOVE 'Y' TO WS-TransFound
        MOVE SL-Amount TO WS-TransAmount
        IF SL-Tender1Type = "CARD" OR SL-Tender2Type = "CARD"
            MOVE 'Y' TO WS-CardOnTrans
        END-IF.

*> THE HEADER, ITS ITEM LINES, ANY TIP AND ANY REFUND AGAINST IT -- A REFUND
*> ALREADY GIVEN IS THE STRONGEST ANSWER TO A "NOT RECEIVED" CLAIM
PrintFromOneLog.
        OPEN INPUT SalesLog
        IF SalesLogStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ SalesLog
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF SL-TransNo = DP-TransNo AND SL-Date = DP-SaleDate
                            AND SL-Training NOT = 'Y'
                            PERFORM PrintJournalRecord
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SalesLog
        END-IF
        MOVE 'N' TO WSEOF.

PrintJournalRecord.
        MOVE SPACE TO PrnEtType
        MOVE SL-Date TO PrnEtDate
        MOVE SL-Time TO PrnEtTime
        MOVE 0 TO PrnEtQty
        MOVE SPACE TO PrnEtText
        MOVE SL-Amount TO PrnEtAmount
        MOVE SPACE TO PrnEtTender
        EVALUATE SL-RecType
            WHEN 'H'
                PERFORM NoteHeader
                MOVE "SALE" TO PrnEtType
                MOVE SL-UserID TO PrnEtText
                STRING SL-Tender1Type DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    SL-Tender2Type DELIMITED BY SPACE
                    INTO PrnEtTender
            WHEN 'I'
                MOVE "  ITEM" TO PrnEtType
                MOVE SL-Qty TO PrnEtQty
                MOVE SL-MenuItemName TO PrnEtText
            WHEN 'T'
                MOVE "  TIP" TO PrnEtType
                MOVE "CARD TIP" TO PrnEtText
            WHEN 'D'
                MOVE "  DONA" TO PrnEtType
                MOVE SL-MenuItemName TO PrnEtText
                MOVE SL-Tender1Type TO PrnEtTender
            WHEN 'R'
                MOVE "REFUND" TO PrnEtType
                MOVE SL-UserID TO PrnEtText
                MOVE SL-Tender1Type TO PrnEtTender
            WHEN 'J'
                MOVE "  RFND" TO PrnEtType
                MOVE SL-Qty TO PrnEtQty
                MOVE SL-MenuItemName TO PrnEtText
            WHEN 'V'
                MOVE "VOID" TO PrnEtType
                MOVE SL-UserID TO PrnEtText
            WHEN 'P'
                MOVE "REPRNT" TO PrnEtType
                MOVE SL-UserID TO PrnEtText
            WHEN OTHER
                MOVE SL-RecType TO PrnEtType
        END-EVALUATE
        WRITE EvidLine FROM EvidTransLine AFTER ADVANCING 1 LINE.

PrintSettlement.
        MOVE 'N' TO WS-SettleFound
        OPEN INPUT SettlementFile
        IF SettlementStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ SettlementFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF SET-TransNo = DP-TransNo
                            MOVE 'Y' TO WS-SettleFound
                            MOVE SET-Date TO PrnEsDate
                            MOVE SET-TransNo TO PrnEsTransNo
                            MOVE SET-Amount TO PrnEsAmount
                            WRITE EvidLine FROM EvidSettleLine AFTER ADVANCING 1 LINE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SettlementFile
        END-IF
        MOVE 'N' TO WSEOF
        IF WS-SettleFound NOT = 'Y'
            MOVE "*** NO SETTLEMENT LINE FOR THIS TRANSACTION ON Settlement.dat" TO PrnEvText
            WRITE EvidLine FROM EvidTextLine AFTER ADVANCING 1 LINE
        END-IF.

*> A RECEIPT RUNS FROM ITS "RECEIPT #nnnnnn" LINE UP TO THE NEXT RECEIPT OR
*> REFUND, OR THE STORE NAME THAT HEADS THE NEXT ONE
PrintReceipt.
        MOVE 'N' TO WS-ReceiptFound
        MOVE 'N' TO WS-InBlock
        MOVE SPACE TO WS-ReceiptKey
        STRING "#" DELIMITED BY SIZE
            DP-TransNo DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            INTO WS-ReceiptKey
        OPEN INPUT ReceiptFile
        IF ReceiptStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ ReceiptFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END PERFORM ReceiptScanLine
                END-READ
            END-PERFORM
            CLOSE ReceiptFile
        END-IF
        MOVE 'N' TO WSEOF
        IF WS-ReceiptFound NOT = 'Y'
            MOVE "*** NO PRINTED RECEIPT FOUND IN Receipt.txt" TO PrnEvText
            WRITE EvidLine FROM EvidTextLine AFTER ADVANCING 1 LINE
        END-IF.

ReceiptScanLine.
        IF ReceiptLine(1:9) = "RECEIPT #" OR ReceiptLine(1:8) = "REFUND #"
            MOVE 'N' TO WS-InBlock
            MOVE 0 TO WS-KeyCount
            INSPECT ReceiptLine TALLYING WS-KeyCount FOR ALL WS-ReceiptKey
            IF WS-KeyCount > 0 AND ReceiptLine(1:9) = "RECEIPT #"
                MOVE 'Y' TO WS-ReceiptFound
                MOVE 'Y' TO WS-InBlock
            END-IF
        ELSE
            IF WS-StoreName NOT = SPACE AND ReceiptLine = WS-StoreName
                MOVE 'N' TO WS-InBlock
            END-IF
        END-IF
        IF WS-InBlock = 'Y'
            MOVE ReceiptLine TO PrnEvText
            WRITE EvidLine FROM EvidTextLine AFTER ADVANCING 1 LINE
        END-IF.

LoadStoreName.
        MOVE SPACE TO WS-StoreName
        OPEN INPUT StoreProfFile
        IF StoreProfStatus = "00"
            READ StoreProfFile
                NOT AT END MOVE SP-Name TO WS-StoreName
            END-READ
            CLOSE StoreProfFile
        END-IF.
