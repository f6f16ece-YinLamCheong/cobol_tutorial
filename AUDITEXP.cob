        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AUDITEXP. *> standard audit file for the tax inspector: masters, every archived transaction with its tax line, and the ledger for a date range, with control totals proved against the Z-counter grand totals
AUTHOR. Yanling.
DATE-WRITTEN.Oct 6th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT CashierFile ASSIGN TO "Cashier.dat" *> the export carries customer data -- a manager login is required
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CashierFileStatus.
        SELECT StoreProfFile ASSIGN TO "StoreProf.dat" *> the shop's identity and tax registration, set up in STORSET
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StoreProfStatus.
        SELECT TaxRateFile ASSIGN TO "TaxRate.dat" *> per-class tax rates, maintained by TAXMNT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TaxRateStatus.
        SELECT MenuFile ASSIGN TO "Menu.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS MenuID
            FILE STATUS IS MenuFileStatus.
        SELECT CustomerFile ASSIGN TO "Customer.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS IDNum
            FILE STATUS IS CustomerFileStatus.
        SELECT ArchCatFile ASSIGN TO "ArchCat.dat" *> which business days have a dated SalesLog archive
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ArchCatStatus.
        SELECT SalesLog ASSIGN TO WS-LogFileName *> SalesLog_CCYYMMDD.dat, one archived day at a time
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesLogStatus.
        SELECT TotalsFile ASSIGN TO "DayTotals.dat" *> each Z's day figures, Z number and grand total
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TotalsStatus.
        SELECT LedgerFile ASSIGN TO "GLLedger.dat" *> the monthly ledger GLCLOSE accumulates
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LedgerStatus.
        SELECT SecLogFile ASSIGN TO "SecLog.dat" *> handing customer data to an outside body is a security-relevant event
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT AuditFile ASSIGN TO "AuditFile.dat" *> the file handed to the inspector
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT ValidReport ASSIGN TO "AuditExp.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CashierFile.
COPY CASHIER.

FD StoreProfFile.
COPY STOREPRO.

FD TaxRateFile.
01 TaxRateData.
        02 TX-Class PIC X(1).
        02 TX-Desc PIC X(20).
        02 TX-Rate PIC V999.
        02 TX-Juris PIC X(4).

FD MenuFile.
COPY MENUREC.

FD CustomerFile.
COPY CUSTOMER.

FD ArchCatFile.
01 ArchCatData.
        02 AC-Date PIC 9(8).
        02 AC-RecCount PIC 9(7).
        02 AC-TotalAmt PIC 9(9)V99.
        02 AC-LastLink PIC X(16).

FD SalesLog.
COPY SALESLOG.

FD TotalsFile.
01 DayTotalsData.
        02 DT-Date PIC 9(8).
        02 DT-TransCount PIC 9(5).
        02 DT-NetSales PIC S9(8)V99 SIGN LEADING SEPARATE.
        02 DT-Taxable PIC 9(8)V99.
        02 DT-Tax PIC 9(7)V99.
        02 DT-RfdTaxable PIC 9(7)V99.
        02 DT-RfdTax PIC 9(7)V99.
        02 DT-Exempt PIC 9(7)V99.
        02 DT-CashAmt PIC S9(7)V99 SIGN LEADING SEPARATE.
        02 DT-CardAmt PIC S9(7)V99 SIGN LEADING SEPARATE.
        02 DT-OtherAmt PIC S9(7)V99 SIGN LEADING SEPARATE.
        02 DT-ZNumber PIC 9(5).
        02 DT-GrandTotal PIC 9(9)V99.

FD LedgerFile.
01 LedgerRecord.
        02 GL-Month PIC 9(6).
        02 GL-Account PIC X(8).
        02 GL-DrAmt PIC 9(9)V99.
        02 GL-CrAmt PIC 9(9)V99.
        02 GL-Basis PIC X(1).

FD SecLogFile.
COPY SECLOG.

*> ONE LINE PER ITEM, A TWO-LETTER TYPE IN FRONT: HD HEADER, ST STORE, TR TAX RATE,
*> MI MENU ITEM, CU CUSTOMER, TH TRANSACTION, TL TRANSACTION LINE, TX TAX LINE,
*> GL LEDGER POSTING, CT CONTROL TOTALS -- THE CT LINE IS ALWAYS LAST
FD AuditFile.
01 AuditRecord.
        02 AF-RecType PIC X(2).
        02 AF-Body PIC X(200).
        02 AF-Header REDEFINES AF-Body.
            03 AF-HD-Software PIC X(10).
            03 AF-HD-Created PIC 9(8).
            03 AF-HD-CreatedTime PIC 9(6).
            03 AF-HD-FromDate PIC 9(8).
            03 AF-HD-ToDate PIC 9(8).
            03 AF-HD-TaxID PIC X(15).
            03 AF-HD-UserID PIC X(10).
            03 FILLER PIC X(135).
        02 AF-Store REDEFINES AF-Body.
            03 AF-ST-Name PIC X(30).
            03 AF-ST-Addr1 PIC X(30).
            03 AF-ST-Addr2 PIC X(30).
            03 AF-ST-Phone PIC X(12).
            03 AF-ST-TaxID PIC X(15).
            03 FILLER PIC X(83).
        02 AF-TaxRate REDEFINES AF-Body.
            03 AF-TR-Class PIC X(1).
            03 AF-TR-Juris PIC X(4).
            03 AF-TR-Desc PIC X(20).
            03 AF-TR-Rate PIC 9V999.
            03 FILLER PIC X(171).
        02 AF-MenuItem REDEFINES AF-Body.
            03 AF-MI-MenuID PIC X(4).
            03 AF-MI-Name PIC X(20).
            03 AF-MI-Category PIC X(8).
            03 AF-MI-TaxClass PIC X(1).
            03 AF-MI-Price PIC X(9).
            03 AF-MI-EffFrom PIC 9(8).
            03 FILLER PIC X(150).
        02 AF-Customer REDEFINES AF-Body.
            03 AF-CU-CustID PIC 9(5).
            03 AF-CU-FirstName PIC X(15).
            03 AF-CU-LastName PIC X(15).
            03 AF-CU-Addr PIC X(30).
            03 FILLER PIC X(135).
        02 AF-Trans REDEFINES AF-Body.
            03 AF-TH-Type PIC X(1). *> H sale, R refund, V void -- as journalled
            03 AF-TH-Kind PIC X(4). *> SALE, RFND, VOID, or GIFT / CATD / PLAN for a liability taken in advance
            03 AF-TH-Date PIC X(8).
            03 AF-TH-Time PIC X(6).
            03 AF-TH-TransNo PIC 9(6).
            03 AF-TH-UserID PIC X(10).
            03 AF-TH-TermID PIC X(4).
            03 AF-TH-StoreID PIC X(4).
            03 AF-TH-CustID PIC 9(5).
            03 AF-TH-Channel PIC X(1).
            03 AF-TH-Amount PIC 9(6)V99.
            03 AF-TH-DiscCode PIC X(8).
            03 AF-TH-DiscAmt PIC 9(6)V99.
            03 AF-TH-Tender1Type PIC X(4).
            03 AF-TH-Tender1Amt PIC 9(6)V99.
            03 AF-TH-Tender2Type PIC X(4).
            03 AF-TH-Tender2Amt PIC 9(6)V99.
            03 AF-TH-ChainValue PIC X(16). *> the journal's tamper-evident link, as CHAINVFY checks it
            03 FILLER PIC X(87).
        02 AF-TransLine REDEFINES AF-Body.
            03 AF-TL-Type PIC X(1). *> I sale line, J refund line
            03 AF-TL-Date PIC X(8).
            03 AF-TL-TransNo PIC 9(6).
            03 AF-TL-MenuID PIC X(4).
            03 AF-TL-Name PIC X(20).
            03 AF-TL-Qty PIC 9(2).
            03 AF-TL-Amount PIC 9(6)V99.
            03 AF-TL-OrigPrice PIC 9(6)V99.
            03 AF-TL-OvrReason PIC X(2).
            03 AF-TL-SizeCode PIC X(1).
            03 FILLER PIC X(140).
        02 AF-TaxLine REDEFINES AF-Body.
            03 AF-TX-Type PIC X(1). *> H tax charged, R tax refunded
            03 AF-TX-Date PIC X(8).
            03 AF-TX-TransNo PIC 9(6).
            03 AF-TX-Taxable PIC 9(6)V99.
            03 AF-TX-Tax PIC 9(6)V99.
            03 AF-TX-ExemptCert PIC X(12).
            03 FILLER PIC X(157).
        02 AF-Ledger REDEFINES AF-Body.
            03 AF-GL-Month PIC 9(6).
            03 AF-GL-Account PIC X(8).
            03 AF-GL-DrAmt PIC 9(9)V99.
            03 AF-GL-CrAmt PIC 9(9)V99.
            03 FILLER PIC X(164).
        02 AF-Control REDEFINES AF-Body.
            03 AF-CT-MasterCount PIC 9(7).
            03 AF-CT-TransCount PIC 9(7).
            03 AF-CT-LineCount PIC 9(7).
            03 AF-CT-TaxLineCount PIC 9(7).
            03 AF-CT-LedgerCount PIC 9(7).
            03 AF-CT-NetSales PIC S9(9)V99 SIGN LEADING SEPARATE.
            03 AF-CT-NetTax PIC S9(9)V99 SIGN LEADING SEPARATE.
            03 AF-CT-LedgerDr PIC 9(11)V99.
            03 AF-CT-LedgerCr PIC 9(11)V99.
            03 FILLER PIC X(114).

FD ValidReport.
01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 CatEOF PIC X VALUE 'N'.
01 CashierFileStatus PIC XX.
01 StoreProfStatus PIC XX.
01 TaxRateStatus PIC XX.
01 MenuFileStatus PIC XX.
01 CustomerFileStatus PIC XX.
01 ArchCatStatus PIC XX.
01 SalesLogStatus PIC XX.
01 TotalsStatus PIC XX.
01 LedgerStatus PIC XX.
01 TimeRaw PIC X(8).
01 Temp_Count PIC 99.

01 CashierTable.
        05 CashierEntry OCCURS 20 TIMES.
            10 TblCashierID PIC X(10).
            10 TblCashierPswd PIC X(30).
            10 TblCashierRole PIC X(1).
            10 TblCashierPswdDate PIC 9(8). *> zero marks a genuine pre-scramble record
01 CashierCount PIC 99 VALUE 0.
01 MatchedCashierIdx PIC 99 VALUE 0.
01 UserID PIC X(10).
01 UserPswd PIC X(30).
01 HashedPswd PIC X(30).
01 UserRole PIC X(1).
        88 UserIsManager VALUE 'M'.

01 WS-FromDate PIC 9(8).
01 WS-ToDate PIC 9(8).
01 WS-FromMonth PIC 9(6).
01 WS-ToMonth PIC 9(6).
01 WS-LogFileName PIC X(30).

*> the Z rows for the range, in the order the closes ran
01 ZTable.
        05 ZEntry OCCURS 400 TIMES.
            10 TblZDate PIC 9(8).
            10 TblZNumber PIC 9(5).
            10 TblZNet PIC S9(8)V99.
            10 TblZTax PIC S9(8)V99.
            10 TblZGrand PIC 9(9)V99.
            10 TblZMatched PIC X(1).
01 ZCount PIC 9(3) VALUE 0.
01 ZIdx PIC 9(3).
01 WS-ZOverflow PIC X VALUE 'N'.
01 WS-PrevZNumber PIC 9(5).
01 WS-PrevGrand PIC 9(9)V99.
01 WS-FirstGrand PIC S9(9)V99.
01 WS-LastGrand PIC 9(9)V99.
01 WS-ZMovement PIC S9(9)V99.
01 WS-ZTotalNet PIC S9(9)V99 VALUE 0.
01 WS-ZTotalTax PIC S9(9)V99 VALUE 0.
01 WS-HaveFirstZ PIC X VALUE 'N'.

*> one archived day being exported
01 WS-DayNet PIC S9(8)V99.
01 WS-DayTax PIC S9(8)V99.
01 WS-DayTrans PIC 9(6).

01 WS-MasterCount PIC 9(7) VALUE 0.
01 WS-TransCount PIC 9(7) VALUE 0.
01 WS-LineCount PIC 9(7) VALUE 0.
01 WS-TaxLineCount PIC 9(7) VALUE 0.
01 WS-LedgerCount PIC 9(7) VALUE 0.
01 WS-ExpNet PIC S9(9)V99 VALUE 0.
01 WS-ExpTax PIC S9(9)V99 VALUE 0.
01 WS-LedgerDr PIC 9(11)V99 VALUE 0.
01 WS-LedgerCr PIC 9(11)V99 VALUE 0.
01 WS-DaysExported PIC 9(4) VALUE 0.
01 WS-Problems PIC 9(4) VALUE 0.

01 StoreNameLine PIC X(30) VALUE SPACE.
01 PageHeading.
        05 FILLER PIC X(30) VALUE "AUDIT FILE EXPORT        FROM ".
        05 PrnFromDate PIC 9(8).
        05 FILLER PIC X(4) VALUE " TO ".
        05 PrnToDate PIC 9(8).
01 DayHeading PIC X(60) VALUE "EACH DAY EXPORTED AGAINST ITS Z".
01 DayHeads PIC X(100) VALUE
    "  Date       Z No     Z Net Sales   Exported Net       Z Tax   Exported Tax  Check".
01 DayLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDayDate PIC 9(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDayZNo PIC ZZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDayZNet PIC -ZZZ,ZZ9.99.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnDayExpNet PIC -ZZZ,ZZ9.99.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnDayZTax PIC -ZZZ,ZZ9.99.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnDayExpTax PIC -ZZZ,ZZ9.99.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDayCheck PIC X(24).
01 ZSeqLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSeqDate PIC 9(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSeqText PIC X(60).
01 CountLine.
        05 PrnCountText PIC X(36).
        05 PrnCountNum PIC ZZZZZZ9.
01 AmountLine.
        05 PrnAmtText PIC X(36).
        05 PrnAmtNum PIC -ZZZ,ZZZ,ZZ9.99.
01 VerdictLine.
        05 FILLER PIC X(10) VALUE "VERDICT : ".
        05 PrnVerdict PIC X(70).
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
PERFORM LoadCashiers
PERFORM LoginCheck

DISPLAY "Export from date (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-FromDate
DISPLAY "Export to date   (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-ToDate
IF WS-ToDate < WS-FromDate
        DISPLAY "The to date is before the from date -- nothing exported."
        STOP RUN
END-IF
DIVIDE WS-FromDate BY 100 GIVING WS-FromMonth
DIVIDE WS-ToDate BY 100 GIVING WS-ToMonth

*> THE Z ROWS COME FIRST: A RANGE TOO LONG TO HOLD CAN'T BE PROVED, SO IT ISN'T EXPORTED
OPEN INPUT TotalsFile
IF TotalsStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ TotalsFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF DT-Date NOT < WS-FromDate AND DT-Date NOT > WS-ToDate
                        PERFORM NoteZRow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TotalsFile
END-IF
IF WS-ZOverflow = 'Y'
        DISPLAY "More than 400 Z runs in the range -- export a shorter range."
        STOP RUN
END-IF

OPEN OUTPUT AuditFile
OPEN OUTPUT ValidReport
PERFORM WriteMasters

MOVE WS-FromDate TO PrnFromDate
MOVE WS-ToDate TO PrnToDate
IF StoreNameLine NOT = SPACE
        WRITE PrintLine FROM StoreNameLine AFTER ADVANCING PAGE
        WRITE PrintLine FROM PageHeading AFTER ADVANCING 1 LINE
ELSE
        WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
END-IF
WRITE PrintLine FROM DayHeading AFTER ADVANCING 2 LINES
WRITE PrintLine FROM DayHeads AFTER ADVANCING 1 LINE

*> EVERY ARCHIVED DAY IN THE RANGE, ONE AT A TIME, EACH PROVED AGAINST ITS OWN Z
OPEN INPUT ArchCatFile
IF ArchCatStatus = "00"
        PERFORM UNTIL CatEOF = 'Y'
            READ ArchCatFile
                AT END MOVE 'Y' TO CatEOF
                NOT AT END
                    IF AC-Date NOT < WS-FromDate AND AC-Date NOT > WS-ToDate
                        PERFORM ExportOneDay
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ArchCatFile
END-IF

*> A Z WITH NO ARCHIVE BEHIND IT IS AS MUCH A GAP AS AN ARCHIVE WITH NO Z
MOVE 1 TO ZIdx
PERFORM UNTIL ZIdx > ZCount
        IF TblZMatched(ZIdx) = 'N'
            MOVE TblZDate(ZIdx) TO PrnDayDate
            MOVE TblZNumber(ZIdx) TO PrnDayZNo
            MOVE TblZNet(ZIdx) TO PrnDayZNet
            MOVE 0 TO PrnDayExpNet
            MOVE TblZTax(ZIdx) TO PrnDayZTax
            MOVE 0 TO PrnDayExpTax
            MOVE "*** Z BUT NO ARCHIVE" TO PrnDayCheck
            WRITE PrintLine FROM DayLine AFTER ADVANCING 1 LINE
            ADD 1 TO WS-Problems
        END-IF
        ADD 1 TO ZIdx
END-PERFORM

PERFORM WriteLedger
PERFORM CheckZSequence

MOVE "CT" TO AF-RecType
MOVE SPACE TO AF-Body
MOVE WS-MasterCount TO AF-CT-MasterCount
MOVE WS-TransCount TO AF-CT-TransCount
MOVE WS-LineCount TO AF-CT-LineCount
MOVE WS-TaxLineCount TO AF-CT-TaxLineCount
MOVE WS-LedgerCount TO AF-CT-LedgerCount
MOVE WS-ExpNet TO AF-CT-NetSales
MOVE WS-ExpTax TO AF-CT-NetTax
MOVE WS-LedgerDr TO AF-CT-LedgerDr
MOVE WS-LedgerCr TO AF-CT-LedgerCr
WRITE AuditRecord
CLOSE AuditFile

PERFORM WriteControlTotals
CLOSE ValidReport
MOVE "AuditExp.rpt" TO RF-ReportName
MOVE "AUDITEXP" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate

OPEN EXTEND SecLogFile
MOVE "AUDITEXP" TO SEC-ProgramName
MOVE "AUDIT-EXPORT" TO SEC-Event
MOVE UserID TO SEC-UserID
MOVE SPACE TO SEC-Target
ACCEPT SEC-Date FROM DATE YYYYMMDD
ACCEPT TimeRaw FROM TIME
MOVE TimeRaw(1:6) TO SEC-Time
MOVE SPACE TO SEC-Detail
STRING "PERIOD " DELIMITED BY SIZE
        WS-FromDate DELIMITED BY SIZE
        " TO " DELIMITED BY SIZE
        WS-ToDate DELIMITED BY SIZE
        INTO SEC-Detail
WRITE SecLogRecord
CLOSE SecLogFile

DISPLAY WS-DaysExported " day(s) exported to AuditFile.dat, " WS-Problems " problem(s) -- see AuditExp.rpt"
IF WS-Problems > 0
        MOVE 8 TO RETURN-CODE
END-IF
STOP RUN.

LoadCashiers.
MOVE 0 TO CashierCount
OPEN INPUT CashierFile
IF CashierFileStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ CashierFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF CashierActive NOT = 'N' AND CashierCount < 20
                        ADD 1 TO CashierCount
                        MOVE CashierID TO TblCashierID(CashierCount)
                        MOVE CashierPswd TO TblCashierPswd(CashierCount)
                        MOVE CashierRole TO TblCashierRole(CashierCount)
                        IF CashierPswdDate IS NUMERIC
                            MOVE CashierPswdDate TO TblCashierPswdDate(CashierCount)
                        ELSE
                            MOVE 0 TO TblCashierPswdDate(CashierCount)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CashierFile
END-IF
MOVE 'N' TO WSEOF.

LoginCheck.
DISPLAY "            AUDIT FILE EXPORT - MANAGER LOGIN    "
DISPLAY "====================================================="
DISPLAY " ENTER USER ID : " WITH NO ADVANCING
ACCEPT UserID
DISPLAY " PASSWORD      : " WITH NO ADVANCING
ACCEPT UserPswd
MOVE 0 TO MatchedCashierIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > CashierCount
        IF UserID = TblCashierID(Temp_Count)
            MOVE Temp_Count TO MatchedCashierIdx
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM
IF MatchedCashierIdx = 0
        DISPLAY "INVALID USER ID OR PASSWORD."
        STOP RUN
END-IF
*> THE CLEAR-TEXT COMPARE ONLY APPLIES TO A GENUINE PRE-SCRAMBLE RECORD
*> (NO PASSWORD DATE) -- NEVER TO A HASHED ONE
CALL "PSWDHASH" USING UserPswd, HashedPswd
IF HashedPswd NOT = TblCashierPswd(MatchedCashierIdx)
        AND NOT (TblCashierPswdDate(MatchedCashierIdx) = 0
            AND UserPswd = TblCashierPswd(MatchedCashierIdx))
        DISPLAY "INVALID USER ID OR PASSWORD."
        STOP RUN
END-IF
MOVE TblCashierRole(MatchedCashierIdx) TO UserRole
IF NOT UserIsManager
        DISPLAY "ONLY A MANAGER CAN EXPORT THE AUDIT FILE."
        STOP RUN
END-IF.

*> A DAY CLOSED TWICE ADDS INTO ONE ROW -- THE LATER Z NUMBER AND GRAND TOTAL STAND
NoteZRow.
MOVE 0 TO ZIdx
MOVE 1 TO Temp_Count
IF ZCount > 0 AND TblZDate(ZCount) = DT-Date
        MOVE ZCount TO ZIdx
END-IF
IF ZIdx = 0
        IF ZCount < 400
            ADD 1 TO ZCount
            MOVE ZCount TO ZIdx
            MOVE DT-Date TO TblZDate(ZIdx)
            MOVE 0 TO TblZNet(ZIdx)
            MOVE 0 TO TblZTax(ZIdx)
            MOVE 'N' TO TblZMatched(ZIdx)
        ELSE
            MOVE 'Y' TO WS-ZOverflow
        END-IF
END-IF
IF ZIdx > 0
        MOVE DT-ZNumber TO TblZNumber(ZIdx)
        MOVE DT-GrandTotal TO TblZGrand(ZIdx)
        ADD DT-NetSales TO TblZNet(ZIdx)
        COMPUTE TblZTax(ZIdx) = TblZTax(ZIdx) + DT-Tax - DT-RfdTax
END-IF.

*> THE MASTERS: THE STORE, ITS TAX RATES, THE MENU AND THE CUSTOMERS
WriteMasters.
MOVE "HD" TO AF-RecType
MOVE SPACE TO AF-Body
MOVE "RESTOPOS" TO AF-HD-Software
ACCEPT AF-HD-Created FROM DATE YYYYMMDD
ACCEPT TimeRaw FROM TIME
MOVE TimeRaw(1:6) TO AF-HD-CreatedTime
MOVE WS-FromDate TO AF-HD-FromDate
MOVE WS-ToDate TO AF-HD-ToDate
MOVE UserID TO AF-HD-UserID
OPEN INPUT StoreProfFile
IF StoreProfStatus = "00"
        READ StoreProfFile
            AT END MOVE SPACE TO StoreProfData
        END-READ
        CLOSE StoreProfFile
ELSE
        MOVE SPACE TO StoreProfData
END-IF
MOVE SP-Name TO StoreNameLine
MOVE SP-TaxID TO AF-HD-TaxID
WRITE AuditRecord

MOVE "ST" TO AF-RecType
MOVE SPACE TO AF-Body
MOVE SP-Name TO AF-ST-Name
MOVE SP-Addr1 TO AF-ST-Addr1
MOVE SP-Addr2 TO AF-ST-Addr2
MOVE SP-Phone TO AF-ST-Phone
MOVE SP-TaxID TO AF-ST-TaxID
WRITE AuditRecord
ADD 1 TO WS-MasterCount

OPEN INPUT TaxRateFile
IF TaxRateStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ TaxRateFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE "TR" TO AF-RecType
                    MOVE SPACE TO AF-Body
                    MOVE TX-Class TO AF-TR-Class
                    MOVE TX-Juris TO AF-TR-Juris
                    MOVE TX-Desc TO AF-TR-Desc
                    MOVE TX-Rate TO AF-TR-Rate
                    WRITE AuditRecord
                    ADD 1 TO WS-MasterCount
            END-READ
        END-PERFORM
        CLOSE TaxRateFile
END-IF

OPEN INPUT MenuFile
IF MenuFileStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ MenuFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE "MI" TO AF-RecType
                    MOVE SPACE TO AF-Body
                    MOVE MenuID TO AF-MI-MenuID
                    MOVE MenuItemName TO AF-MI-Name
                    MOVE MenuCategory TO AF-MI-Category
                    MOVE MenuTaxClass TO AF-MI-TaxClass
                    MOVE MenuItemPrice TO AF-MI-Price
                    MOVE MenuEffFrom TO AF-MI-EffFrom
                    WRITE AuditRecord
                    ADD 1 TO WS-MasterCount
            END-READ
        END-PERFORM
        CLOSE MenuFile
END-IF

OPEN INPUT CustomerFile
IF CustomerFileStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ CustomerFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE "CU" TO AF-RecType
                    MOVE SPACE TO AF-Body
                    MOVE IDNum TO AF-CU-CustID
                    MOVE FirstName TO AF-CU-FirstName
                    MOVE LastName TO AF-CU-LastName
                    MOVE DelivAddr TO AF-CU-Addr
                    WRITE AuditRecord
                    ADD 1 TO WS-MasterCount
            END-READ
        END-PERFORM
        CLOSE CustomerFile
END-IF.

*> ONE ARCHIVED DAY: EVERY SALE, REFUND AND VOID WITH ITS LINES AND TAX LINE.
*> NET SALES ARE WORKED OUT THE WAY THE Z-REPORT WORKS THEM OUT -- GIFT LOADS,
*> CATERING DEPOSITS AND PLAN SALES ARE EXPORTED BUT ARE NOT SALES
ExportOneDay.
MOVE SPACE TO WS-LogFileName
STRING "SalesLog_" DELIMITED BY SIZE
        AC-Date DELIMITED BY SIZE
        ".dat" DELIMITED BY SIZE
        INTO WS-LogFileName
MOVE 0 TO WS-DayNet
MOVE 0 TO WS-DayTax
MOVE 0 TO WS-DayTrans
OPEN INPUT SalesLog
IF SalesLogStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ SalesLog
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF SL-Training NOT = 'Y'
                        PERFORM ExportOneRecord
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SalesLog
        ADD 1 TO WS-DaysExported
END-IF
ADD WS-DayNet TO WS-ExpNet
ADD WS-DayTax TO WS-ExpTax

MOVE AC-Date TO PrnDayDate
MOVE WS-DayNet TO PrnDayExpNet
MOVE WS-DayTax TO PrnDayExpTax
MOVE 0 TO ZIdx
MOVE 1 TO Temp_Count
PERFORM FindZRow
IF SalesLogStatus NOT = "00"
        MOVE "*** ARCHIVE MISSING" TO PrnDayCheck
        ADD 1 TO WS-Problems
ELSE
        IF ZIdx = 0
            MOVE "*** NO Z FOR THIS DAY" TO PrnDayCheck
            ADD 1 TO WS-Problems
        ELSE
            IF TblZNet(ZIdx) = WS-DayNet AND TblZTax(ZIdx) = WS-DayTax
                MOVE "AGREES" TO PrnDayCheck
            ELSE
                MOVE "*** DIFFERS FROM Z" TO PrnDayCheck
                ADD 1 TO WS-Problems
            END-IF
        END-IF
END-IF
IF ZIdx > 0
        MOVE TblZNumber(ZIdx) TO PrnDayZNo
        MOVE TblZNet(ZIdx) TO PrnDayZNet
        MOVE TblZTax(ZIdx) TO PrnDayZTax
ELSE
        MOVE 0 TO PrnDayZNo
        MOVE 0 TO PrnDayZNet
        MOVE 0 TO PrnDayZTax
END-IF
WRITE PrintLine FROM DayLine AFTER ADVANCING 1 LINE.

FindZRow.
MOVE 0 TO ZIdx
MOVE 1 TO Temp_Count
PERFORM UNTIL Temp_Count > ZCount OR ZIdx > 0
        IF TblZDate(Temp_Count) = AC-Date AND TblZMatched(Temp_Count) = 'N'
            MOVE 'Y' TO TblZMatched(Temp_Count)
            MOVE Temp_Count TO ZIdx
        END-IF
        ADD 1 TO Temp_Count
END-PERFORM.

ExportOneRecord.
EVALUATE SL-RecType
        WHEN 'H'
            PERFORM WriteTransHeader
            IF SL-MenuID NOT = "GIFT" AND SL-MenuID NOT = "CATD" AND SL-MenuID NOT = "PLAN"
                ADD SL-Amount TO WS-DayNet
            END-IF
            IF SL-TaxAmt IS NUMERIC AND SL-TaxableAmt IS NUMERIC
                ADD SL-TaxAmt TO WS-DayTax
                PERFORM WriteTaxLine
            END-IF
        WHEN 'R'
            PERFORM WriteTransHeader
            SUBTRACT SL-Amount FROM WS-DayNet
            IF SL-TaxAmt IS NUMERIC AND SL-TaxableAmt IS NUMERIC
                SUBTRACT SL-TaxAmt FROM WS-DayTax
                PERFORM WriteTaxLine
            END-IF
        WHEN 'V'
            PERFORM WriteTransHeader
        WHEN 'I'
            PERFORM WriteTransLine
            IF SL-MenuID = "DEP"
                SUBTRACT SL-Amount FROM WS-DayNet *> a container deposit is held for the scheme, not sold -- as the Z takes it out
            END-IF
        WHEN 'J'
            PERFORM WriteTransLine
        WHEN OTHER
            CONTINUE *> tips, promotion events, reprints and refused attempts are not transactions
END-EVALUATE.

WriteTransHeader.
MOVE "TH" TO AF-RecType
MOVE SPACE TO AF-Body
MOVE SL-RecType TO AF-TH-Type
EVALUATE TRUE
        WHEN SL-RecType = 'R'
            MOVE "RFND" TO AF-TH-Kind
        WHEN SL-RecType = 'V'
            MOVE "VOID" TO AF-TH-Kind
        WHEN SL-MenuID = "GIFT" OR SL-MenuID = "CATD" OR SL-MenuID = "PLAN"
            MOVE SL-MenuID TO AF-TH-Kind
        WHEN OTHER
            MOVE "SALE" TO AF-TH-Kind
END-EVALUATE
MOVE SL-Date TO AF-TH-Date
MOVE SL-Time TO AF-TH-Time
MOVE SL-TransNo TO AF-TH-TransNo
MOVE SL-UserID TO AF-TH-UserID
MOVE SL-TermID TO AF-TH-TermID
MOVE SL-StoreID TO AF-TH-StoreID
IF SL-CustID IS NUMERIC
        MOVE SL-CustID TO AF-TH-CustID
ELSE
        MOVE 0 TO AF-TH-CustID
END-IF
MOVE SL-Channel TO AF-TH-Channel
MOVE SL-Amount TO AF-TH-Amount
MOVE SL-DiscountCode TO AF-TH-DiscCode
IF SL-DiscAmt IS NUMERIC
        MOVE SL-DiscAmt TO AF-TH-DiscAmt
ELSE
        MOVE 0 TO AF-TH-DiscAmt
END-IF
MOVE SL-Tender1Type TO AF-TH-Tender1Type
MOVE SL-Tender1Amt TO AF-TH-Tender1Amt
MOVE SL-Tender2Type TO AF-TH-Tender2Type
MOVE SL-Tender2Amt TO AF-TH-Tender2Amt
MOVE SL-ChainValue TO AF-TH-ChainValue
WRITE AuditRecord
ADD 1 TO WS-TransCount.

WriteTransLine.
MOVE "TL" TO AF-RecType
MOVE SPACE TO AF-Body
MOVE SL-RecType TO AF-TL-Type
MOVE SL-Date TO AF-TL-Date
MOVE SL-TransNo TO AF-TL-TransNo
MOVE SL-MenuID TO AF-TL-MenuID
MOVE SL-MenuItemName TO AF-TL-Name
MOVE SL-Qty TO AF-TL-Qty
MOVE SL-Amount TO AF-TL-Amount
IF SL-OrigPrice IS NUMERIC
        MOVE SL-OrigPrice TO AF-TL-OrigPrice
ELSE
        MOVE 0 TO AF-TL-OrigPrice
END-IF
MOVE SL-OvrReason TO AF-TL-OvrReason
MOVE SL-SizeCode TO AF-TL-SizeCode
WRITE AuditRecord
ADD 1 TO WS-LineCount.

WriteTaxLine.
MOVE "TX" TO AF-RecType
MOVE SPACE TO AF-Body
MOVE SL-RecType TO AF-TX-Type
MOVE SL-Date TO AF-TX-Date
MOVE SL-TransNo TO AF-TX-TransNo
MOVE SL-TaxableAmt TO AF-TX-Taxable
MOVE SL-TaxAmt TO AF-TX-Tax
MOVE SL-TaxExemptCert TO AF-TX-ExemptCert
WRITE AuditRecord
ADD 1 TO WS-TaxLineCount.

*> THE CALENDAR-MONTH LEDGER ROWS FOR EVERY MONTH THE RANGE TOUCHES -- THE FISCAL
*> PERIOD ROWS CARRY THE SAME POSTINGS AGAIN AND ARE LEFT OUT
WriteLedger.
OPEN INPUT LedgerFile
IF LedgerStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ LedgerFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF GL-Basis NOT = 'F'
                        AND GL-Month NOT < WS-FromMonth AND GL-Month NOT > WS-ToMonth
                        MOVE "GL" TO AF-RecType
                        MOVE SPACE TO AF-Body
                        MOVE GL-Month TO AF-GL-Month
                        MOVE GL-Account TO AF-GL-Account
                        MOVE GL-DrAmt TO AF-GL-DrAmt
                        MOVE GL-CrAmt TO AF-GL-CrAmt
                        WRITE AuditRecord
                        ADD 1 TO WS-LedgerCount
                        ADD GL-DrAmt TO WS-LedgerDr
                        ADD GL-CrAmt TO WS-LedgerCr
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LedgerFile
END-IF.

*> THE Z NUMBERS MUST RUN ON WITHOUT A GAP AND EACH GRAND TOTAL MUST BE THE ONE
*> BEFORE PLUS THE DAY'S NET -- THEN THE PERIOD'S MOVEMENT IS THE PERIOD'S SALES
CheckZSequence.
MOVE 0 TO WS-PrevZNumber
MOVE 0 TO WS-PrevGrand
MOVE 1 TO ZIdx
PERFORM UNTIL ZIdx > ZCount
        IF TblZNumber(ZIdx) > 0
            IF WS-HaveFirstZ = 'N'
                MOVE 'Y' TO WS-HaveFirstZ
                COMPUTE WS-FirstGrand = TblZGrand(ZIdx) - TblZNet(ZIdx)
            ELSE
                IF TblZNumber(ZIdx) NOT = WS-PrevZNumber + 1
                    MOVE TblZDate(ZIdx) TO PrnSeqDate
                    MOVE "*** Z NUMBER DOES NOT FOLLOW ON FROM THE Z BEFORE" TO PrnSeqText
                    WRITE PrintLine FROM ZSeqLine AFTER ADVANCING 1 LINE
                    ADD 1 TO WS-Problems
                END-IF
                IF TblZGrand(ZIdx) NOT = WS-PrevGrand + TblZNet(ZIdx)
                    MOVE TblZDate(ZIdx) TO PrnSeqDate
                    MOVE "*** GRAND TOTAL IS NOT THE ONE BEFORE PLUS THE DAY" TO PrnSeqText
                    WRITE PrintLine FROM ZSeqLine AFTER ADVANCING 1 LINE
                    ADD 1 TO WS-Problems
                END-IF
            END-IF
            MOVE TblZNumber(ZIdx) TO WS-PrevZNumber
            MOVE TblZGrand(ZIdx) TO WS-PrevGrand
            MOVE TblZGrand(ZIdx) TO WS-LastGrand
        END-IF
        ADD TblZNet(ZIdx) TO WS-ZTotalNet
        ADD TblZTax(ZIdx) TO WS-ZTotalTax
        ADD 1 TO ZIdx
END-PERFORM
IF WS-HaveFirstZ = 'Y'
        COMPUTE WS-ZMovement = WS-LastGrand - WS-FirstGrand
ELSE
        MOVE WS-ZTotalNet TO WS-ZMovement
END-IF.

WriteControlTotals.
MOVE "Master records                    : " TO PrnCountText
MOVE WS-MasterCount TO PrnCountNum
WRITE PrintLine FROM CountLine AFTER ADVANCING 3 LINES
MOVE "Days exported                     : " TO PrnCountText
MOVE WS-DaysExported TO PrnCountNum
WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
MOVE "Transactions                      : " TO PrnCountText
MOVE WS-TransCount TO PrnCountNum
WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
MOVE "Transaction lines                 : " TO PrnCountText
MOVE WS-LineCount TO PrnCountNum
WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
MOVE "Tax lines                         : " TO PrnCountText
MOVE WS-TaxLineCount TO PrnCountNum
WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
MOVE "Ledger postings                   : " TO PrnCountText
MOVE WS-LedgerCount TO PrnCountNum
WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE

MOVE "Net sales exported                : " TO PrnAmtText
MOVE WS-ExpNet TO PrnAmtNum
WRITE PrintLine FROM AmountLine AFTER ADVANCING 2 LINES
MOVE "Net sales on the Z reports        : " TO PrnAmtText
MOVE WS-ZTotalNet TO PrnAmtNum
WRITE PrintLine FROM AmountLine AFTER ADVANCING 1 LINE
MOVE "Z grand total movement            : " TO PrnAmtText
MOVE WS-ZMovement TO PrnAmtNum
WRITE PrintLine FROM AmountLine AFTER ADVANCING 1 LINE
MOVE "Net tax exported                  : " TO PrnAmtText
MOVE WS-ExpTax TO PrnAmtNum
WRITE PrintLine FROM AmountLine AFTER ADVANCING 1 LINE
MOVE "Net tax on the Z reports          : " TO PrnAmtText
MOVE WS-ZTotalTax TO PrnAmtNum
WRITE PrintLine FROM AmountLine AFTER ADVANCING 1 LINE
MOVE "Ledger debits                     : " TO PrnAmtText
MOVE WS-LedgerDr TO PrnAmtNum
WRITE PrintLine FROM AmountLine AFTER ADVANCING 1 LINE
MOVE "Ledger credits                    : " TO PrnAmtText
MOVE WS-LedgerCr TO PrnAmtNum
WRITE PrintLine FROM AmountLine AFTER ADVANCING 1 LINE

IF WS-ExpNet NOT = WS-ZTotalNet OR WS-ExpNet NOT = WS-ZMovement
        ADD 1 TO WS-Problems
END-IF
IF WS-ExpTax NOT = WS-ZTotalTax
        ADD 1 TO WS-Problems
END-IF
IF WS-LedgerDr NOT = WS-LedgerCr
        ADD 1 TO WS-Problems
END-IF
IF WS-Problems = 0
        MOVE "EXPORT AGREES WITH THE Z-COUNTER GRAND TOTALS -- READY TO HAND OVER" TO PrnVerdict
ELSE
        MOVE "*** DOES NOT AGREE -- RESOLVE THE LINES MARKED *** BEFORE HANDING OVER" TO PrnVerdict
END-IF
WRITE PrintLine FROM VerdictLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES.
