        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTPRIV. *> manager-authenticated customer privacy requests: export everything held on a customer ID, or erase them and re-point their history to an anonymous ID
AUTHOR. Yanling.
DATE-WRITTEN.Sep 26th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT CustomerFile ASSIGN TO "Customer.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            FILE STATUS IS CustomerFileStatus.
        SELECT ArchCatFile ASSIGN TO "ArchCat.dat" *> every archived business day, so every SalesLog_CCYYMMDD file is found
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ArchCatStatus.
        SELECT SalesLog ASSIGN TO WS-LogFileName *> each archive in turn, then the live log -- headers carry SL-CustID
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesLogStatus.
        SELECT TransIdxFile ASSIGN TO "TransIdx.dat" *> transaction directory -- its second key is the customer, re-pointed on erasure like the journal
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TX-TransNo
            ALTERNATE RECORD KEY IS TX-CustID WITH DUPLICATES
            FILE STATUS IS TransIdxStatus.
        SELECT ARLedgerFile ASSIGN TO "ARLedger.dat" *> house-account charges and payments
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ARStatus.
        SELECT RcptQueueFile ASSIGN TO "RcptQueue.dat" *> digital receipts -- the customer's email rides on them
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RcptQStatus.
        SELECT DelivFile ASSIGN TO "Deliv.dat" *> in-house delivery orders
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DelivStatus.
        SELECT ReservationFile ASSIGN TO "Reservation.dat" *> bookings made under the loyalty number
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ResvStatus.
        SELECT ExportFile ASSIGN TO WS-ExportFileName *> CustData_nnnnn.txt, one per export
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT SecLogFile ASSIGN TO "SecLog.dat" *> append-only security journal -- the erasure certificate goes here
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT CashierFile ASSIGN TO "Cashier.dat" *> same credential file testPOS logs in against
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CashierFileStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
COPY CUSTOMER.

FD ArchCatFile.
01 ArchCatData.
        02 AC-Date PIC 9(8).
        02 AC-RecCount PIC 9(7).
        02 AC-TotalAmt PIC 9(9)V99.
        02 AC-LastLink PIC X(16). *> the day's final SalesLog chain link, spaces for days archived before chaining

FD SalesLog.
COPY SALESLOG.

FD TransIdxFile.
COPY TRANSIDX.

FD ARLedgerFile.
01 ARLedgerData.
        02 AR-CustID PIC 9(5).
        02 AR-Date PIC 9(8).
        02 AR-TransNo PIC 9(6).
        02 AR-Type PIC X(1). *> C = charge, P = payment on account
        02 AR-Amount PIC 9(6)V99.

FD RcptQueueFile.
01 RcptQueueData.
        02 RQ-Status PIC X(1). *> P = pending send, S = sent, X = withdrawn when the customer was erased
        02 RQ-TransNo PIC 9(6).
        02 RQ-Contact PIC X(25).
        02 RQ-Date PIC 9(8).
        02 RQ-Time PIC 9(6).
        02 RQ-CustID PIC 9(5). *> zero for a walk-in; older entries carry none
        02 RQ-Offers PIC X(1).

FD DelivFile.
COPY DELIVREC.

FD ReservationFile.
COPY RESVREC.

FD ExportFile.
01 ExportLine.
        02 EX-Source PIC X(24). *> which file the line was found in
        02 EX-Data PIC X(187). *> the record exactly as held

FD SecLogFile.
COPY SECLOG.

FD CashierFile.
COPY CASHIER.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 WSEOF PIC X VALUE 'N'.
01 ArchEOF PIC X VALUE 'N'.
01 CustomerFileStatus PIC XX.
01 ArchCatStatus PIC XX.
01 SalesLogStatus PIC XX.
01 TransIdxStatus PIC XX.
01 WS-IdxDone PIC X.
01 ARStatus PIC XX.
01 RcptQStatus PIC XX.
01 DelivStatus PIC XX.
01 ResvStatus PIC XX.
01 CashierFileStatus PIC XX.

*> LOGIN VARIABLES -- PERSONAL DATA LEAVES OR IS DESTROYED HERE, SO THIS IS MANAGER-ONLY
01 CashierTable.
        05 CashierEntry OCCURS 20 TIMES.
            10 TblCashierID PIC X(10).
            10 TblCashierPswd PIC X(30).
            10 TblCashierRole PIC X(1).
            10 TblCashierActive PIC X(1).
            10 TblCashierPswdDate PIC 9(8). *> zero marks a genuine pre-scramble record
01 CashierCount PIC 99 VALUE 0.
01 MatchedCashierIdx PIC 99 VALUE 0.
01 UserID PIC X(10).
01 UserPswd PIC X(30).
01 WS-HashedPswd PIC X(30).
01 UserRole PIC X(1).
        88 UserIsManager VALUE 'M'.
01 Temp_Count PIC 9(3).

01 WS-Mode PIC X. *> X = export, E = erase -- the sweeps below serve both
01 WS-CustIn PIC 9(5).
01 WS-Today PIC 9(8).
01 WS-OnMaster PIC X.
01 WS-CustEmail PIC X(25).
01 WS-Confirm PIC X.
01 WS-LogFileName PIC X(30).
01 WS-ExportFileName PIC X(30).
01 WS-LastArchDate PIC 9(8).
01 WS-HouseBalance PIC S9(7)V99.
01 WS-BalDisp PIC -$$$,$$9.99.
01 WS-TimeRaw PIC 9(8).
01 WS-SecEvent PIC X(12).
01 WS-SecTarget PIC X(20).
01 WS-SecDetail PIC X(30).
01 WS-IsMine PIC X. *> item lines follow their header directly, so a matching header opens the gate for export
01 WS-MineTransNo PIC 9(6).

01 CountSales PIC 9(5).
01 CountAR PIC 9(5).
01 CountRcpt PIC 9(5).
01 CountDeliv PIC 9(5).
01 CountResv PIC 9(5).
01 CountLines PIC 9(5).

*> the customer's transaction numbers, gathered off the journal so their
*> queued digital receipts can be found even when keyed to another address
01 TransTable.
        05 TransEntry OCCURS 500 TIMES.
            10 TblTransNo PIC 9(6).
01 TransCount PIC 9(3) VALUE 0.
01 WS-TransHit PIC X.

COPY RATES. *> ErasedCustID

PROCEDURE DIVISION.
StartPara.
        PERFORM LoadCashiers.
        PERFORM LoginCheck.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "CUSTOMER PRIVACY REQUESTS"
            DISPLAY "1            : Export Everything Held On A Customer"
            DISPLAY "2            : Erase A Customer"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM ExportCustomer
                WHEN 2 PERFORM EraseCustomer
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        STOP RUN.

LoadCashiers.
        MOVE 0 TO CashierCount
        OPEN INPUT CashierFile
        IF CashierFileStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ CashierFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        ADD 1 TO CashierCount
                        MOVE CashierID TO TblCashierID(CashierCount)
                        MOVE CashierPswd TO TblCashierPswd(CashierCount)
                        MOVE CashierRole TO TblCashierRole(CashierCount)
                        MOVE CashierActive TO TblCashierActive(CashierCount)
                        IF CashierPswdDate IS NUMERIC
                            MOVE CashierPswdDate TO TblCashierPswdDate(CashierCount)
                        ELSE
                            MOVE 0 TO TblCashierPswdDate(CashierCount)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CashierFile
        END-IF.

LoginCheck.
        DISPLAY "            CUSTOMER PRIVACY - MANAGER LOGIN    "
        DISPLAY "====================================================="
        DISPLAY " ENTER USER ID : " WITH NO ADVANCING
        ACCEPT UserID
        DISPLAY " PASSWORD      : " WITH NO ADVANCING
        ACCEPT UserPswd
        MOVE 0 TO MatchedCashierIdx
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > CashierCount
            IF UserID = TblCashierID(Temp_Count)
                AND TblCashierActive(Temp_Count) NOT = 'N'
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
        CALL "PSWDHASH" USING UserPswd, WS-HashedPswd
        IF WS-HashedPswd NOT = TblCashierPswd(MatchedCashierIdx)
            AND NOT (TblCashierPswdDate(MatchedCashierIdx) = 0
                AND UserPswd = TblCashierPswd(MatchedCashierIdx))
            DISPLAY "INVALID USER ID OR PASSWORD."
            STOP RUN
        END-IF
        MOVE TblCashierRole(MatchedCashierIdx) TO UserRole
        IF NOT UserIsManager
            DISPLAY "ONLY A MANAGER CAN ACTION A PRIVACY REQUEST."
            STOP RUN
        END-IF.

*> EVERYTHING HELD ON ONE CUSTOMER ID INTO CustData_nnnnn.txt: THE MASTER
*> RECORD FIELD BY FIELD, THEN EVERY OTHER RECORD EXACTLY AS FILED
ExportCustomer.
        DISPLAY " "
        DISPLAY "Customer ID to export : " WITH NO ADVANCING
        ACCEPT WS-CustIn
        MOVE SPACE TO WS-ExportFileName
        STRING "CustData_" DELIMITED BY SIZE
            WS-CustIn DELIMITED BY SIZE
            ".txt" DELIMITED BY SIZE
            INTO WS-ExportFileName
        OPEN OUTPUT ExportFile
        MOVE 0 TO CountLines
        MOVE "PERSONAL DATA EXPORT" TO EX-Source
        MOVE SPACE TO EX-Data
        ACCEPT WS-Today FROM DATE YYYYMMDD
        STRING "CUSTOMER " DELIMITED BY SIZE
            WS-CustIn DELIMITED BY SIZE
            "  TAKEN " DELIMITED BY SIZE
            WS-Today DELIMITED BY SIZE
            "  BY " DELIMITED BY SIZE
            UserID DELIMITED BY SPACE
            INTO EX-Data
        WRITE ExportLine
        MOVE 'X' TO WS-Mode
        PERFORM ReadCustomer
        IF WS-OnMaster NOT = 'Y'
            MOVE "Customer.dat" TO EX-Source
            MOVE "NO MASTER RECORD ON FILE FOR THIS ID" TO EX-Data
            WRITE ExportLine
        END-IF
        PERFORM SweepEverything
        CLOSE ExportFile
        COMPUTE CountLines = CountSales + CountAR + CountRcpt + CountDeliv + CountResv
        MOVE "CUST-EXPORT" TO WS-SecEvent
        MOVE SPACE TO WS-SecDetail
        STRING CountLines DELIMITED BY SIZE
            " RECORDS EXPORTED" DELIMITED BY SIZE
            INTO WS-SecDetail
        PERFORM LogSecEvent
        DISPLAY CountLines " record(s) besides the master written to " WS-ExportFileName.

ExportMasterFields.
        MOVE "Customer.dat" TO EX-Source
        MOVE SPACE TO EX-Data
        STRING "NAME     : " DELIMITED BY SIZE
            FirstName DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            LastName DELIMITED BY SIZE
            INTO EX-Data
        WRITE ExportLine
        MOVE SPACE TO EX-Data
        STRING "EMAIL    : " DELIMITED BY SIZE
            EmailAddr DELIMITED BY SIZE
            "  PHONE : " DELIMITED BY SIZE
            PhoneNum DELIMITED BY SIZE
            INTO EX-Data
        WRITE ExportLine
        MOVE SPACE TO EX-Data
        STRING "ADDRESS  : " DELIMITED BY SIZE
            DelivAddr DELIMITED BY SIZE
            "  NOTE : " DELIMITED BY SIZE
            DelivNote DELIMITED BY SIZE
            INTO EX-Data
        WRITE ExportLine
        MOVE SPACE TO EX-Data
        STRING "BIRTHDAY : " DELIMITED BY SIZE
            BirthMonth DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            BirthDay DELIMITED BY SIZE
            "  POINTS : " DELIMITED BY SIZE
            LoyaltyPoints DELIMITED BY SIZE
            "  LAST ACTIVE : " DELIMITED BY SIZE
            LastActivityDate DELIMITED BY SIZE
            "  CREDIT LIMIT : " DELIMITED BY SIZE
            CreditLimit DELIMITED BY SIZE
            INTO EX-Data
        WRITE ExportLine
        MOVE SPACE TO EX-Data
        STRING "CONSENT  : EMAIL " DELIMITED BY SIZE
            ConsentEmail DELIMITED BY SIZE
            "  SMS " DELIMITED BY SIZE
            ConsentSMS DELIMITED BY SIZE
            "  POST " DELIMITED BY SIZE
            ConsentPost DELIMITED BY SIZE
            "  GIVEN : " DELIMITED BY SIZE
            ConsentDate DELIMITED BY SIZE
            INTO EX-Data
        WRITE ExportLine.

*> BLANK THE MASTER'S PERSONAL FIELDS AND RE-POINT EVERY HISTORICAL RECORD
*> TO THE ANONYMOUS ID -- THE MONEY ON THOSE RECORDS IS NEVER TOUCHED, SO
*> EVERY SALES, TAX AND ARCHIVE-CATALOG TOTAL STILL FOOTS
EraseCustomer.
        DISPLAY " "
        DISPLAY "Customer ID to erase : " WITH NO ADVANCING
        ACCEPT WS-CustIn
        MOVE 'E' TO WS-Mode
        PERFORM ReadCustomer
        EVALUATE TRUE
            WHEN WS-CustIn = 0 OR WS-CustIn = ErasedCustID
                DISPLAY "That is not a customer's own ID -- nothing erased."
            WHEN WS-OnMaster NOT = 'Y'
                DISPLAY "Customer " WS-CustIn " is not on Customer.dat -- nothing erased."
            WHEN OTHER
                PERFORM CheckHouseBalance
                IF WS-HouseBalance NOT = 0
                    MOVE WS-HouseBalance TO WS-BalDisp
                    DISPLAY "The house account still carries " WS-BalDisp " -- settle it in HOUSEACC before erasing."
                ELSE
                    DISPLAY "Erase customer " WS-CustIn " for good? (Y/N) : " WITH NO ADVANCING
                    ACCEPT WS-Confirm
                    IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
                        PERFORM BlankCustomer
                        PERFORM SweepEverything
                        PERFORM WriteCertificate
                        DISPLAY "Customer " WS-CustIn " erased -- certificate written to SecLog.dat."
                    ELSE
                        DISPLAY "Nothing erased."
                    END-IF
                END-IF
        END-EVALUATE.

*> ON AN EXPORT THE MASTER'S FIELDS ARE WRITTEN OUT WHILE THE RECORD IS IN HAND
ReadCustomer.
        MOVE 'N' TO WS-OnMaster
        MOVE SPACE TO WS-CustEmail
        OPEN INPUT CustomerFile
        IF CustomerFileStatus = "00"
            MOVE WS-CustIn TO IDNum
            READ CustomerFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-OnMaster
                    MOVE EmailAddr TO WS-CustEmail
                    IF WS-Mode = 'X'
                        PERFORM ExportMasterFields
                    END-IF
            END-READ
            CLOSE CustomerFile
        END-IF.

*> AN OPEN HOUSE-ACCOUNT BALANCE IS MONEY STILL OWED -- IT HAS TO BE SETTLED
*> WHILE WE STILL KNOW WHO OWES IT
CheckHouseBalance.
        MOVE 0 TO WS-HouseBalance
        OPEN INPUT ARLedgerFile
        IF ARStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ ARLedgerFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF AR-CustID = WS-CustIn
                            IF AR-Type = 'P'
                                SUBTRACT AR-Amount FROM WS-HouseBalance
                            ELSE
                                ADD AR-Amount TO WS-HouseBalance
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ARLedgerFile
        END-IF
        MOVE 'N' TO WSEOF.

*> THE MASTER RECORD STAYS SO THE NUMBER IS NEVER ISSUED AGAIN, BUT NOTHING
*> ON IT CAN IDENTIFY ANYONE; POINTS AND THE HOUSE ACCOUNT LAPSE WITH IT
BlankCustomer.
        OPEN I-O CustomerFile
        IF CustomerFileStatus = "00"
            MOVE WS-CustIn TO IDNum
            READ CustomerFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE SPACE TO FirstName
                    MOVE "ERASED" TO LastName
                    MOVE SPACE TO EmailAddr
                    MOVE SPACE TO PhoneNum
                    MOVE 0 TO LoyaltyPoints
                    MOVE 0 TO BirthMonth
                    MOVE 0 TO BirthDay
                    MOVE 0 TO CreditLimit
                    MOVE SPACE TO DelivAddr
                    MOVE SPACE TO DelivNote
                    MOVE SPACE TO ConsentEmail
                    MOVE SPACE TO ConsentSMS
                    MOVE SPACE TO ConsentPost
                    MOVE 0 TO ConsentDate
                    REWRITE CustomerData
                        INVALID KEY DISPLAY "Could not rewrite " IDNum " on the master."
                    END-REWRITE
            END-READ
            CLOSE CustomerFile
        END-IF.

*> EVERY FILE THAT CARRIES THE CUSTOMER, IN ONE ORDER FOR BOTH MODES -- THE
*> JOURNAL GOES FIRST SO ITS TRANSACTION NUMBERS CAN FIND THE QUEUED RECEIPTS
SweepEverything.
        MOVE 0 TO CountSales
        MOVE 0 TO CountAR
        MOVE 0 TO CountRcpt
        MOVE 0 TO CountDeliv
        MOVE 0 TO CountResv
        MOVE 0 TO TransCount
        PERFORM SweepSalesLogs
        IF WS-Mode = 'E'
            PERFORM EraseTransIdx
        END-IF
        PERFORM SweepARLedger
        PERFORM SweepRcptQueue
        PERFORM SweepDeliv
        PERFORM SweepReservations.

*> THE ARCHIVE CATALOG NAMES EVERY DATED JOURNAL ON HAND; A RERUN CLOSE
*> CATALOGS ITS DAY TWICE IN A ROW, SO A REPEATED DATE IS ONLY READ ONCE
SweepSalesLogs.
        MOVE 0 TO WS-LastArchDate
        OPEN INPUT ArchCatFile
        IF ArchCatStatus = "00"
            MOVE 'N' TO ArchEOF
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
                            PERFORM SweepOneLog
                            MOVE AC-Date TO WS-LastArchDate
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ArchCatFile
        ELSE
            DISPLAY "ArchCat.dat not found -- only the live SalesLog.dat was searched."
        END-IF
        MOVE "SalesLog.dat" TO WS-LogFileName
        PERFORM SweepOneLog.

SweepOneLog.
        IF WS-Mode = 'E'
            OPEN I-O SalesLog
        ELSE
            OPEN INPUT SalesLog
        END-IF
        IF SalesLogStatus = "00"
            MOVE 'N' TO WS-IsMine
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ SalesLog
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END PERFORM ExamineSalesRecord
                END-READ
            END-PERFORM
            CLOSE SalesLog
        END-IF
        MOVE 'N' TO WSEOF.

ExamineSalesRecord.
        EVALUATE TRUE
            WHEN SL-CustID IS NUMERIC AND SL-CustID = WS-CustIn
                ADD 1 TO CountSales
                MOVE 'Y' TO WS-IsMine
                MOVE SL-TransNo TO WS-MineTransNo
                PERFORM NoteTransNo
                IF WS-Mode = 'E'
                    MOVE ErasedCustID TO SL-CustID
                    REWRITE SalesLogRecord
                ELSE
                    MOVE WS-LogFileName TO EX-Source
                    MOVE SalesLogRecord TO EX-Data
                    WRITE ExportLine
                END-IF
            WHEN SL-RecType = 'I' AND WS-IsMine = 'Y' AND SL-TransNo = WS-MineTransNo
                IF WS-Mode = 'X'
                    MOVE WS-LogFileName TO EX-Source
                    MOVE SalesLogRecord TO EX-Data
                    WRITE ExportLine
                END-IF
            WHEN OTHER
                MOVE 'N' TO WS-IsMine
        END-EVALUATE.

*> EACH DIRECTORY ENTRY UNDER THE CUSTOMER MOVES TO THE ANONYMOUS ID -- ONCE MOVED
*> IT LEAVES THE KEY, SO THE FIRST ENTRY LEFT UNDER THEM IS ALWAYS THE NEXT ONE
EraseTransIdx.
        OPEN I-O TransIdxFile
        IF TransIdxStatus = "00"
            MOVE 'N' TO WS-IdxDone
            PERFORM UNTIL WS-IdxDone = 'Y'
                MOVE WS-CustIn TO TX-CustID
                START TransIdxFile KEY IS = TX-CustID
                    INVALID KEY MOVE 'Y' TO WS-IdxDone
                END-START
                IF WS-IdxDone = 'N'
                    READ TransIdxFile NEXT RECORD
                        AT END MOVE 'Y' TO WS-IdxDone
                    END-READ
                END-IF
                IF WS-IdxDone = 'N'
                    IF TX-CustID = WS-CustIn
                        MOVE ErasedCustID TO TX-CustID
                        REWRITE TransIdxData
                            INVALID KEY MOVE 'Y' TO WS-IdxDone
                        END-REWRITE
                    ELSE
                        MOVE 'Y' TO WS-IdxDone
                    END-IF
                END-IF
            END-PERFORM
            CLOSE TransIdxFile
        END-IF.

NoteTransNo.
        IF SL-TransNo > 0 AND TransCount < 500
            ADD 1 TO TransCount
            MOVE SL-TransNo TO TblTransNo(TransCount)
        END-IF.

SweepARLedger.
        IF WS-Mode = 'E'
            OPEN I-O ARLedgerFile
        ELSE
            OPEN INPUT ARLedgerFile
        END-IF
        IF ARStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ ARLedgerFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF AR-CustID = WS-CustIn
                            ADD 1 TO CountAR
                            IF WS-Mode = 'E'
                                MOVE ErasedCustID TO AR-CustID
                                REWRITE ARLedgerData
                            ELSE
                                MOVE "ARLedger.dat" TO EX-Source
                                MOVE ARLedgerData TO EX-Data
                                WRITE ExportLine
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ARLedgerFile
        END-IF
        MOVE 'N' TO WSEOF.

*> A RECEIPT IS THEIRS WHEN IT CARRIES THEIR ID, WAS QUEUED FOR ONE OF THEIR
*> TRANSACTIONS, OR WENT TO THE EMAIL ON THEIR MASTER RECORD (OLDER ENTRIES
*> WERE QUEUED BEFORE THE ID WAS KEPT).
*> ON ERASE THE ADDRESS IS BLANKED AND AN UNSENT RECEIPT IS WITHDRAWN
SweepRcptQueue.
        IF WS-Mode = 'E'
            OPEN I-O RcptQueueFile
        ELSE
            OPEN INPUT RcptQueueFile
        END-IF
        IF RcptQStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ RcptQueueFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        PERFORM CheckRcptTransNo
                        IF WS-TransHit = 'Y'
                            OR (WS-CustEmail NOT = SPACE AND RQ-Contact = WS-CustEmail)
                            OR (RQ-CustID IS NUMERIC AND RQ-CustID = WS-CustIn)
                            ADD 1 TO CountRcpt
                            IF WS-Mode = 'E'
                                MOVE SPACE TO RQ-Contact
                                MOVE ErasedCustID TO RQ-CustID
                                IF RQ-Status = 'P'
                                    MOVE 'X' TO RQ-Status
                                END-IF
                                REWRITE RcptQueueData
                            ELSE
                                MOVE "RcptQueue.dat" TO EX-Source
                                MOVE RcptQueueData TO EX-Data
                                WRITE ExportLine
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RcptQueueFile
        END-IF
        MOVE 'N' TO WSEOF.

CheckRcptTransNo.
        MOVE 'N' TO WS-TransHit
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > TransCount
            IF TblTransNo(Temp_Count) = RQ-TransNo
                MOVE 'Y' TO WS-TransHit
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM.

SweepDeliv.
        IF WS-Mode = 'E'
            OPEN I-O DelivFile
        ELSE
            OPEN INPUT DelivFile
        END-IF
        IF DelivStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ DelivFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF DV-CustID = WS-CustIn
                            ADD 1 TO CountDeliv
                            IF WS-Mode = 'E'
                                MOVE ErasedCustID TO DV-CustID
                                REWRITE DelivData
                            ELSE
                                MOVE "Deliv.dat" TO EX-Source
                                MOVE DelivData TO EX-Data
                                WRITE ExportLine
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DelivFile
        END-IF
        MOVE 'N' TO WSEOF.

*> A BOOKING ALSO CARRIES THE GUEST'S NAME AND PHONE -- BOTH GO ON ERASE
SweepReservations.
        IF WS-Mode = 'E'
            OPEN I-O ReservationFile
        ELSE
            OPEN INPUT ReservationFile
        END-IF
        IF ResvStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ ReservationFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF RS-CustID IS NUMERIC AND RS-CustID = WS-CustIn
                            ADD 1 TO CountResv
                            IF WS-Mode = 'E'
                                MOVE ErasedCustID TO RS-CustID
                                MOVE "ERASED" TO RS-Name
                                MOVE SPACE TO RS-Phone
                                REWRITE ReservationData
                            ELSE
                                MOVE "Reservation.dat" TO EX-Source
                                MOVE ReservationData TO EX-Data
                                WRITE ExportLine
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ReservationFile
        END-IF
        MOVE 'N' TO WSEOF.

*> THE CERTIFICATE: ONE SECURITY-JOURNAL LINE PER FILE, SAYING WHAT CHANGED
WriteCertificate.
        MOVE "CUST-ERASE" TO WS-SecEvent
        MOVE "Customer.dat PERSONAL BLANKED" TO WS-SecDetail
        PERFORM LogSecEvent
        MOVE SPACE TO WS-SecDetail
        STRING "SalesLog " DELIMITED BY SIZE
            CountSales DELIMITED BY SIZE
            " RECS TO " DELIMITED BY SIZE
            ErasedCustID DELIMITED BY SIZE
            INTO WS-SecDetail
        PERFORM LogSecEvent
        MOVE SPACE TO WS-SecDetail
        STRING "ARLedger " DELIMITED BY SIZE
            CountAR DELIMITED BY SIZE
            " RECS TO " DELIMITED BY SIZE
            ErasedCustID DELIMITED BY SIZE
            INTO WS-SecDetail
        PERFORM LogSecEvent
        MOVE SPACE TO WS-SecDetail
        STRING "RcptQueue " DELIMITED BY SIZE
            CountRcpt DELIMITED BY SIZE
            " CONTACTS BLANKED" DELIMITED BY SIZE
            INTO WS-SecDetail
        PERFORM LogSecEvent
        MOVE SPACE TO WS-SecDetail
        STRING "Deliv " DELIMITED BY SIZE
            CountDeliv DELIMITED BY SIZE
            " RECS TO " DELIMITED BY SIZE
            ErasedCustID DELIMITED BY SIZE
            INTO WS-SecDetail
        PERFORM LogSecEvent
        MOVE SPACE TO WS-SecDetail
        STRING "Reservation " DELIMITED BY SIZE
            CountResv DELIMITED BY SIZE
            " RECS TO " DELIMITED BY SIZE
            ErasedCustID DELIMITED BY SIZE
            INTO WS-SecDetail
        PERFORM LogSecEvent.

LogSecEvent.
        MOVE "CUSTPRIV" TO SEC-ProgramName
        MOVE WS-SecEvent TO SEC-Event
        MOVE UserID TO SEC-UserID
        MOVE SPACE TO WS-SecTarget
        STRING "CUSTID " DELIMITED BY SIZE
            WS-CustIn DELIMITED BY SIZE
            INTO WS-SecTarget
        MOVE WS-SecTarget TO SEC-Target
        ACCEPT SEC-Date FROM DATE YYYYMMDD
        ACCEPT WS-TimeRaw FROM TIME
        MOVE WS-TimeRaw(1:6) TO SEC-Time
        MOVE WS-SecDetail TO SEC-Detail
        OPEN EXTEND SecLogFile
        WRITE SecLogRecord
        CLOSE SecLogFile
        MOVE SPACE TO WS-SecDetail.
