        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LEAVEMNT. *> manager-authenticated staff availability and time-off approval -- what SCHEDMNT checks a new shift against
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT AvailFile ASSIGN TO "Avail.dat" *> the days and hours each person can work
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AvailStatus.
        SELECT TimeOffFile ASSIGN TO "TimeOff.dat" *> requests keyed at the register, decided here
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TimeOffStatus.
        SELECT CashierFile ASSIGN TO "Cashier.dat" *> same credential file testPOS logs in against
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CashierFileStatus.

DATA DIVISION.
FILE SECTION.
FD AvailFile.
COPY AVAILREC.

FD TimeOffFile.
COPY TIMEOFF.

FD CashierFile.
COPY CASHIER.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 AvailStatus PIC XX.
01 TimeOffStatus PIC XX.
01 CashierFileStatus PIC XX.
01 WSEOF PIC X VALUE 'N'.

*> LOGIN VARIABLES -- APPROVING TIME OFF IS A MANAGER'S CALL
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

*> the whole availability file -- seven lines a person at most
01 AvailTable.
        05 AvailEntry OCCURS 140 TIMES.
            10 TblAvID PIC X(10).
            10 TblAvDOW PIC 9(1).
            10 TblAvFrom PIC 9(4).
            10 TblAvTo PIC 9(4).
01 AvailCount PIC 9(3) VALUE 0.
01 AvailOverflow PIC X VALUE 'N'. *> Y = the file held more lines than the table -- never rewrite from a partial load
01 MatchedAvailIdx PIC 9(3).

*> the whole time-off file, for the approve/decline rewrite
01 TimeOffTable.
        05 TimeOffEntry OCCURS 300 TIMES.
            10 TblOffReqNo PIC 9(5).
            10 TblOffID PIC X(10).
            10 TblOffFrom PIC 9(8).
            10 TblOffTo PIC 9(8).
            10 TblOffReason PIC X(20).
            10 TblOffStatus PIC X(1).
            10 TblOffReqDate PIC 9(8).
            10 TblOffDecidedBy PIC X(10).
            10 TblOffDecidedDate PIC 9(8).
01 TimeOffCount PIC 9(3) VALUE 0.
01 TimeOffOverflow PIC X VALUE 'N'.
01 MatchedOffIdx PIC 9(3).

01 Temp_Count PIC 9(3).
01 WS-Hits PIC 9(3).
01 WS-Today PIC 9(8).
01 WS-TargetID PIC X(10).
01 WS-DOW PIC 9.
01 WS-From PIC 9(4).
01 WS-To PIC 9(4).
01 WS-ReqNo PIC 9(5).
01 WS-Decision PIC X.

PROCEDURE DIVISION.
StartPara.
        PERFORM LoadCashiers.
        PERFORM LoginCheck.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "STAFF AVAILABILITY AND TIME OFF"
            DISPLAY "1            : Set Availability For A Day"
            DISPLAY "2            : List A Person's Availability"
            DISPLAY "3            : List Pending Time-Off Requests"
            DISPLAY "4            : Approve/Decline A Request"
            DISPLAY "5            : List A Person's Time Off"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM SetAvailability
                WHEN 2 PERFORM ListAvailability
                WHEN 3 PERFORM ListPending
                WHEN 4 PERFORM DecideRequest
                WHEN 5 PERFORM ListPersonOff
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
        DISPLAY "          AVAILABILITY AND TIME OFF - MANAGER LOGIN "
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
            DISPLAY "ONLY A MANAGER CAN MAINTAIN AVAILABILITY AND TIME OFF."
            STOP RUN
        END-IF.

LoadAvailability.
        MOVE 0 TO AvailCount
        MOVE 'N' TO AvailOverflow
        OPEN INPUT AvailFile
        IF AvailStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ AvailFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF AvailCount < 140
                            ADD 1 TO AvailCount
                            MOVE AV-CashierID TO TblAvID(AvailCount)
                            MOVE AV-DOW TO TblAvDOW(AvailCount)
                            MOVE AV-From TO TblAvFrom(AvailCount)
                            MOVE AV-To TO TblAvTo(AvailCount)
                        ELSE
                            MOVE 'Y' TO AvailOverflow
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AvailFile
        END-IF.

SaveAvailability.
        OPEN OUTPUT AvailFile
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > AvailCount
            IF TblAvID(Temp_Count) NOT = SPACE *> a removed day is blanked, not shuffled out
                MOVE TblAvID(Temp_Count) TO AV-CashierID
                MOVE TblAvDOW(Temp_Count) TO AV-DOW
                MOVE TblAvFrom(Temp_Count) TO AV-From
                MOVE TblAvTo(Temp_Count) TO AV-To
                WRITE AvailData
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM
        CLOSE AvailFile.

LoadTimeOff.
        MOVE 0 TO TimeOffCount
        MOVE 'N' TO TimeOffOverflow
        OPEN INPUT TimeOffFile
        IF TimeOffStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ TimeOffFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF TimeOffCount < 300
                            ADD 1 TO TimeOffCount
                            MOVE TO-ReqNo TO TblOffReqNo(TimeOffCount)
                            MOVE TO-CashierID TO TblOffID(TimeOffCount)
                            MOVE TO-FromDate TO TblOffFrom(TimeOffCount)
                            MOVE TO-ToDate TO TblOffTo(TimeOffCount)
                            MOVE TO-Reason TO TblOffReason(TimeOffCount)
                            MOVE TO-Status TO TblOffStatus(TimeOffCount)
                            MOVE TO-ReqDate TO TblOffReqDate(TimeOffCount)
                            MOVE TO-DecidedBy TO TblOffDecidedBy(TimeOffCount)
                            MOVE TO-DecidedDate TO TblOffDecidedDate(TimeOffCount)
                        ELSE
                            MOVE 'Y' TO TimeOffOverflow
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TimeOffFile
        END-IF.

SaveTimeOff.
        OPEN OUTPUT TimeOffFile
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > TimeOffCount
            MOVE TblOffReqNo(Temp_Count) TO TO-ReqNo
            MOVE TblOffID(Temp_Count) TO TO-CashierID
            MOVE TblOffFrom(Temp_Count) TO TO-FromDate
            MOVE TblOffTo(Temp_Count) TO TO-ToDate
            MOVE TblOffReason(Temp_Count) TO TO-Reason
            MOVE TblOffStatus(Temp_Count) TO TO-Status
            MOVE TblOffReqDate(Temp_Count) TO TO-ReqDate
            MOVE TblOffDecidedBy(Temp_Count) TO TO-DecidedBy
            MOVE TblOffDecidedDate(Temp_Count) TO TO-DecidedDate
            WRITE TimeOffData
            ADD 1 TO Temp_Count
        END-PERFORM
        CLOSE TimeOffFile.

*> ONE LINE PER PERSON PER WEEKDAY: KEYING A DAY AGAIN REPLACES ITS HOURS,
*> 0000-0000 TAKES THE DAY OFF THEIR AVAILABILITY
SetAvailability.
        PERFORM LoadAvailability
        IF AvailOverflow = 'Y'
            DISPLAY "AVAIL.DAT HOLDS MORE LINES THAN THIS PROGRAM CAN CARRY -- NOTHING CHANGED."
        ELSE
            DISPLAY " "
            DISPLAY "Cashier ID : " WITH NO ADVANCING
            ACCEPT WS-TargetID
            DISPLAY "Day of week (1 = Mon .. 7 = Sun) : " WITH NO ADVANCING
            ACCEPT WS-DOW
            DISPLAY "Available from (HHMM) : " WITH NO ADVANCING
            ACCEPT WS-From
            DISPLAY "Available to   (HHMM, 0000 with 0000 = not that day) : " WITH NO ADVANCING
            ACCEPT WS-To
            IF WS-DOW < 1 OR WS-DOW > 7
                DISPLAY "DAY MUST BE 1 TO 7 -- NOTHING CHANGED."
            ELSE
            IF WS-To < WS-From
                DISPLAY "THE END IS BEFORE THE START -- NOTHING CHANGED."
            ELSE
                MOVE 0 TO MatchedAvailIdx
                MOVE 1 TO Temp_Count
                PERFORM UNTIL Temp_Count > AvailCount
                    IF TblAvID(Temp_Count) = WS-TargetID AND TblAvDOW(Temp_Count) = WS-DOW
                        MOVE Temp_Count TO MatchedAvailIdx
                    END-IF
                    ADD 1 TO Temp_Count
                END-PERFORM
                IF WS-From = 0 AND WS-To = 0
                    IF MatchedAvailIdx > 0
                        MOVE SPACE TO TblAvID(MatchedAvailIdx)
                    END-IF
                    PERFORM SaveAvailability
                    DISPLAY "DAY " WS-DOW " REMOVED FROM " WS-TargetID "'S AVAILABILITY."
                ELSE
                IF MatchedAvailIdx = 0 AND AvailCount NOT < 140
                    DISPLAY "THE AVAILABILITY TABLE IS FULL -- NOTHING CHANGED."
                ELSE
                    IF MatchedAvailIdx = 0
                        ADD 1 TO AvailCount
                        MOVE AvailCount TO MatchedAvailIdx
                        MOVE WS-TargetID TO TblAvID(MatchedAvailIdx)
                        MOVE WS-DOW TO TblAvDOW(MatchedAvailIdx)
                    END-IF
                    MOVE WS-From TO TblAvFrom(MatchedAvailIdx)
                    MOVE WS-To TO TblAvTo(MatchedAvailIdx)
                    PERFORM SaveAvailability
                    DISPLAY "AVAILABILITY SAVED."
                END-IF
                END-IF
            END-IF
            END-IF
        END-IF.

ListAvailability.
        PERFORM LoadAvailability
        DISPLAY " "
        DISPLAY "Cashier ID to list : " WITH NO ADVANCING
        ACCEPT WS-TargetID
        MOVE 0 TO WS-Hits
        MOVE 1 TO WS-DOW
        PERFORM UNTIL WS-DOW > 7
            MOVE 1 TO Temp_Count
            PERFORM UNTIL Temp_Count > AvailCount
                IF TblAvID(Temp_Count) = WS-TargetID AND TblAvDOW(Temp_Count) = WS-DOW
                    ADD 1 TO WS-Hits
                    DISPLAY "  DAY " WS-DOW "  " TblAvFrom(Temp_Count) " - " TblAvTo(Temp_Count)
                END-IF
                ADD 1 TO Temp_Count
            END-PERFORM
            ADD 1 TO WS-DOW
        END-PERFORM
        IF WS-Hits = 0
            DISPLAY "No availability on file for " WS-TargetID " -- any shift is accepted."
        END-IF.

ListPending.
        PERFORM LoadTimeOff
        DISPLAY " "
        DISPLAY "Req    Cashier     From      To        Reason                Asked     St"
        MOVE 0 TO WS-Hits
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > TimeOffCount
            IF TblOffStatus(Temp_Count) = 'P'
                ADD 1 TO WS-Hits
                PERFORM ShowRequest
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM
        IF WS-Hits = 0
            DISPLAY "No requests waiting."
        END-IF.

ShowRequest.
        DISPLAY TblOffReqNo(Temp_Count) "  " TblOffID(Temp_Count) "  "
            TblOffFrom(Temp_Count) "  " TblOffTo(Temp_Count) "  "
            TblOffReason(Temp_Count) "  " TblOffReqDate(Temp_Count)
            "  " TblOffStatus(Temp_Count).

*> A DECIDED REQUEST CARRIES THE MANAGER AND THE DATE; AN APPROVED ONE CAN
*> STILL BE DECLINED LATER IF PLANS CHANGE
DecideRequest.
        PERFORM LoadTimeOff
        IF TimeOffOverflow = 'Y'
            DISPLAY "TIMEOFF.DAT HOLDS MORE REQUESTS THAN THIS PROGRAM CAN CARRY -- NOTHING CHANGED."
        ELSE
            DISPLAY " "
            DISPLAY "Request number : " WITH NO ADVANCING
            ACCEPT WS-ReqNo
            MOVE 0 TO MatchedOffIdx
            MOVE 1 TO Temp_Count
            PERFORM UNTIL Temp_Count > TimeOffCount
                IF TblOffReqNo(Temp_Count) = WS-ReqNo
                    MOVE Temp_Count TO MatchedOffIdx
                END-IF
                ADD 1 TO Temp_Count
            END-PERFORM
            IF MatchedOffIdx = 0
                DISPLAY "NO SUCH REQUEST."
            ELSE
                MOVE MatchedOffIdx TO Temp_Count
                PERFORM ShowRequest
                DISPLAY "A = approve, D = decline, other = leave it : " WITH NO ADVANCING
                ACCEPT WS-Decision
                IF WS-Decision = 'a'
                    MOVE 'A' TO WS-Decision
                END-IF
                IF WS-Decision = 'd'
                    MOVE 'D' TO WS-Decision
                END-IF
                IF WS-Decision = 'A' OR WS-Decision = 'D'
                    ACCEPT WS-Today FROM DATE YYYYMMDD
                    MOVE WS-Decision TO TblOffStatus(MatchedOffIdx)
                    MOVE UserID TO TblOffDecidedBy(MatchedOffIdx)
                    MOVE WS-Today TO TblOffDecidedDate(MatchedOffIdx)
                    PERFORM SaveTimeOff
                    IF WS-Decision = 'A'
                        DISPLAY "REQUEST " WS-ReqNo " APPROVED."
                    ELSE
                        DISPLAY "REQUEST " WS-ReqNo " DECLINED."
                    END-IF
                ELSE
                    DISPLAY "NOTHING CHANGED."
                END-IF
            END-IF
        END-IF.

ListPersonOff.
        PERFORM LoadTimeOff
        DISPLAY " "
        DISPLAY "Cashier ID to list : " WITH NO ADVANCING
        ACCEPT WS-TargetID
        DISPLAY "Req    Cashier     From      To        Reason                Asked     St"
        MOVE 0 TO WS-Hits
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > TimeOffCount
            IF TblOffID(Temp_Count) = WS-TargetID
                ADD 1 TO WS-Hits
                PERFORM ShowRequest
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM
        IF WS-Hits = 0
            DISPLAY "No time off on file for " WS-TargetID
        END-IF.
