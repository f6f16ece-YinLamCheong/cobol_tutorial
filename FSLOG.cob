        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FSLOG. *> food-safety log: temperature readings and cleaning checks against the FSCheck.dat checkpoints, a corrective action on anything out of range, and the manager's daily sign-off
AUTHOR. Yanling.
DATE-WRITTEN.Oct 3rd 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT CheckFile ASSIGN TO "FSCheck.dat" *> the checkpoints and their safe ranges, maintained here
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CheckFileStatus.
        SELECT FSLogFile ASSIGN TO "FSLog.dat" *> append-only -- what the inspector asks to see
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FSLogStatus.
        SELECT CashierFile ASSIGN TO "Cashier.dat" *> same credential file testPOS logs in against
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CashierFileStatus.

DATA DIVISION.
FILE SECTION.
FD CheckFile.
COPY FSCHKPT.

FD FSLogFile.
COPY FSLOGREC.

FD CashierFile.
COPY CASHIER.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 WSEOF PIC X VALUE 'N'.
01 CheckFileStatus PIC XX.
01 FSLogStatus PIC XX.
01 CashierFileStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-TimeRaw PIC 9(8).

*> LOGIN VARIABLES -- ANY ACTIVE USER RECORDS READINGS, ONLY A MANAGER SIGNS
*> A DAY OFF OR CHANGES THE CHECKPOINTS
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

*> the checkpoints, with the day's tally alongside each
01 CheckTable.
        05 CheckEntry OCCURS 50 TIMES.
            10 TblChkID PIC X(6).
            10 TblChkDesc PIC X(30).
            10 TblChkType PIC X(1).
            10 TblChkMin PIC S9(3)V9.
            10 TblChkMax PIC S9(3)V9.
            10 TblChkTimes PIC 9(1).
            10 TblChkActive PIC X(1).
            10 TblChkDone PIC 9(3).
            10 TblChkFails PIC 9(3).
01 CheckCount PIC 99 VALUE 0.
01 ChkIdx PIC 99.
01 CheckOverflow PIC X VALUE 'N'. *> Y = the file held more checkpoints than the table -- never rewrite from a partial load
01 Temp_Count PIC 99.

01 WS-CheckIDIn PIC X(6).
01 WS-ReadingIn PIC X(7).
01 WS-Reading PIC S9(3)V9.
01 WS-DoneIn PIC X(1).
01 WS-Result PIC X(1).
01 WS-ActionIn PIC X(40).
01 WS-DayWanted PIC 9(8).
01 WS-SignedBy PIC X(10).
01 WS-Missed PIC 9(3).
01 WS-FailsToday PIC 9(3).
01 WS-Confirm PIC X(1).
01 WS-TempDisp PIC -ZZ9.9.
01 WS-MaxDisp PIC -ZZ9.9.
01 WS-NewType PIC X(1).
01 WS-NewMin PIC S9(3)V9.
01 WS-NewMax PIC S9(3)V9.
01 WS-NewTimes PIC 9(1).
01 WS-NewDesc PIC X(30).

PROCEDURE DIVISION.
StartPara.
        ACCEPT WS-Today FROM DATE YYYYMMDD.
        PERFORM LoadCashiers.
        PERFORM LoginCheck.
        PERFORM LoadCheckpoints.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "FOOD SAFETY LOG"
            DISPLAY "1            : Record A Reading Or Cleaning Check"
            DISPLAY "2            : Today's Checks So Far"
            DISPLAY "3            : Manager Sign-Off For A Day"
            DISPLAY "4            : Add Checkpoint"
            DISPLAY "5            : Retire/Restore Checkpoint"
            DISPLAY "6            : List Checkpoints"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM RecordReading
                WHEN 2 PERFORM ShowToday
                WHEN 3 PERFORM SignOffDay
                WHEN 4 PERFORM AddCheckpoint
                WHEN 5 PERFORM ToggleCheckpoint
                WHEN 6 PERFORM ListCheckpoints
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
        DISPLAY "                 FOOD SAFETY LOG - LOGIN           "
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
        MOVE TblCashierRole(MatchedCashierIdx) TO UserRole.

LoadCheckpoints.
        MOVE 0 TO CheckCount
        MOVE 'N' TO CheckOverflow
        OPEN INPUT CheckFile
        IF CheckFileStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ CheckFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF CheckCount < 50
                            ADD 1 TO CheckCount
                            MOVE FC-CheckID TO TblChkID(CheckCount)
                            MOVE FC-Desc TO TblChkDesc(CheckCount)
                            MOVE FC-Type TO TblChkType(CheckCount)
                            MOVE FC-MinTemp TO TblChkMin(CheckCount)
                            MOVE FC-MaxTemp TO TblChkMax(CheckCount)
                            MOVE FC-TimesPerDay TO TblChkTimes(CheckCount)
                            MOVE FC-Active TO TblChkActive(CheckCount)
                        ELSE
                            MOVE 'Y' TO CheckOverflow
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CheckFile
        END-IF.

FindCheckpoint.
        MOVE 0 TO ChkIdx
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > CheckCount
            IF TblChkID(Temp_Count) = WS-CheckIDIn
                MOVE Temp_Count TO ChkIdx
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM.

*> ONE READING: A TEMPERATURE OUTSIDE THE SAFE RANGE, OR A CLEANING CHECK NOT
*> DONE, IS NOT LOGGED UNTIL THE CORRECTIVE ACTION TAKEN HAS BEEN WRITTEN DOWN
RecordReading.
        DISPLAY " "
        DISPLAY "Checkpoint ID : " WITH NO ADVANCING
        ACCEPT WS-CheckIDIn
        PERFORM FindCheckpoint
        IF ChkIdx = 0
            DISPLAY "No such checkpoint -- option 6 lists them."
        ELSE
            IF TblChkActive(ChkIdx) = 'N'
                DISPLAY "That checkpoint has been retired."
            ELSE
                MOVE 0 TO WS-Reading
                MOVE 'P' TO WS-Result
                DISPLAY TblChkDesc(ChkIdx)
                IF TblChkType(ChkIdx) = 'T'
                    MOVE TblChkMin(ChkIdx) TO WS-TempDisp
                    MOVE TblChkMax(ChkIdx) TO WS-MaxDisp
                    DISPLAY "Safe range " WS-TempDisp " to " WS-MaxDisp " C"
                    DISPLAY "Reading in degrees C (eg -18.5) : " WITH NO ADVANCING
                    ACCEPT WS-ReadingIn
                    COMPUTE WS-Reading = FUNCTION NUMVAL(WS-ReadingIn)
                    IF WS-Reading < TblChkMin(ChkIdx) OR WS-Reading > TblChkMax(ChkIdx)
                        MOVE 'F' TO WS-Result
                        DISPLAY "*** OUT OF RANGE ***"
                    END-IF
                ELSE
                    DISPLAY "Done to standard (Y/N) : " WITH NO ADVANCING
                    ACCEPT WS-DoneIn
                    IF WS-DoneIn NOT = 'Y' AND WS-DoneIn NOT = 'y'
                        MOVE 'F' TO WS-Result
                        DISPLAY "*** NOT DONE ***"
                    END-IF
                END-IF
                MOVE SPACE TO WS-ActionIn
                IF WS-Result = 'F'
                    PERFORM UNTIL WS-ActionIn NOT = SPACE
                        DISPLAY "Corrective action taken (required) : " WITH NO ADVANCING
                        ACCEPT WS-ActionIn
                    END-PERFORM
                END-IF
                MOVE SPACE TO FSLogData
                MOVE 'R' TO FL-RecType
                MOVE WS-Today TO FL-Date
                MOVE TblChkID(ChkIdx) TO FL-CheckID
                MOVE WS-Reading TO FL-Reading
                MOVE WS-Result TO FL-Result
                MOVE WS-ActionIn TO FL-Action
                PERFORM WriteFSLog
                DISPLAY "Logged."
            END-IF
        END-IF.

ShowToday.
        MOVE WS-Today TO WS-DayWanted
        PERFORM TallyDay
        DISPLAY " "
        DISPLAY "Check   Description                     Done Need Fail"
        MOVE 1 TO ChkIdx
        PERFORM UNTIL ChkIdx > CheckCount
            IF TblChkActive(ChkIdx) NOT = 'N'
                DISPLAY TblChkID(ChkIdx) "  " TblChkDesc(ChkIdx) "  "
                    TblChkDone(ChkIdx) "  " TblChkTimes(ChkIdx) "  " TblChkFails(ChkIdx)
            END-IF
            ADD 1 TO ChkIdx
        END-PERFORM
        DISPLAY WS-Missed " reading(s) still to take today."
        IF WS-SignedBy NOT = SPACE
            DISPLAY "Signed off by " WS-SignedBy
        END-IF.

*> A MANAGER SIGNS ONE DAY OFF, ONCE -- A DAY WITH READINGS MISSING CAN
*> STILL BE SIGNED, BUT ONLY WITH A NOTE SAYING WHY
SignOffDay.
        IF NOT UserIsManager
            DISPLAY "ONLY A MANAGER CAN SIGN A DAY OFF."
        ELSE
            DISPLAY " "
            DISPLAY "Day to sign off (CCYYMMDD, 0 = today) : " WITH NO ADVANCING
            ACCEPT WS-DayWanted
            IF WS-DayWanted = 0
                MOVE WS-Today TO WS-DayWanted
            END-IF
            PERFORM TallyDay
            IF WS-SignedBy NOT = SPACE
                DISPLAY "Already signed off by " WS-SignedBy
            ELSE
                DISPLAY WS-Missed " reading(s) missing, " WS-FailsToday " out of range/not done."
                MOVE 'Y' TO WS-Confirm
                MOVE 'P' TO WS-Result
                MOVE SPACE TO WS-ActionIn
                IF WS-Missed > 0
                    DISPLAY "Sign off with readings missing (Y/N) : " WITH NO ADVANCING
                    ACCEPT WS-Confirm
                    IF WS-Confirm = 'y'
                        MOVE 'Y' TO WS-Confirm
                    END-IF
                    IF WS-Confirm = 'Y'
                        MOVE 'F' TO WS-Result
                        PERFORM UNTIL WS-ActionIn NOT = SPACE
                            DISPLAY "Why were they missed (required) : " WITH NO ADVANCING
                            ACCEPT WS-ActionIn
                        END-PERFORM
                    END-IF
                ELSE
                    DISPLAY "Note (optional) : " WITH NO ADVANCING
                    ACCEPT WS-ActionIn
                END-IF
                IF WS-Confirm = 'Y'
                    MOVE SPACE TO FSLogData
                    MOVE 'S' TO FL-RecType
                    MOVE WS-DayWanted TO FL-Date
                    MOVE 0 TO FL-Reading
                    MOVE WS-Result TO FL-Result
                    MOVE WS-ActionIn TO FL-Action
                    PERFORM WriteFSLog
                    DISPLAY "Day " WS-DayWanted " signed off."
                ELSE
                    DISPLAY "Not signed off."
                END-IF
            END-IF
        END-IF.

*> WHAT WAS LOGGED FOR WS-DayWanted: READINGS PER CHECKPOINT, FAILURES, WHO SIGNED
TallyDay.
        MOVE 1 TO ChkIdx
        PERFORM UNTIL ChkIdx > CheckCount
            MOVE 0 TO TblChkDone(ChkIdx)
            MOVE 0 TO TblChkFails(ChkIdx)
            ADD 1 TO ChkIdx
        END-PERFORM
        MOVE SPACE TO WS-SignedBy
        MOVE 0 TO WS-FailsToday
        OPEN INPUT FSLogFile
        IF FSLogStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ FSLogFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF FL-Date = WS-DayWanted
                            IF FL-RecType = 'S'
                                MOVE FL-UserID TO WS-SignedBy
                            ELSE
                                MOVE FL-CheckID TO WS-CheckIDIn
                                PERFORM FindCheckpoint
                                IF ChkIdx > 0
                                    ADD 1 TO TblChkDone(ChkIdx)
                                    IF FL-Result = 'F'
                                        ADD 1 TO TblChkFails(ChkIdx)
                                        ADD 1 TO WS-FailsToday
                                    END-IF
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FSLogFile
        END-IF
        MOVE 0 TO WS-Missed
        MOVE 1 TO ChkIdx
        PERFORM UNTIL ChkIdx > CheckCount
            IF TblChkActive(ChkIdx) NOT = 'N'
                AND TblChkDone(ChkIdx) < TblChkTimes(ChkIdx)
                COMPUTE WS-Missed = WS-Missed + TblChkTimes(ChkIdx) - TblChkDone(ChkIdx)
            END-IF
            ADD 1 TO ChkIdx
        END-PERFORM.

WriteFSLog.
        OPEN EXTEND FSLogFile
        IF FSLogStatus NOT = "00"
            OPEN OUTPUT FSLogFile *> the very first entry
        END-IF
        ACCEPT WS-TimeRaw FROM TIME
        MOVE WS-TimeRaw(1:6) TO FL-Time
        MOVE UserID TO FL-UserID
        WRITE FSLogData
        CLOSE FSLogFile.

AddCheckpoint.
        IF NOT UserIsManager
            DISPLAY "ONLY A MANAGER CAN CHANGE THE CHECKPOINTS."
        ELSE
            DISPLAY " "
            DISPLAY "New checkpoint ID : " WITH NO ADVANCING
            ACCEPT WS-CheckIDIn
            PERFORM FindCheckpoint
            IF ChkIdx > 0 OR WS-CheckIDIn = SPACE
                DISPLAY "That ID is blank or already on file."
            ELSE
                IF CheckCount NOT < 50 OR CheckOverflow = 'Y'
                    DISPLAY "THE CHECKPOINT FILE IS FULL (50) -- NOTHING ADDED."
                ELSE
                    DISPLAY "Description : " WITH NO ADVANCING
                    ACCEPT WS-NewDesc
                    MOVE SPACE TO WS-NewType
                    PERFORM UNTIL WS-NewType = 'T' OR WS-NewType = 'C'
                        DISPLAY "Type (T = temperature, C = cleaning check) : " WITH NO ADVANCING
                        ACCEPT WS-NewType
                        MOVE FUNCTION UPPER-CASE(WS-NewType) TO WS-NewType
                    END-PERFORM
                    MOVE 0 TO WS-NewMin
                    MOVE 0 TO WS-NewMax
                    IF WS-NewType = 'T'
                        DISPLAY "Lowest safe reading (eg -25.0) : " WITH NO ADVANCING
                        ACCEPT WS-ReadingIn
                        COMPUTE WS-NewMin = FUNCTION NUMVAL(WS-ReadingIn)
                        DISPLAY "Highest safe reading (eg -15.0) : " WITH NO ADVANCING
                        ACCEPT WS-ReadingIn
                        COMPUTE WS-NewMax = FUNCTION NUMVAL(WS-ReadingIn)
                    END-IF
                    DISPLAY "Times a day it is checked (1-9) : " WITH NO ADVANCING
                    ACCEPT WS-NewTimes
                    IF WS-NewTimes = 0
                        MOVE 1 TO WS-NewTimes
                    END-IF
                    ADD 1 TO CheckCount
                    MOVE WS-CheckIDIn TO TblChkID(CheckCount)
                    MOVE WS-NewDesc TO TblChkDesc(CheckCount)
                    MOVE WS-NewType TO TblChkType(CheckCount)
                    MOVE WS-NewMin TO TblChkMin(CheckCount)
                    MOVE WS-NewMax TO TblChkMax(CheckCount)
                    MOVE WS-NewTimes TO TblChkTimes(CheckCount)
                    MOVE 'Y' TO TblChkActive(CheckCount)
                    PERFORM SaveCheckpoints
                    DISPLAY "Checkpoint " WS-CheckIDIn " added."
                END-IF
            END-IF
        END-IF.

*> A RETIRED CHECKPOINT STAYS ON FILE SO OLD READINGS STILL PRINT AGAINST IT
ToggleCheckpoint.
        IF NOT UserIsManager
            DISPLAY "ONLY A MANAGER CAN CHANGE THE CHECKPOINTS."
        ELSE
            DISPLAY " "
            DISPLAY "Checkpoint ID : " WITH NO ADVANCING
            ACCEPT WS-CheckIDIn
            PERFORM FindCheckpoint
            IF ChkIdx = 0
                DISPLAY "No such checkpoint."
            ELSE
                IF TblChkActive(ChkIdx) = 'N'
                    MOVE 'Y' TO TblChkActive(ChkIdx)
                    DISPLAY WS-CheckIDIn " restored."
                ELSE
                    MOVE 'N' TO TblChkActive(ChkIdx)
                    DISPLAY WS-CheckIDIn " retired."
                END-IF
                PERFORM SaveCheckpoints
            END-IF
        END-IF.

ListCheckpoints.
        DISPLAY " "
        DISPLAY "Check   Description                     T    Min    Max  x/day  Active"
        MOVE 1 TO ChkIdx
        PERFORM UNTIL ChkIdx > CheckCount
            MOVE TblChkMin(ChkIdx) TO WS-TempDisp
            MOVE TblChkMax(ChkIdx) TO WS-MaxDisp
            DISPLAY TblChkID(ChkIdx) "  " TblChkDesc(ChkIdx) "  " TblChkType(ChkIdx) " "
                WS-TempDisp " " WS-MaxDisp "    " TblChkTimes(ChkIdx) "    " TblChkActive(ChkIdx)
            ADD 1 TO ChkIdx
        END-PERFORM.

*> REWRITE FSCheck.dat -- REFUSE AFTER AN OVERFLOWED LOAD RATHER THAN LOSE ROWS
SaveCheckpoints.
        IF CheckOverflow = 'Y'
            DISPLAY "THE CHECKPOINT FILE HOLDS MORE THAN THIS PROGRAM CAN CARRY -- NOTHING SAVED."
        ELSE
            OPEN OUTPUT CheckFile
            MOVE 1 TO Temp_Count
            PERFORM UNTIL Temp_Count > CheckCount
                MOVE TblChkID(Temp_Count) TO FC-CheckID
                MOVE TblChkDesc(Temp_Count) TO FC-Desc
                MOVE TblChkType(Temp_Count) TO FC-Type
                MOVE TblChkMin(Temp_Count) TO FC-MinTemp
                MOVE TblChkMax(Temp_Count) TO FC-MaxTemp
                MOVE TblChkTimes(Temp_Count) TO FC-TimesPerDay
                MOVE TblChkActive(Temp_Count) TO FC-Active
                WRITE FSCheckData
                ADD 1 TO Temp_Count
            END-PERFORM
            CLOSE CheckFile
        END-IF.
