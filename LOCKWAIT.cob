        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOCKWAIT. *> one try at a record or control file another register is holding: counts it, logs the conflict to LockLog.dat, and either pauses for the next try or tells the caller to give up
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT LockLogFile ASSIGN TO "LockLog.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LockLogStatus.

DATA DIVISION.
FILE SECTION.
FD LockLogFile.
COPY LOCKREC.

WORKING-STORAGE SECTION.
01 LockLogStatus PIC XX.
01 LW-TimeRaw PIC 9(8).
COPY RATES. *> LockRetries, LockWaitSecs

LINKAGE SECTION.
COPY LOCKLINK.

*> THE FIRST WAIT ON A RECORD IS THE CONFLICT AND IS LOGGED BUSY; THE LAST
*> TRY IS LOGGED GAVE UP AND NOT WAITED ON. EVERY TRY BETWEEN JUST PAUSES
PROCEDURE DIVISION USING CN-LockLink.
        ADD 1 TO CN-Tries
        IF CN-Tries = 1
            MOVE "BUSY" TO LR-Outcome
            PERFORM WriteLockLog
        END-IF
        IF CN-Tries NOT < LockRetries
            MOVE 'Y' TO CN-GaveUp
            MOVE "GAVE UP" TO LR-Outcome
            PERFORM WriteLockLog
        ELSE
            CALL "C$SLEEP" USING LockWaitSecs
        END-IF
        GOBACK.

WriteLockLog.
        ACCEPT LR-Date FROM DATE YYYYMMDD
        ACCEPT LW-TimeRaw FROM TIME
        MOVE LW-TimeRaw(1:6) TO LR-Time
        MOVE CN-Program TO LR-Program
        MOVE CN-File TO LR-File
        MOVE CN-Key TO LR-Key
        MOVE CN-Tries TO LR-Tries
        OPEN EXTEND LockLogFile
        IF LockLogStatus NOT = "00"
            OPEN OUTPUT LockLogFile *> the first conflict ever logged
        END-IF
        WRITE LockLogData
        CLOSE LockLogFile.
