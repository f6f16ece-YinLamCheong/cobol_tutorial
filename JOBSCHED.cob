        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. JOBSCHED. *> nightly dispatcher for the batch jobs POSCLOSE does not run: works through JobSched.dat, runs what is due, catches up missed runs, and logs every run to RunHist.dat
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT JobSchedFile ASSIGN TO "JobSched.dat" *> each job, how often it falls due and what it waits for (RUNCALMNT)
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS JobSchedStatus.
        SELECT RunCalFile ASSIGN TO "RunCal.dat" *> closed days and holidays -- nothing is dispatched on them
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunCalStatus.
        SELECT RunHistFile ASSIGN TO "RunHist.dat" *> shared with POSCLOSE: its close steps tell us the close is done, our job lines tell us what already ran
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunHistStatus.

DATA DIVISION.
FILE SECTION.
FD JobSchedFile.
COPY JOBSCHED.

FD RunCalFile.
01 RunCalData.
        02 CAL-Date PIC 9(8).
        02 CAL-Desc PIC X(20).

FD RunHistFile.
COPY RUNHIST.

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 JobSchedStatus PIC XX.
01 RunCalStatus PIC XX.
01 RunHistStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-TodayInt PIC 9(7).
01 WS-ClosedDay PIC X VALUE 'N'.
01 WS-TimeRaw PIC 9(8).
01 JobSub PIC 99.
01 WS-JobCount PIC 99 VALUE 0.
01 JobTable.
        02 JobEntry OCCURS 30 TIMES PIC X(64). *> one JobSchedData image per job, in file order
01 WS-LastDone PIC 9(8).
01 WS-DueDate PIC 9(8).
01 WS-MissedRuns PIC 9(3).
01 WS-CheckDate PIC 9(8).
01 WS-CheckInt PIC 9(7).
01 WS-FromInt PIC 9(7).
01 WS-NextDate PIC 9(8).
01 WS-DayOfWeek PIC 9.
01 WS-MonthEnd PIC X.
01 WS-IsDue PIC X.
01 WS-PrereqMet PIC X.
01 WS-JobCommand PIC X(100).
01 WS-HistStatus PIC X(8).
01 WS-JobStartDate PIC 9(8).
01 WS-JobStartTime PIC 9(6).
01 WS-RanCount PIC 99 VALUE 0.
01 WS-FailedCount PIC 99 VALUE 0.
01 WS-WaitingCount PIC 99 VALUE 0.
COPY RATES. *> JobCatchUpDays

PROCEDURE DIVISION.
0000-MAINLINE.
        ACCEPT WS-Today FROM DATE YYYYMMDD
        COMPUTE WS-TodayInt = FUNCTION INTEGER-OF-DATE(WS-Today)

        *> THE SAME CALENDAR POSCLOSE HONOURS -- A MISSED DUE DATE IS PICKED UP
        *> ON THE NEXT NIGHT THE SHOP TRADES
        PERFORM CHECK_RUN_CALENDAR
        IF WS-ClosedDay = 'Y'
            DISPLAY "The calendar marks " WS-Today " as a closed day -- no jobs dispatched."
            STOP RUN
        END-IF

        PERFORM LOAD_JOB_SCHEDULE
        IF WS-JobCount = 0
            DISPLAY "No jobs on JobSched.dat -- nothing to dispatch."
            STOP RUN
        END-IF

        *> FILE ORDER IS RUN ORDER, SO A JOB WAITING ON ANOTHER SEES IT
        *> COMPLETE WHEN BOTH FALL DUE THE SAME NIGHT
        MOVE 1 TO JobSub
        PERFORM UNTIL JobSub > WS-JobCount
            MOVE JobEntry(JobSub) TO JobSchedData
            IF JS-Active = 'N'
                DISPLAY JS-Job " : held -- not run"
            ELSE
                PERFORM DISPATCH_JOB
            END-IF
            ADD 1 TO JobSub
        END-PERFORM

        DISPLAY "Jobs run " WS-RanCount ", failed " WS-FailedCount ", waiting " WS-WaitingCount
        IF WS-FailedCount > 0 OR WS-WaitingCount > 0
            MOVE 8 TO RETURN-CODE *> something owed tonight did not complete -- it is retried next night
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
        STOP RUN.

*> A DATE ON THE CALENDAR FILE IS A DAY THE SHOP NEVER TRADED
CHECK_RUN_CALENDAR.
        MOVE 'N' TO WS-ClosedDay
        OPEN INPUT RunCalFile
        IF RunCalStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ RunCalFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF CAL-Date = WS-Today
                            MOVE 'Y' TO WS-ClosedDay
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RunCalFile
        END-IF
        MOVE 'N' TO WSEOF.

LOAD_JOB_SCHEDULE.
        MOVE 0 TO WS-JobCount
        OPEN INPUT JobSchedFile
        IF JobSchedStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ JobSchedFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF WS-JobCount < 30 AND JS-Job NOT = SPACE
                            ADD 1 TO WS-JobCount
                            MOVE JobSchedData TO JobEntry(WS-JobCount)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE JobSchedFile
        END-IF
        MOVE 'N' TO WSEOF.

*> ONE JOB: FIND THE LATEST DATE IT FELL DUE SINCE IT LAST COMPLETED, CHECK
*> WHAT IT WAITS FOR, RUN IT ONCE AND LOG THE RUN AGAINST THAT DATE. THE
*> JOBS WORK FROM TODAY'S FILES, SO ONE RUN CATCHES UP EVERY MISSED DATE
DISPATCH_JOB.
        PERFORM FIND_LAST_COMPLETE
        PERFORM FIND_DUE_DATE
        IF WS-DueDate = 0
            DISPLAY JS-Job " : not due"
        ELSE
            IF WS-MissedRuns > 0
                DISPLAY JS-Job " : catching up " WS-MissedRuns " missed run(s), due " WS-DueDate
            END-IF
            PERFORM CHECK_PREREQUISITE
            IF WS-PrereqMet = 'N'
                DISPLAY JS-Job " : waiting for " JS-After " -- not run"
                PERFORM NOTE_JOB_START
                MOVE "WAITING" TO WS-HistStatus
                PERFORM WRITE_RUN_HISTORY
                ADD 1 TO WS-WaitingCount
            ELSE
                PERFORM RUN_JOB
            END-IF
        END-IF.

*> THE NEWEST COMPLETE LINE FOR THIS JOB ON THE HISTORY; ZERO IF IT NEVER RAN
FIND_LAST_COMPLETE.
        MOVE 0 TO WS-LastDone
        OPEN INPUT RunHistFile
        IF RunHistStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ RunHistFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF RH-Job = JS-Job AND RH-Status = "COMPLETE"
                            AND RH-Date > WS-LastDone
                            MOVE RH-Date TO WS-LastDone
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RunHistFile
        END-IF
        MOVE 'N' TO WSEOF.

*> WALK FORWARD FROM THE DAY AFTER THE LAST COMPLETE RUN (NO FURTHER BACK
*> THAN JobCatchUpDays) TO TONIGHT. A JOB NEW TO THE SCHEDULE HAS NOTHING
*> OWED, SO ONLY TONIGHT IS CHECKED FOR IT
FIND_DUE_DATE.
        MOVE 0 TO WS-DueDate
        MOVE 0 TO WS-MissedRuns
        IF WS-LastDone = 0
            MOVE WS-TodayInt TO WS-FromInt
        ELSE
            COMPUTE WS-FromInt = FUNCTION INTEGER-OF-DATE(WS-LastDone) + 1
            IF WS-FromInt < WS-TodayInt - JobCatchUpDays
                COMPUTE WS-FromInt = WS-TodayInt - JobCatchUpDays
            END-IF
        END-IF
        MOVE WS-FromInt TO WS-CheckInt
        PERFORM UNTIL WS-CheckInt > WS-TodayInt
            COMPUTE WS-CheckDate = FUNCTION DATE-OF-INTEGER(WS-CheckInt)
            PERFORM CHECK_DUE_ON_DATE
            IF WS-IsDue = 'Y'
                IF WS-DueDate NOT = 0
                    ADD 1 TO WS-MissedRuns
                END-IF
                MOVE WS-CheckDate TO WS-DueDate
            END-IF
            ADD 1 TO WS-CheckInt
        END-PERFORM
        IF WS-DueDate NOT = 0 AND WS-DueDate < WS-Today
            ADD 1 TO WS-MissedRuns *> the latest due date is itself a missed one
        END-IF.

*> D EVERY DAY; W ON ITS WEEKDAY; E ON THE LAST DAY OF THE MONTH; M ON ITS
*> DAY OF THE MONTH, OR THE LAST DAY OF A MONTH TOO SHORT TO HAVE IT
CHECK_DUE_ON_DATE.
        MOVE 'N' TO WS-IsDue
        COMPUTE WS-DayOfWeek = FUNCTION MOD(WS-CheckInt - 1, 7) + 1 *> day 1 of the epoch is a Monday, so 1 = Monday
        COMPUTE WS-NextDate = FUNCTION DATE-OF-INTEGER(WS-CheckInt + 1)
        IF WS-NextDate(7:2) = "01"
            MOVE 'Y' TO WS-MonthEnd
        ELSE
            MOVE 'N' TO WS-MonthEnd
        END-IF
        EVALUATE JS-Freq
            WHEN 'D'
                MOVE 'Y' TO WS-IsDue
            WHEN 'W'
                IF WS-DayOfWeek = JS-Day
                    MOVE 'Y' TO WS-IsDue
                END-IF
            WHEN 'E'
                IF WS-MonthEnd = 'Y'
                    MOVE 'Y' TO WS-IsDue
                END-IF
            WHEN 'M'
                IF WS-CheckDate(7:2) = JS-Day
                    MOVE 'Y' TO WS-IsDue
                END-IF
                IF WS-MonthEnd = 'Y' AND WS-CheckDate(7:2) < JS-Day
                    MOVE 'Y' TO WS-IsDue
                END-IF
        END-EVALUATE.

*> POSCLOSE = TONIGHT'S CLOSE REACHED STEP 6; ANY OTHER NAME = THAT JOB
*> COMPLETED TONIGHT
CHECK_PREREQUISITE.
        MOVE 'Y' TO WS-PrereqMet
        IF JS-After NOT = SPACE
            MOVE 'N' TO WS-PrereqMet
            OPEN INPUT RunHistFile
            IF RunHistStatus = "00"
                MOVE 'N' TO WSEOF
                PERFORM UNTIL WSEOF = 'Y'
                    READ RunHistFile
                        AT END MOVE 'Y' TO WSEOF
                        NOT AT END
                            IF JS-After = "POSCLOSE"
                                IF RH-Job = SPACE AND RH-Date = WS-Today
                                    AND RH-Step = 6 AND RH-Status = "COMPLETE"
                                    MOVE 'Y' TO WS-PrereqMet
                                END-IF
                            ELSE
                                IF RH-Job = JS-After AND RH-EndDate = WS-Today
                                    AND RH-Status = "COMPLETE"
                                    MOVE 'Y' TO WS-PrereqMet
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RunHistFile
            END-IF
            MOVE 'N' TO WSEOF
        END-IF.

*> SAME SHELL HAND-OFF AS THE POSCLOSE STEPS. A JOB THAT PROMPTS IS FED
*> ITS ANSWERS FROM THE SCHEDULE, ONE PER LINE
RUN_JOB.
        MOVE SPACE TO WS-JobCommand
        IF JS-Input = SPACE
            STRING "./" DELIMITED BY SIZE
                JS-Job DELIMITED BY SPACE
                INTO WS-JobCommand
        ELSE
            STRING "echo '" DELIMITED BY SIZE
                FUNCTION TRIM(JS-Input TRAILING) DELIMITED BY SIZE
                "' | tr '/' '\n' | ./" DELIMITED BY SIZE
                JS-Job DELIMITED BY SPACE
                INTO WS-JobCommand
        END-IF
        DISPLAY JS-Job " : running"
        PERFORM NOTE_JOB_START
        CALL "SYSTEM" USING WS-JobCommand
        IF RETURN-CODE NOT = 0
            MOVE "FAILED" TO WS-HistStatus
            DISPLAY JS-Job " exited with return code " RETURN-CODE " -- it is tried again next night."
            ADD 1 TO WS-FailedCount
        ELSE
            MOVE "COMPLETE" TO WS-HistStatus
            ADD 1 TO WS-RanCount
        END-IF
        MOVE 0 TO RETURN-CODE
        PERFORM WRITE_RUN_HISTORY.

NOTE_JOB_START.
        ACCEPT WS-JobStartDate FROM DATE YYYYMMDD
        ACCEPT WS-TimeRaw FROM TIME
        MOVE WS-TimeRaw(1:6) TO WS-JobStartTime.

*> ONE HISTORY LINE PER JOB ATTEMPT, DATED WITH THE DAY IT FELL DUE
WRITE_RUN_HISTORY.
        OPEN EXTEND RunHistFile
        IF RunHistStatus NOT = "00"
            OPEN OUTPUT RunHistFile
        END-IF
        MOVE WS-DueDate TO RH-Date
        MOVE 0 TO RH-Step
        MOVE WS-JobStartDate TO RH-StartDate
        MOVE WS-JobStartTime TO RH-StartTime
        ACCEPT RH-EndDate FROM DATE YYYYMMDD
        ACCEPT WS-TimeRaw FROM TIME
        MOVE WS-TimeRaw(1:6) TO RH-EndTime
        MOVE WS-HistStatus TO RH-Status
        MOVE JS-Job TO RH-Job
        WRITE RunHistData
        CLOSE RunHistFile.
