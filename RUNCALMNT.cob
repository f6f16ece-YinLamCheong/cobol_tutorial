        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RUNCALMNT. *> maintains RunCal.dat (closed days and holidays) and the JobSched.dat job schedule, and answers "did that date's close run, and how long did it take" off RunHist.dat
AUTHOR. Yanling.
DATE-WRITTEN.Sep 3rd 2026
ENVIRONMENT DIVISION.
        SELECT RunCalFile ASSIGN TO "RunCal.dat" *> POSCLOSE refuses to run on a listed date
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunCalStatus.
        SELECT RunHistFile ASSIGN TO "RunHist.dat" *> written by POSCLOSE, one line per step attempt, and by JOBSCHED, one per job
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunHistStatus.
        SELECT JobSchedFile ASSIGN TO "JobSched.dat" *> the jobs JOBSCHED runs and how often
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS JobSchedStatus.

DATA DIVISION.
FILE SECTION.
        02 CAL-Desc PIC X(20).

FD RunHistFile.
COPY RUNHIST.

FD JobSchedFile.
COPY JOBSCHED.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 RunHistStatus PIC XX.
01 WS-LookupDate PIC 9(8).
01 WS-Hits PIC 9(3).
01 JobSchedStatus PIC XX.
01 WS-JobIn PIC X(10).
01 WS-JobFound PIC X.
01 WS-JobOK PIC X.
01 JobSub PIC 99.
01 WS-JobCount PIC 99 VALUE 0.
01 JobTable.
        02 JobEntry OCCURS 30 TIMES.
            03 TblJob PIC X(10).
            03 TblFreq PIC X(1).
            03 TblDay PIC 9(2).
            03 TblAfter PIC X(10).
            03 TblActive PIC X(1).
            03 TblInput PIC X(40).
01 WS-FreqText PIC X(14).

PROCEDURE DIVISION.
StartPara.
            DISPLAY "1            : Mark A Closed Day / Holiday"
            DISPLAY "2            : List The Calendar"
            DISPLAY "3            : Show A Date's Run History"
            DISPLAY "4            : Add / Change A Scheduled Job"
            DISPLAY "5            : List The Job Schedule"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
                WHEN 1 PERFORM AddClosedDay
                WHEN 2 PERFORM ListCalendar
                WHEN 3 PERFORM ShowRunHistory
                WHEN 4 PERFORM MaintainJob
                WHEN 5 PERFORM ListJobSchedule
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        END-IF
        WRITE RunCalData
        CLOSE RunCalFile
        DISPLAY "Marked -- neither POSCLOSE nor JOBSCHED will run on that date.".

ListCalendar.
        DISPLAY " "
        MOVE 0 TO WS-Hits
        OPEN INPUT RunHistFile
        IF RunHistStatus = "00"
            DISPLAY "Step  Job         Started          Ended            Status"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ RunHistFile
                    NOT AT END
                        IF RH-Date = WS-LookupDate
                            ADD 1 TO WS-Hits
                            DISPLAY "  " RH-Step "   " RH-Job "  " RH-StartDate "-" RH-StartTime
                                "  " RH-EndDate "-" RH-EndTime "  " RH-Status
                        END-IF
                END-READ
            DISPLAY "No run history for " WS-LookupDate " -- that close never ran."
        END-IF
        MOVE 'N' TO WSEOF.

*> JobSched.dat IS SMALL, SO IT IS HELD IN A TABLE, CHANGED THERE AND
*> WRITTEN BACK WHOLE. JOBSCHED RUNS THE JOBS IN THIS ORDER, SO A JOB
*> THAT WAITS FOR ANOTHER SHOULD BE ADDED AFTER IT
MaintainJob.
        PERFORM LoadJobSchedule
        DISPLAY " "
        DISPLAY "Job (program name) : " With NO ADVANCING.
        ACCEPT WS-JobIn.
        MOVE FUNCTION UPPER-CASE(WS-JobIn) TO WS-JobIn
        MOVE 'N' TO WS-JobFound
        MOVE 1 TO JobSub
        PERFORM UNTIL JobSub > WS-JobCount OR WS-JobFound = 'Y'
            IF TblJob(JobSub) = WS-JobIn
                MOVE 'Y' TO WS-JobFound
            ELSE
                ADD 1 TO JobSub
            END-IF
        END-PERFORM
        MOVE 'Y' TO WS-JobOK
        IF WS-JobIn = SPACE
            MOVE 'N' TO WS-JobOK
        END-IF
        IF WS-JobOK = 'Y'
            IF WS-JobFound = 'Y'
                MOVE JobEntry(JobSub) TO JobSchedData
                PERFORM DescribeFreq
                DISPLAY "Now: " WS-FreqText " after " JS-After " active " JS-Active
            ELSE
                IF WS-JobCount = 30
                    DISPLAY "The schedule is full (30 jobs)."
                    MOVE 'N' TO WS-JobOK
                ELSE
                    MOVE WS-JobCount TO JobSub
                    ADD 1 TO JobSub
                    MOVE SPACE TO JobSchedData
                    MOVE WS-JobIn TO JS-Job
                END-IF
            END-IF
        END-IF
        IF WS-JobOK = 'Y'
            DISPLAY "Frequency (D daily / W weekly / M day of month / E month-end) : " With NO ADVANCING
            ACCEPT JS-Freq
            MOVE FUNCTION UPPER-CASE(JS-Freq) TO JS-Freq
            MOVE 0 TO JS-Day
            EVALUATE JS-Freq
                WHEN 'W'
                    DISPLAY "Day of the week (1 = Monday .. 7 = Sunday) : " With NO ADVANCING
                    ACCEPT JS-Day
                    IF JS-Day < 1 OR JS-Day > 7
                        DISPLAY "Not a day of the week -- nothing changed."
                        MOVE 'N' TO WS-JobOK
                    END-IF
                WHEN 'M'
                    DISPLAY "Day of the month (1-31) : " With NO ADVANCING
                    ACCEPT JS-Day
                    IF JS-Day < 1 OR JS-Day > 31
                        DISPLAY "Not a day of the month -- nothing changed."
                        MOVE 'N' TO WS-JobOK
                    END-IF
                WHEN 'D'
                WHEN 'E'
                    CONTINUE
                WHEN OTHER
                    DISPLAY "Frequency must be D, W, M or E -- nothing changed."
                    MOVE 'N' TO WS-JobOK
            END-EVALUATE
        END-IF
        IF WS-JobOK = 'Y'
            DISPLAY "Wait for (POSCLOSE / a job / blank for none) : " With NO ADVANCING
            ACCEPT JS-After
            MOVE FUNCTION UPPER-CASE(JS-After) TO JS-After
            DISPLAY "Answers for its prompts, / between each (blank if none) : " With NO ADVANCING
            ACCEPT JS-Input
            DISPLAY "Active (Y/N) : " With NO ADVANCING
            ACCEPT JS-Active
            MOVE FUNCTION UPPER-CASE(JS-Active) TO JS-Active
            IF JS-Active NOT = 'N'
                MOVE 'Y' TO JS-Active
            END-IF
            MOVE JobSchedData TO JobEntry(JobSub)
            IF JobSub > WS-JobCount
                MOVE JobSub TO WS-JobCount
            END-IF
            OPEN OUTPUT JobSchedFile
            MOVE 1 TO JobSub
            PERFORM UNTIL JobSub > WS-JobCount
                MOVE JobEntry(JobSub) TO JobSchedData
                WRITE JobSchedData
                ADD 1 TO JobSub
            END-PERFORM
            CLOSE JobSchedFile
            DISPLAY "Job schedule saved."
        END-IF.

LoadJobSchedule.
        MOVE 0 TO WS-JobCount
        OPEN INPUT JobSchedFile
        IF JobSchedStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ JobSchedFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF WS-JobCount < 30
                            ADD 1 TO WS-JobCount
                            MOVE JobSchedData TO JobEntry(WS-JobCount)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE JobSchedFile
        END-IF
        MOVE 'N' TO WSEOF.

ListJobSchedule.
        PERFORM LoadJobSchedule
        DISPLAY " "
        IF WS-JobCount = 0
            DISPLAY "  (no jobs scheduled)"
        ELSE
            DISPLAY "Job         Runs            After       Active  Answers"
        END-IF
        MOVE 1 TO JobSub
        PERFORM UNTIL JobSub > WS-JobCount
            MOVE JobEntry(JobSub) TO JobSchedData
            PERFORM DescribeFreq
            DISPLAY JS-Job "  " WS-FreqText "  " JS-After "  " JS-Active "       " JS-Input
            ADD 1 TO JobSub
        END-PERFORM.

DescribeFreq.
        MOVE SPACE TO WS-FreqText
        EVALUATE JS-Freq
            WHEN 'D' MOVE "DAILY" TO WS-FreqText
            WHEN 'W' STRING "WEEKLY DAY " JS-Day DELIMITED BY SIZE INTO WS-FreqText
            WHEN 'M' STRING "MONTHLY DAY " JS-Day DELIMITED BY SIZE INTO WS-FreqText
            WHEN 'E' MOVE "MONTH-END" TO WS-FreqText
        END-EVALUATE.
