        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. HEALTHCHK. *> pre-open estate check: every master openable, the masters consistent with each other, last night's close complete, no stuck close flag, error-log growth sane, yesterday's food-safety checks done -- one PASS/FAIL page before the first sign-on
AUTHOR. Yanling.
DATE-WRITTEN.Sep 3rd 2026
ENVIRONMENT DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TaxRateFileStatus.
        SELECT DiscountFile ASSIGN TO "Discount.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DC-Code
            FILE STATUS IS DiscountFileStatus.
        SELECT StoreProfFile ASSIGN TO "StoreProf.dat"
            ORGANIZATION IS LINE SEQUENTIAL
        SELECT ErrorLogFile ASSIGN TO "ErrorLog.dat" *> a sudden growth spurt is something breaking quietly
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ErrorLogStatus.
        SELECT FSCheckFile ASSIGN TO "FSCheck.dat" *> the food-safety checkpoints FSLOG works through every day
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FSCheckStatus.
        SELECT FSLogFile ASSIGN TO "FSLog.dat" *> yesterday's readings and the manager's sign-off
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FSLogStatus.
        SELECT XrefCtlFile ASSIGN TO "XrefCtl.dat" *> XREFCHK's counts of broken references between the masters
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS XrefCtlStatus.
        SELECT ChkReport ASSIGN TO "HealthCheck.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

FD ErrorLogFile.
COPY ERRORLOG.

FD FSCheckFile.
COPY FSCHKPT.

FD FSLogFile.
COPY FSLOGREC.

FD XrefCtlFile.
01 XrefCtlData.
        02 XC-Date PIC 9(8).
        02 XC-Serious PIC 9(5).
        02 XC-Warnings PIC 9(5).

FD ChkReport.
01 PrintLine PIC X(70).

01 RunCtlStatus PIC XX.
01 CloseFlagStatus PIC XX.
01 ErrorLogStatus PIC XX.
01 XrefCtlStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-Yesterday PIC 9(8).
01 WS-DayBefore PIC 9(8).
01 WS-ErrsYesterday PIC 9(5) VALUE 0.
01 WS-ErrsDayBefore PIC 9(5) VALUE 0.
01 WS-GrowthLimit PIC 9(5).
01 WarnCount PIC 99 VALUE 0.

*> yesterday's food-safety readings per live checkpoint
01 FSCheckStatus PIC XX.
01 FSLogStatus PIC XX.
01 FSTable.
        05 FSEntry OCCURS 50 TIMES.
            10 TblFSCheckID PIC X(6).
            10 TblFSTimes PIC 9(1).
            10 TblFSDone PIC 9(3).
01 FSCount PIC 99 VALUE 0.
01 FSIdx PIC 99.
01 WS-FSMissed PIC 9(3) VALUE 0.
01 WS-FSSigned PIC X VALUE 'N'.

01 PageHeading.
        05 FILLER PIC X(30) VALUE "MORNING ESTATE HEALTH CHECK   ".
        05 PrnToday PIC 9(8).
01 CheckLine.
        05 PrnCheckName PIC X(34).
        05 PrnResult PIC X(4). *> PASS or FAIL -- WARN is printed but does not hold the doors
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnNote PIC X(30).
01 VerdictLine.
        05 FILLER PIC X(18) VALUE "OVERALL VERDICT : ".
        05 PrnVerdict PIC X(30).
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD
END-IF
PERFORM WriteCheckLine

*> YESTERDAY'S FOOD-SAFETY CHECKS: EVERY LIVE CHECKPOINT READ AS OFTEN AS IT
*> SHOULD BE AND THE DAY SIGNED OFF BY A MANAGER -- A WARNING FOR THE
*> MANAGER ON DUTY, NOT A REASON TO KEEP THE REGISTERS SHUT
MOVE "Food-safety checks done yesterday " TO PrnCheckName
MOVE "PASS" TO PrnResult
MOVE SPACE TO PrnNote
OPEN INPUT FSCheckFile
IF FSCheckStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ FSCheckFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF FC-Active NOT = 'N' AND FSCount < 50
                        ADD 1 TO FSCount
                        MOVE FC-CheckID TO TblFSCheckID(FSCount)
                        MOVE FC-TimesPerDay TO TblFSTimes(FSCount)
                        MOVE 0 TO TblFSDone(FSCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FSCheckFile
END-IF
IF FSCount > 0
        OPEN INPUT FSLogFile
        IF FSLogStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ FSLogFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF FL-Date = WS-Yesterday
                            PERFORM NoteFSEntry
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FSLogFile
        END-IF
        MOVE 1 TO FSIdx
        PERFORM UNTIL FSIdx > FSCount
            IF TblFSDone(FSIdx) < TblFSTimes(FSIdx)
                COMPUTE WS-FSMissed = WS-FSMissed + TblFSTimes(FSIdx) - TblFSDone(FSIdx)
            END-IF
            ADD 1 TO FSIdx
        END-PERFORM
        IF WS-FSMissed > 0 OR WS-FSSigned = 'N'
            MOVE "WARN" TO PrnResult
            STRING WS-FSMissed DELIMITED BY SIZE
                " MISSED" DELIMITED BY SIZE
                INTO PrnNote
            IF WS-FSSigned = 'N'
                MOVE ", NOT SIGNED OFF" TO PrnNote(11:16)
            END-IF
        END-IF
ELSE
        MOVE "NO CHECKPOINTS SET UP" TO PrnNote
END-IF
PERFORM WriteCheckLine

*> THE MASTERS MUST AGREE WITH EACH OTHER: A SERIOUS BREAK FROM LAST NIGHT'S
*> XREFCHK HOLDS THE DOORS; WARNINGS, OR A CHECK THAT HAS NOT RUN SINCE
*> YESTERDAY, ARE FOR THE MANAGER TO READ
MOVE "Master cross-references intact    " TO PrnCheckName
MOVE "WARN" TO PrnResult
MOVE "XREFCHK HAS NOT BEEN RUN" TO PrnNote
OPEN INPUT XrefCtlFile
IF XrefCtlStatus = "00"
        READ XrefCtlFile
            AT END CONTINUE
            NOT AT END
                MOVE SPACE TO PrnNote
                IF XC-Serious > 0
                    MOVE "FAIL" TO PrnResult
                    STRING XC-Serious DELIMITED BY SIZE
                        " SERIOUS BREAK(S)" DELIMITED BY SIZE
                        INTO PrnNote
                ELSE IF XC-Date < WS-Yesterday
                    STRING "LAST RUN " DELIMITED BY SIZE
                        XC-Date DELIMITED BY SIZE
                        INTO PrnNote
                ELSE IF XC-Warnings > 0
                    STRING XC-Warnings DELIMITED BY SIZE
                        " WARNING(S)" DELIMITED BY SIZE
                        INTO PrnNote
                ELSE
                    MOVE "PASS" TO PrnResult
                END-IF
                END-IF
                END-IF
        END-READ
        CLOSE XrefCtlFile
END-IF
PERFORM WriteCheckLine

IF FailCount = 0 AND WarnCount > 0
        MOVE "PASS - READ THE WARNINGS" TO PrnVerdict
ELSE IF FailCount = 0
        MOVE "PASS - OPEN THE REGISTERS" TO PrnVerdict
ELSE
        MOVE "FAIL - FIX BEFORE SIGN-ON" TO PrnVerdict
END-IF
END-IF
WRITE PrintLine FROM VerdictLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ChkReport
MOVE "HealthCheck.rpt" TO RF-ReportName
MOVE "HEALTHCHK" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Health check: " FailCount " failure(s), see HealthCheck.rpt"
IF FailCount > 0
        MOVE 8 TO RETURN-CODE
END-IF
PERFORM WriteCheckLine.

NoteFSEntry.
IF FL-RecType = 'S'
        MOVE 'Y' TO WS-FSSigned
ELSE
        MOVE 1 TO FSIdx
        PERFORM UNTIL FSIdx > FSCount
            IF TblFSCheckID(FSIdx) = FL-CheckID
                ADD 1 TO TblFSDone(FSIdx)
            END-IF
            ADD 1 TO FSIdx
        END-PERFORM
END-IF.

WriteCheckLine.
IF PrnResult = "FAIL"
        ADD 1 TO FailCount
END-IF
IF PrnResult = "WARN"
        ADD 1 TO WarnCount
END-IF
WRITE PrintLine FROM CheckLine AFTER ADVANCING 1 LINE.
