        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ATTRPT. *> weekly attendance report: each class's attendance for the week, and the students whose unexcused absences reach the alert level
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT AttendFile ASSIGN TO "Attend.dat" *> ATTEND's daily register
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AttendStatus.
        SELECT OrgFile ASSIGN TO "student.dat" *> names and classes
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StudFileStatus.
        SELECT TermCalFile ASSIGN TO "TermCal.dat" *> which term the week falls in
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TermCalStatus.
        SELECT AlertReport ASSIGN TO "AbsenceAlert.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AttendFile.
COPY ATTREC.

FD OrgFile.
COPY STUDREC.

FD TermCalFile.
COPY TERMCAL.

FD AlertReport.
01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
COPY RATES.
01 WSEOF PIC X VALUE 'N'.
01 AttendStatus PIC XX.
01 StudFileStatus PIC XX.
01 TermCalStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-WeekEnd PIC 9(8).
01 WS-WeekStart PIC 9(8).
01 WS-AlertAt PIC 99.
01 WS-Term PIC X(6) VALUE SPACE.
01 WS-TermStart PIC 9(8) VALUE 0.
01 WS-Found PIC X.
01 WS-WeekMarks PIC 9(4).
01 WS-Attended PIC 9(5).
01 WS-AllMarks PIC 9(5).

*> every student on file, with the week's marks and the term's unexcused absences
01 StudTable.
        05 StudEntry OCCURS 1000 TIMES.
            10 TblStudID PIC 9(6).
            10 TblStudName PIC X(30).
            10 TblStudClass PIC X(6).
            10 TblWeekPresent PIC 9(2).
            10 TblWeekAbsent PIC 9(2).
            10 TblWeekLate PIC 9(2).
            10 TblWeekExcused PIC 9(2).
            10 TblTermAbsent PIC 9(3).
01 StudCount PIC 9(4) VALUE 0.
01 StudIdx PIC 9(4).
01 StudSub PIC 9(4).
01 StudOverflow PIC X VALUE 'N'.

*> the classes that had a register this week, in class order
01 ClassTable.
        05 ClassEntry OCCURS 50 TIMES.
            10 TblClass PIC X(6).
            10 TblClassStuds PIC 9(4).
            10 TblClassPresent PIC 9(5).
            10 TblClassLate PIC 9(5).
            10 TblClassAbsent PIC 9(5).
            10 TblClassExcused PIC 9(5).
01 ClassCount PIC 99 VALUE 0.
01 ClassIdx PIC 99.
01 ClassSub PIC 99.
01 ClassOverflow PIC X VALUE 'N'.
01 WS-SwapClass PIC X(30).

01 MarkedCount PIC 9(4) VALUE 0.
01 AlertCount PIC 9(4) VALUE 0.
01 UnknownCount PIC 9(5) VALUE 0.

01 PageHeading PIC X(24) VALUE "WEEKLY ATTENDANCE REPORT".
01 WeekLine.
        05 FILLER PIC X(7) VALUE "WEEK : ".
        05 PrnWeekStart PIC 9(8).
        05 FILLER PIC X(4) VALUE " TO ".
        05 PrnWeekEnd PIC 9(8).
01 TermLine.
        05 FILLER PIC X(7) VALUE "TERM : ".
        05 PrnTerm PIC X(6).
        05 FILLER PIC X(16) VALUE ", ABSENCES FROM ".
        05 PrnTermStart PIC 9(8).
01 AlertAtLine.
        05 FILLER PIC X(9) VALUE "ALERT AT ".
        05 PrnAlertAt PIC Z9.
        05 FILLER PIC X(39) VALUE " OR MORE UNEXCUSED ABSENCES IN THE WEEK".
01 ClassHeading PIC X(19) VALUE "ATTENDANCE BY CLASS".
01 ClassHeads PIC X(59) VALUE "CLASS  STUDENTS  PRESENT    LATE  ABSENT  EXCUSED  ATTENDED".
01 ClassDetailLine.
        05 PrnClass PIC X(6).
        05 FILLER PIC X(5) VALUE SPACE.
        05 PrnClassStuds PIC ZZZ9.
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnClassPresent PIC ZZZZ9.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnClassLate PIC ZZZZ9.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnClassAbsent PIC ZZZZ9.
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnClassExcused PIC ZZZZ9.
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnClassPct PIC ZZ9.9.
        05 FILLER PIC X(1) VALUE "%".
01 AlertHeading PIC X(17) VALUE "STUDENTS ON ALERT".
01 AlertHeads PIC X(80) VALUE "CLASS   ID      NAME                           ABSENT  LATE EXCUSED  TERM ABSENT".
01 AlertDetailLine.
        05 PrnAlertClass PIC X(6).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnAlertSID PIC 9(6).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnAlertName PIC X(30).
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnAlertAbsent PIC ZZ9.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnAlertLate PIC ZZ9.
        05 FILLER PIC X(5) VALUE SPACE.
        05 PrnAlertExcused PIC ZZ9.
        05 FILLER PIC X(9) VALUE SPACE.
        05 PrnAlertTerm PIC ZZZ9.
        05 PrnAlertTermX REDEFINES PrnAlertTerm PIC X(4). *> blank when no term covers the week
01 CountLine.
        05 PrnCountText PIC X(32).
        05 PrnCountValue PIC ZZZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD
DISPLAY "Week ending (CCYYMMDD, 0 = today) : " WITH NO ADVANCING
ACCEPT WS-WeekEnd
IF WS-WeekEnd = 0
        MOVE WS-Today TO WS-WeekEnd
END-IF
COMPUTE WS-WeekStart = FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(WS-WeekEnd) - 6)
DISPLAY "Alert at how many unexcused absences (0 = the standard " AbsenceAlertDays ") : " WITH NO ADVANCING
ACCEPT WS-AlertAt
IF WS-AlertAt = 0
        MOVE AbsenceAlertDays TO WS-AlertAt
END-IF

PERFORM LoadStudents
IF StudCount = 0
        DISPLAY "No students on student.dat -- nothing to report."
        STOP RUN
END-IF
PERFORM FindTerm

OPEN INPUT AttendFile
IF AttendStatus NOT = "00"
        DISPLAY "Attend.dat not found -- no register has been taken yet."
        STOP RUN
END-IF
PERFORM UNTIL WSEOF = 'Y'
        READ AttendFile
            AT END MOVE 'Y' TO WSEOF
            NOT AT END PERFORM TallyMark
        END-READ
END-PERFORM
CLOSE AttendFile

PERFORM BuildClassTable

OPEN OUTPUT AlertReport
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
MOVE WS-WeekStart TO PrnWeekStart
MOVE WS-WeekEnd TO PrnWeekEnd
WRITE PrintLine FROM WeekLine AFTER ADVANCING 2 LINES
IF WS-TermStart > 0
        MOVE WS-Term TO PrnTerm
        MOVE WS-TermStart TO PrnTermStart
        WRITE PrintLine FROM TermLine AFTER ADVANCING 1 LINE
ELSE
        MOVE "TERM : NO TERM ON TermCal.dat COVERS THIS WEEK" TO PrintLine
        WRITE PrintLine AFTER ADVANCING 1 LINE
END-IF
MOVE WS-AlertAt TO PrnAlertAt
WRITE PrintLine FROM AlertAtLine AFTER ADVANCING 1 LINE

WRITE PrintLine FROM ClassHeading AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ClassHeads AFTER ADVANCING 1 LINE
MOVE 1 TO ClassSub
PERFORM UNTIL ClassSub > ClassCount
        PERFORM PrintClass
        ADD 1 TO ClassSub
END-PERFORM
IF ClassCount = 0
        MOVE "  (NO REGISTER TAKEN THIS WEEK)" TO PrintLine
        WRITE PrintLine AFTER ADVANCING 1 LINE
END-IF
IF ClassOverflow = 'Y'
        MOVE "  ** MORE THAN 50 CLASSES -- THE REST ARE LEFT OUT ABOVE **" TO PrintLine
        WRITE PrintLine AFTER ADVANCING 1 LINE
END-IF

*> THE ALERT LIST, CLASS BY CLASS IN THE SAME ORDER AS THE SUMMARY
WRITE PrintLine FROM AlertHeading AFTER ADVANCING 2 LINES
WRITE PrintLine FROM AlertHeads AFTER ADVANCING 1 LINE
MOVE 1 TO ClassSub
PERFORM UNTIL ClassSub > ClassCount
        MOVE 1 TO StudSub
        PERFORM UNTIL StudSub > StudCount
            IF TblStudClass(StudSub) = TblClass(ClassSub)
                AND TblWeekAbsent(StudSub) NOT < WS-AlertAt
                PERFORM PrintAlert
            END-IF
            ADD 1 TO StudSub
        END-PERFORM
        ADD 1 TO ClassSub
END-PERFORM
IF AlertCount = 0
        MOVE "  (NO STUDENT REACHED THE ALERT LEVEL)" TO PrintLine
        WRITE PrintLine AFTER ADVANCING 1 LINE
END-IF

MOVE SPACE TO PrintLine
WRITE PrintLine AFTER ADVANCING 1 LINE
MOVE "Students marked this week     : " TO PrnCountText
MOVE MarkedCount TO PrnCountValue
WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
MOVE "Students on alert             : " TO PrnCountText
MOVE AlertCount TO PrnCountValue
WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
IF UnknownCount > 0
        MOVE "Marks for unknown students    : " TO PrnCountText
        MOVE UnknownCount TO PrnCountValue
        WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
END-IF
IF StudOverflow = 'Y'
        MOVE "** MORE THAN 1000 STUDENTS ON FILE -- THE REST ARE LEFT OUT **" TO PrintLine
        WRITE PrintLine AFTER ADVANCING 1 LINE
END-IF
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE AlertReport
MOVE "AbsenceAlert.rpt" TO RF-ReportName
MOVE "ATTRPT" TO RF-Program
MOVE WS-WeekEnd TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Weekly attendance report written to AbsenceAlert.rpt"
STOP RUN.

*> EVERY STUDENT, WITHDRAWN OR NOT -- A STUDENT WHO LEFT MID-WEEK STILL HAS
*> THE DAYS BEFORE LEAVING ON THE REGISTER
LoadStudents.
OPEN INPUT OrgFile
IF StudFileStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ OrgFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF StudCount < 1000
                        ADD 1 TO StudCount
                        MOVE IDNum TO TblStudID(StudCount)
                        MOVE StudName TO TblStudName(StudCount)
                        MOVE StudClass TO TblStudClass(StudCount)
                        MOVE 0 TO TblWeekPresent(StudCount)
                        MOVE 0 TO TblWeekAbsent(StudCount)
                        MOVE 0 TO TblWeekLate(StudCount)
                        MOVE 0 TO TblWeekExcused(StudCount)
                        MOVE 0 TO TblTermAbsent(StudCount)
                    ELSE
                        MOVE 'Y' TO StudOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OrgFile
END-IF
MOVE 'N' TO WSEOF.

*> THE TERM HOLDING THE LAST DAY OF THE WEEK -- THE TERM ABSENT COLUMN COUNTS
*> FROM ITS FIRST DAY
FindTerm.
OPEN INPUT TermCalFile
IF TermCalStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ TermCalFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF WS-WeekEnd NOT < TC-StartDate AND WS-WeekEnd NOT > TC-EndDate
                        MOVE TC-Term TO WS-Term
                        MOVE TC-StartDate TO WS-TermStart
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TermCalFile
END-IF
MOVE 'N' TO WSEOF.

TallyMark.
IF AT-Date NOT > WS-WeekEnd
        AND (AT-Date NOT < WS-WeekStart OR (WS-TermStart > 0 AND AT-Date NOT < WS-TermStart))
        PERFORM FindStudent
        IF WS-Found = 'N'
            IF AT-Date NOT < WS-WeekStart
                ADD 1 TO UnknownCount
            END-IF
        ELSE
            IF AT-Date NOT < WS-WeekStart
                EVALUATE TRUE
                    WHEN AT-Present ADD 1 TO TblWeekPresent(StudIdx)
                    WHEN AT-Absent ADD 1 TO TblWeekAbsent(StudIdx)
                    WHEN AT-Late ADD 1 TO TblWeekLate(StudIdx)
                    WHEN AT-Excused ADD 1 TO TblWeekExcused(StudIdx)
                END-EVALUATE
            END-IF
            IF WS-TermStart > 0 AND AT-Date NOT < WS-TermStart AND AT-Absent
                ADD 1 TO TblTermAbsent(StudIdx)
            END-IF
        END-IF
END-IF.

FindStudent.
MOVE 'N' TO WS-Found
MOVE 1 TO StudIdx
PERFORM UNTIL StudIdx > StudCount OR WS-Found = 'Y'
        IF TblStudID(StudIdx) = AT-SIDNum
            MOVE 'Y' TO WS-Found
        ELSE
            ADD 1 TO StudIdx
        END-IF
END-PERFORM.

*> ONE LINE PER CLASS FOR EVERY STUDENT WITH A MARK THIS WEEK, THEN INTO CLASS ORDER
BuildClassTable.
MOVE 1 TO StudSub
PERFORM UNTIL StudSub > StudCount
        COMPUTE WS-WeekMarks = TblWeekPresent(StudSub) + TblWeekAbsent(StudSub)
            + TblWeekLate(StudSub) + TblWeekExcused(StudSub)
        IF WS-WeekMarks > 0
            ADD 1 TO MarkedCount
            PERFORM FindClass
            IF ClassIdx > 0
                ADD 1 TO TblClassStuds(ClassIdx)
                ADD TblWeekPresent(StudSub) TO TblClassPresent(ClassIdx)
                ADD TblWeekLate(StudSub) TO TblClassLate(ClassIdx)
                ADD TblWeekAbsent(StudSub) TO TblClassAbsent(ClassIdx)
                ADD TblWeekExcused(StudSub) TO TblClassExcused(ClassIdx)
            END-IF
        END-IF
        ADD 1 TO StudSub
END-PERFORM
*> SMALL TABLE, SIMPLE EXCHANGE SORT
MOVE 1 TO ClassIdx
PERFORM UNTIL ClassIdx > ClassCount
        MOVE ClassIdx TO ClassSub
        ADD 1 TO ClassSub
        PERFORM UNTIL ClassSub > ClassCount
            IF TblClass(ClassSub) < TblClass(ClassIdx)
                MOVE ClassEntry(ClassIdx) TO WS-SwapClass
                MOVE ClassEntry(ClassSub) TO ClassEntry(ClassIdx)
                MOVE WS-SwapClass TO ClassEntry(ClassSub)
            END-IF
            ADD 1 TO ClassSub
        END-PERFORM
        ADD 1 TO ClassIdx
END-PERFORM.

FindClass.
MOVE 0 TO ClassIdx
MOVE 1 TO ClassSub
PERFORM UNTIL ClassSub > ClassCount OR ClassIdx > 0
        IF TblClass(ClassSub) = TblStudClass(StudSub)
            MOVE ClassSub TO ClassIdx
        END-IF
        ADD 1 TO ClassSub
END-PERFORM
IF ClassIdx = 0
        IF ClassCount < 50
            ADD 1 TO ClassCount
            MOVE ClassCount TO ClassIdx
            MOVE TblStudClass(StudSub) TO TblClass(ClassIdx)
            MOVE 0 TO TblClassStuds(ClassIdx)
            MOVE 0 TO TblClassPresent(ClassIdx)
            MOVE 0 TO TblClassLate(ClassIdx)
            MOVE 0 TO TblClassAbsent(ClassIdx)
            MOVE 0 TO TblClassExcused(ClassIdx)
        ELSE
            MOVE 'Y' TO ClassOverflow
        END-IF
END-IF.

*> ATTENDED = PRESENT OR LATE, OVER EVERY MARK TAKEN
PrintClass.
MOVE TblClass(ClassSub) TO PrnClass
IF TblClass(ClassSub) = SPACE
        MOVE "(NONE)" TO PrnClass
END-IF
MOVE TblClassStuds(ClassSub) TO PrnClassStuds
MOVE TblClassPresent(ClassSub) TO PrnClassPresent
MOVE TblClassLate(ClassSub) TO PrnClassLate
MOVE TblClassAbsent(ClassSub) TO PrnClassAbsent
MOVE TblClassExcused(ClassSub) TO PrnClassExcused
COMPUTE WS-Attended = TblClassPresent(ClassSub) + TblClassLate(ClassSub)
COMPUTE WS-AllMarks = WS-Attended + TblClassAbsent(ClassSub) + TblClassExcused(ClassSub)
COMPUTE PrnClassPct ROUNDED = WS-Attended * 100 / WS-AllMarks
WRITE PrintLine FROM ClassDetailLine AFTER ADVANCING 1 LINE.

PrintAlert.
ADD 1 TO AlertCount
MOVE TblClass(ClassSub) TO PrnAlertClass
IF TblClass(ClassSub) = SPACE
        MOVE "(NONE)" TO PrnAlertClass
END-IF
MOVE TblStudID(StudSub) TO PrnAlertSID
MOVE TblStudName(StudSub) TO PrnAlertName
MOVE TblWeekAbsent(StudSub) TO PrnAlertAbsent
MOVE TblWeekLate(StudSub) TO PrnAlertLate
MOVE TblWeekExcused(StudSub) TO PrnAlertExcused
IF WS-TermStart > 0
        MOVE TblTermAbsent(StudSub) TO PrnAlertTerm
ELSE
        MOVE SPACE TO PrnAlertTermX
END-IF
WRITE PrintLine FROM AlertDetailLine AFTER ADVANCING 1 LINE.
