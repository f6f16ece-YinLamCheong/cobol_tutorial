        SELECT OrgFile ASSIGN TO WS-StudFileName *> student.dat, or student4.dat for the merged combined class
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StudFileStatus.
        SELECT AttendFile ASSIGN TO "Attend.dat" *> ATTEND's daily register
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AttendStatus.
        SELECT StatReport ASSIGN TO "ClassStats.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OrgFile.
COPY STUDREC.

FD AttendFile.
COPY ATTREC.

FD StatReport.
01 PrintLine PIC X(60).
01 WS-FileChoice PIC 9.
01 WS-StudFileName PIC X(30).
01 WS-PassMark PIC 999.
01 AttendStatus PIC XX.

*> the class held in storage for the median sort
01 ScoreTable.
        05 ScoreEntry OCCURS 100 TIMES.
            10 TblStudName PIC X(30).
            10 TblScore PIC 999.
            10 TblStudID PIC 9(6).
            10 TblAttended PIC 9(4). *> days present or late on the register
            10 TblAttMarks PIC 9(4). *> days on the register at all
01 StudCount PIC 9(3) VALUE 0.
01 StudSub PIC 9(3).
01 SwapSub PIC 9(3).
01 WS-SwapEntry PIC X(47).

01 ScoreSum PIC 9(6) VALUE 0.
01 WS-Mean PIC 999V9.
01 FailHeading PIC X(30) VALUE "STUDENTS BELOW THE PASS MARK".
01 FailDetailLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnFailName PIC X(30).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnFailScore PIC ZZ9.
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnFailAtt PIC ZZ9.9.
        05 PrnFailAttX REDEFINES PrnFailAtt PIC X(5). *> blank when the student has no register marks
        05 PrnFailPctSign PIC X(1).
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
01 StarSub PIC 99.

*> attendance: each student's days attended over days on the register, and the
*> class's scores grouped by how much of the register they made
01 WS-AttFound PIC X.
01 WS-AttPct PIC 999V9.
01 WS-AttPctSum PIC 9(6)V9 VALUE 0.
01 AttStudCount PIC 9(3) VALUE 0.
01 AttBandNames.
        05 FILLER PIC X(14) VALUE "95% AND OVER".
        05 FILLER PIC X(14) VALUE "90% TO 94.9%".
        05 FILLER PIC X(14) VALUE "80% TO 89.9%".
        05 FILLER PIC X(14) VALUE "BELOW 80%".
        05 FILLER PIC X(14) VALUE "NO REGISTER".
01 AttBandNameTable REDEFINES AttBandNames.
        05 AttBandName PIC X(14) OCCURS 5 TIMES.
01 AttBandTable.
        05 AttBandEntry OCCURS 5 TIMES.
            10 AttBandStuds PIC 9(3).
            10 AttBandScoreSum PIC 9(6).
01 AttBandSub PIC 9.
01 AttHeading PIC X(20) VALUE "SCORES BY ATTENDANCE".
01 AttHeads PIC X(34) VALUE "ATTENDANCE    STUDENTS  MEAN SCORE".
01 AttBandLine.
        05 PrnAttBand PIC X(14).
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnAttStuds PIC ZZZ9.
        05 FILLER PIC X(7) VALUE SPACE.
        05 PrnAttMean PIC ZZ9.9.

PROCEDURE DIVISION.
DISPLAY "Analyze (1) student.dat or (2) the merged student4.dat : " WITH NO ADVANCING
ACCEPT WS-FileChoice
        READ OrgFile
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                IF StudCount < 100 AND StudStatus NOT = 'W' *> withdrawn students are out of the class figures
                    ADD 1 TO StudCount
                    MOVE StudName TO TblStudName(StudCount)
                    MOVE Score TO TblScore(StudCount)
                    MOVE IDNum TO TblStudID(StudCount)
                    MOVE 0 TO TblAttended(StudCount)
                    MOVE 0 TO TblAttMarks(StudCount)
                    ADD Score TO ScoreSum
                    IF Score > WS-High
                        MOVE Score TO WS-High
        STOP RUN
END-IF

PERFORM TallyAttendance

*> SORT THE SCORES (SMALL CLASS, SIMPLE EXCHANGE SORT) FOR THE MEDIAN
MOVE 1 TO StudSub
PERFORM UNTIL StudSub > StudCount
        ADD 1 TO SwapSub
        PERFORM UNTIL SwapSub > StudCount
            IF TblScore(SwapSub) < TblScore(StudSub)
                MOVE ScoreEntry(StudSub) TO WS-SwapEntry
                MOVE ScoreEntry(SwapSub) TO ScoreEntry(StudSub)
                MOVE WS-SwapEntry TO ScoreEntry(SwapSub)
            END-IF
            ADD 1 TO SwapSub
        END-PERFORM
MOVE "Failed            : " TO PrnCountText
MOVE FailCount TO PrnCountValue
WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
IF AttStudCount > 0
        MOVE "Attendance %      : " TO PrnStatText
        COMPUTE WS-AttPct ROUNDED = WS-AttPctSum / AttStudCount
        MOVE WS-AttPct TO PrnStatValue
        WRITE PrintLine FROM StatLine AFTER ADVANCING 1 LINE
END-IF

*> HISTOGRAM BY TEN-POINT BAND, ONE STAR PER STUDENT
MOVE SPACE TO PrintLine
        IF TblScore(StudSub) < WS-PassMark
            MOVE TblStudName(StudSub) TO PrnFailName
            MOVE TblScore(StudSub) TO PrnFailScore
            IF TblAttMarks(StudSub) > 0
                COMPUTE PrnFailAtt ROUNDED = TblAttended(StudSub) * 100 / TblAttMarks(StudSub)
                MOVE "%" TO PrnFailPctSign
            ELSE
                MOVE SPACE TO PrnFailAttX
                MOVE SPACE TO PrnFailPctSign
            END-IF
            WRITE PrintLine FROM FailDetailLine AFTER ADVANCING 1 LINE
        END-IF
        ADD 1 TO StudSub
END-PERFORM
PERFORM PrintAttendance
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE StatReport
DISPLAY "Class statistics written to ClassStats.rpt"
STOP RUN.

*> EVERY REGISTER MARK ON FILE AGAINST THE STUDENT IT BELONGS TO, THEN EACH
*> STUDENT INTO AN ATTENDANCE BAND -- PRESENT OR LATE COUNTS AS ATTENDED
TallyAttendance.
OPEN INPUT AttendFile
IF AttendStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ AttendFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE 'N' TO WS-AttFound
                    MOVE 1 TO StudSub
                    PERFORM UNTIL StudSub > StudCount OR WS-AttFound = 'Y'
                        IF TblStudID(StudSub) = AT-SIDNum
                            MOVE 'Y' TO WS-AttFound
                            ADD 1 TO TblAttMarks(StudSub)
                            IF AT-Present OR AT-Late
                                ADD 1 TO TblAttended(StudSub)
                            END-IF
                        END-IF
                        ADD 1 TO StudSub
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE AttendFile
END-IF
INITIALIZE AttBandTable
MOVE 1 TO StudSub
PERFORM UNTIL StudSub > StudCount
        IF TblAttMarks(StudSub) = 0
            MOVE 5 TO AttBandSub
        ELSE
            COMPUTE WS-AttPct ROUNDED = TblAttended(StudSub) * 100 / TblAttMarks(StudSub)
            ADD WS-AttPct TO WS-AttPctSum
            ADD 1 TO AttStudCount
            EVALUATE TRUE
                WHEN WS-AttPct NOT < 95
                    MOVE 1 TO AttBandSub
                WHEN WS-AttPct NOT < 90
                    MOVE 2 TO AttBandSub
                WHEN WS-AttPct NOT < 80
                    MOVE 3 TO AttBandSub
                WHEN OTHER
                    MOVE 4 TO AttBandSub
            END-EVALUATE
        END-IF
        ADD 1 TO AttBandStuds(AttBandSub)
        ADD TblScore(StudSub) TO AttBandScoreSum(AttBandSub)
        ADD 1 TO StudSub
END-PERFORM.

*> THE MEAN SCORE IN EACH ATTENDANCE BAND, SO A RUN OF MISSED DAYS SHOWS UP
*> AGAINST THE MARKS IT COST
PrintAttendance.
IF AttStudCount > 0
        WRITE PrintLine FROM AttHeading AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM AttHeads AFTER ADVANCING 1 LINE
        MOVE 1 TO AttBandSub
        PERFORM UNTIL AttBandSub > 5
            IF AttBandStuds(AttBandSub) > 0
                MOVE AttBandName(AttBandSub) TO PrnAttBand
                MOVE AttBandStuds(AttBandSub) TO PrnAttStuds
                COMPUTE PrnAttMean ROUNDED =
                    AttBandScoreSum(AttBandSub) / AttBandStuds(AttBandSub)
                WRITE PrintLine FROM AttBandLine AFTER ADVANCING 1 LINE
            END-IF
            ADD 1 TO AttBandSub
        END-PERFORM
END-IF.
