        SELECT OrgFile ASSIGN TO 'student.dat' *> the name for the transcript heading
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StudFileStatus.
        SELECT AttendFile ASSIGN TO "Attend.dat" *> ATTEND's daily register, for each term's attendance
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AttendStatus.
        SELECT TermCalFile ASSIGN TO "TermCal.dat" *> the days each term ran
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TermCalStatus.
        SELECT TransReport ASSIGN TO "Transcript.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

FILE SECTION.
FD SortedTermFile.
01 STermGradeData.
        02 STG-SIDNum PIC 9(6).
        02 STG-Term PIC X(6).
        02 STG-Subject PIC X(10).
        02 STG-Score PIC 999.

FD OrgFile.
COPY STUDREC.

FD AttendFile.
COPY ATTREC.

FD TermCalFile.
COPY TERMCAL.

FD TransReport.
01 PrintLine PIC X(60).
01 WSEOF PIC X VALUE 'N'.
01 SortedTermStatus PIC XX.
01 StudFileStatus PIC XX.
01 WS-PickSID PIC 9(6).
01 WS-StudNameOut PIC X(30).
01 WS-StudLeft PIC 9(8) VALUE 0.
01 WS-CurTerm PIC X(6) VALUE SPACE.
01 WS-TermSum PIC 9(5) VALUE 0.
01 WS-TermMarks PIC 9(3) VALUE 0.
01 WS-PrevGPA PIC 9V9 VALUE 0.
01 WS-HavePrev PIC X VALUE 'N'.
01 WS-AnyMarks PIC X VALUE 'N'.
01 AttendStatus PIC XX.
01 TermCalStatus PIC XX.
01 WS-AttEOF PIC X.
01 WS-TermFrom PIC 9(8).
01 WS-TermTo PIC 9(8).
01 WS-TermDated PIC X.
01 AttendTotals.
        05 WS-AttPresent PIC 9(3).
        05 WS-AttAbsent PIC 9(3).
        05 WS-AttLate PIC 9(3).
        05 WS-AttExcused PIC 9(3).
01 WS-AttMarks PIC 9(4).

01 PageHeading.
        05 FILLER PIC X(13) VALUE "TRANSCRIPT - ".
        05 PrnStudName PIC X(30).
        05 FILLER PIC X(5) VALUE " (ID ".
        05 PrnSID PIC 9(6).
        05 FILLER PIC X(1) VALUE ")".
01 WithdrawnLine.
        05 FILLER PIC X(15) VALUE "WITHDRAWN ON   ".
        05 PrnLeftDate PIC 9(8).
01 TermHeadLine.
        05 FILLER PIC X(7) VALUE "TERM : ".
        05 PrnTerm PIC X(6).
        05 PrnTermGPA PIC 9.9.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnTrend PIC X(10).
01 AttendLine.
        05 FILLER PIC X(14) VALUE "  ATTENDANCE: ".
        05 PrnAttPct PIC ZZ9.9.
        05 FILLER PIC X(11) VALUE "%   ABSENT ".
        05 PrnAttAbsent PIC ZZ9.
        05 FILLER PIC X(10) VALUE "  EXCUSED ".
        05 PrnAttExcused PIC ZZ9.
        05 FILLER PIC X(7) VALUE "  LATE ".
        05 PrnAttLate PIC ZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".

PROCEDURE DIVISION.
                NOT AT END
                    IF IDNum = WS-PickSID
                        MOVE StudName TO WS-StudNameOut
                        IF StudStatus = 'W'
                            MOVE StudLeftDate TO WS-StudLeft
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
MOVE WS-StudNameOut TO PrnStudName
MOVE WS-PickSID TO PrnSID
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
IF WS-StudLeft > 0
        MOVE WS-StudLeft TO PrnLeftDate
        WRITE PrintLine FROM WithdrawnLine AFTER ADVANCING 1 LINE
END-IF

*> THE SORTED FILE WALKS STUDENT BY STUDENT, TERM BY TERM -- A TERM BREAK
*> CLOSES THE RUNNING TERM WITH ITS AVERAGE, GPA AND TREND
            END-EVALUATE
        END-IF
        WRITE PrintLine FROM TermTotalLine AFTER ADVANCING 1 LINE
        PERFORM TermAttendance
        MOVE WS-TermGPA TO WS-PrevGPA
        MOVE 'Y' TO WS-HavePrev
        MOVE 0 TO WS-TermSum
        MOVE 0 TO WS-TermMarks
END-IF.

*> THE TERM'S ATTENDANCE OFF THE REGISTER, BETWEEN THE TERM'S FIRST AND LAST DAY
*> ON THE CALENDAR -- PRESENT OR LATE COUNTS AS ATTENDED
TermAttendance.
MOVE 'N' TO WS-TermDated
OPEN INPUT TermCalFile
IF TermCalStatus = "00"
        MOVE 'N' TO WS-AttEOF
        PERFORM UNTIL WS-AttEOF = 'Y'
            READ TermCalFile
                AT END MOVE 'Y' TO WS-AttEOF
                NOT AT END
                    IF TC-Term = WS-CurTerm
                        MOVE 'Y' TO WS-TermDated
                        MOVE TC-StartDate TO WS-TermFrom
                        MOVE TC-EndDate TO WS-TermTo
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TermCalFile
END-IF
INITIALIZE AttendTotals
IF WS-TermDated = 'Y'
        OPEN INPUT AttendFile
        IF AttendStatus = "00"
            MOVE 'N' TO WS-AttEOF
            PERFORM UNTIL WS-AttEOF = 'Y'
                READ AttendFile
                    AT END MOVE 'Y' TO WS-AttEOF
                    NOT AT END
                        IF AT-SIDNum = WS-PickSID
                            AND AT-Date NOT < WS-TermFrom AND AT-Date NOT > WS-TermTo
                            EVALUATE TRUE
                                WHEN AT-Present ADD 1 TO WS-AttPresent
                                WHEN AT-Absent ADD 1 TO WS-AttAbsent
                                WHEN AT-Late ADD 1 TO WS-AttLate
                                WHEN AT-Excused ADD 1 TO WS-AttExcused
                            END-EVALUATE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AttendFile
        END-IF
END-IF
COMPUTE WS-AttMarks = WS-AttPresent + WS-AttAbsent + WS-AttLate + WS-AttExcused
IF WS-TermDated = 'N'
        MOVE "  ATTENDANCE: (NO TERM DATES ON TermCal.dat)" TO PrintLine
        WRITE PrintLine AFTER ADVANCING 1 LINE
ELSE IF WS-AttMarks = 0
        MOVE "  ATTENDANCE: (NONE RECORDED)" TO PrintLine
        WRITE PrintLine AFTER ADVANCING 1 LINE
ELSE
        COMPUTE PrnAttPct ROUNDED = (WS-AttPresent + WS-AttLate) * 100 / WS-AttMarks
        MOVE WS-AttAbsent TO PrnAttAbsent
        MOVE WS-AttExcused TO PrnAttExcused
        MOVE WS-AttLate TO PrnAttLate
        WRITE PrintLine FROM AttendLine AFTER ADVANCING 1 LINE
END-IF
END-IF.
