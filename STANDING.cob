        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STANDING. *> end-of-term academic standing: honour roll, good standing, warning or probation off TermGrade.dat, with a notice for every student on warning or probation
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT WorkFile ASSIGN TO 'standwork.tmp'. *> SORT work file, like TERMSORT's
        SELECT TermGradeFile ASSIGN TO 'TermGrade.dat' *> TERMGRD's marks, in entry order
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TermGradeStatus.
        SELECT OrgFile ASSIGN TO 'student.dat' *> names, classes and who has withdrawn
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StudFileStatus.
        SELECT StandingFile ASSIGN TO "Standing.dat" *> every term's standings, kept for the next run
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StandingStatus.
        SELECT StandingWork ASSIGN TO "Standing.tmp" *> the other terms' standings, copied aside while this term's are replaced
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StandingWorkStatus.
        SELECT StandReport ASSIGN TO "Standing.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT NoticeFile ASSIGN TO "StandNotice.rpt" *> one page per student on warning or probation
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD TermGradeFile.
01 TermGradeData.
        02 TG-SIDNum PIC 9(6).
        02 TG-Term PIC X(6).
        02 TG-Subject PIC X(10).
        02 TG-Score PIC 999.

SD WorkFile. *> SD = sorted file description
01 WTermGradeData.
        02 WTG-SIDNum PIC 9(6).
        02 WTG-Term PIC X(6).
        02 WTG-Subject PIC X(10).
        02 WTG-Score PIC 999.

FD OrgFile.
COPY STUDREC.

FD StandingFile.
COPY STANDREC.

FD StandingWork.
01 StandingWorkRecord PIC X(27).

FD StandReport.
01 PrintLine PIC X(100).

FD NoticeFile.
01 NoticeLine PIC X(72).

WORKING-STORAGE SECTION.
COPY RATES.
01 WSEOF PIC X VALUE 'N'.
01 TermGradeStatus PIC XX.
01 StudFileStatus PIC XX.
01 StandingStatus PIC XX.
01 StandingWorkStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-Term PIC X(6).
01 WS-TermMarksOnFile PIC 9(5) VALUE 0.
01 WS-Confirm PIC X.
01 WS-HaveWork PIC X VALUE 'N'.

*> this run's thresholds -- the RATES.cpy standards unless changed at the prompt
01 WS-HonourAvg PIC 999.
01 WS-WarnAvg PIC 999.
01 WS-ProbAvg PIC 999.
01 WS-PassMark PIC 999.
01 WS-WarnFails PIC 99.
01 WS-ProbFails PIC 99.
01 WS-TrendDrop PIC 999.
01 WS-ThreshLabel PIC X(36).
01 WS-ThreshValue PIC 999.
01 WS-ThreshText PIC X(3).

*> the student running through the sorted marks
01 WS-CurSID PIC 9(6) VALUE 0.
01 WS-TermSum PIC 9(5).
01 WS-TermMarks PIC 9(3).
01 WS-TermFails PIC 99.
01 WS-TermAvg PIC 999V9.
01 WS-PrevTerm PIC X(6).
01 WS-PrevSum PIC 9(5).
01 WS-PrevMarks PIC 9(3).
01 WS-PrevAvg PIC 999V9.
01 WS-Drop PIC 999V9.
01 WS-Standing PIC X.
01 WS-StudName PIC X(30).
01 WS-StudClass PIC X(6).
01 WS-Found PIC X.
01 WS-PriorTerm PIC X(6).
01 WS-PriorStanding PIC X.
*> why the standing fell where it did, for the notice
01 WS-AvgReason PIC X. *> P = below the probation average, W = below the warning average
01 WS-FailReason PIC X.
01 WS-TrendReason PIC X.
01 WS-RepeatReason PIC X.

*> the student's subjects for the term, for the notice
01 SubjTable.
        05 SubjEntry OCCURS 20 TIMES.
            10 TblSubject PIC X(10).
            10 TblSubjScore PIC 999.
01 SubjCount PIC 99.
01 SubjSub PIC 99.

*> every student on file
01 StudTable.
        05 StudEntry OCCURS 1000 TIMES.
            10 TblStudID PIC 9(6).
            10 TblStudName PIC X(30).
            10 TblStudClass PIC X(6).
            10 TblStudStatus PIC X.
01 StudCount PIC 9(4) VALUE 0.
01 StudIdx PIC 9(4).

*> the latest standing saved for each student before the term being run
01 PriorTable.
        05 PriorEntry OCCURS 1000 TIMES.
            10 TblPriorSID PIC 9(6).
            10 TblPriorTerm PIC X(6).
            10 TblPriorStanding PIC X.
01 PriorCount PIC 9(4) VALUE 0.
01 PriorIdx PIC 9(4).
01 PriorOverflow PIC X VALUE 'N'.

*> this run's results, for the report once the sort is done
01 ResultTable.
        05 ResultEntry OCCURS 1000 TIMES.
            10 TblResSID PIC 9(6).
            10 TblResName PIC X(30).
            10 TblResClass PIC X(6).
            10 TblResAvg PIC 999V9.
            10 TblResFails PIC 99.
            10 TblResStanding PIC X.
            10 TblResEscalated PIC X.
            10 TblResPriorTerm PIC X(6).
01 ResultCount PIC 9(4) VALUE 0.
01 ResultSub PIC 9(4).
01 ResultOverflow PIC X VALUE 'N'.
01 HonourOrder.
        05 HonourIdx PIC 9(4) OCCURS 1000 TIMES.
01 HonourCount PIC 9(4) VALUE 0.
01 HonourSub PIC 9(4).
01 SwapSub PIC 9(4).
01 WS-SwapIdx PIC 9(4).

01 CountHonour PIC 9(4) VALUE 0.
01 CountGood PIC 9(4) VALUE 0.
01 CountWarning PIC 9(4) VALUE 0.
01 CountProbation PIC 9(4) VALUE 0.
01 CountEscalated PIC 9(4) VALUE 0.
01 CountWithdrawn PIC 9(4) VALUE 0.
01 CountUnknown PIC 9(4) VALUE 0.
01 CountReplaced PIC 9(4) VALUE 0.

01 PageHeading.
        05 FILLER PIC X(27) VALUE "ACADEMIC STANDING - TERM : ".
        05 PrnHeadTerm PIC X(6).
        05 FILLER PIC X(9) VALUE "     RUN ".
        05 PrnHeadDate PIC 9(8).
01 ThreshLine1.
        05 FILLER PIC X(26) VALUE "HONOUR ROLL  : AVERAGE OF ".
        05 PrnThHonour PIC ZZ9.
        05 FILLER PIC X(36) VALUE " OR MORE, NO SUBJECT BELOW THE PASS ".
        05 FILLER PIC X(8) VALUE "MARK OF ".
        05 PrnThPass PIC ZZ9.
01 ThreshLine2.
        05 FILLER PIC X(29) VALUE "WARNING      : AVERAGE UNDER ".
        05 PrnThWarnAvg PIC ZZ9.
        05 FILLER PIC X(5) VALUE ", OR ".
        05 PrnThWarnFails PIC Z9.
        05 FILLER PIC X(20) VALUE " OR MORE FAILED, OR ".
        05 FILLER PIC X(7) VALUE "A FALL ".
        05 PrnThDrop PIC ZZ9.
        05 FILLER PIC X(27) VALUE " OR MORE ON THE TERM BEFORE".
01 ThreshLine3.
        05 FILLER PIC X(29) VALUE "PROBATION    : AVERAGE UNDER ".
        05 PrnThProbAvg PIC ZZ9.
        05 FILLER PIC X(5) VALUE ", OR ".
        05 PrnThProbFails PIC Z9.
        05 FILLER PIC X(36) VALUE " OR MORE FAILED, OR A SECOND WARNING".
        05 FILLER PIC X(9) VALUE " IN A ROW".
01 HonourHeading PIC X(11) VALUE "HONOUR ROLL".
01 HonourHeads PIC X(56) VALUE "  ID      NAME                            CLASS  AVERAGE".
01 HonourDetailLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnHonSID PIC 9(6).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnHonName PIC X(30).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnHonClass PIC X(6).
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnHonAvg PIC ZZ9.9.
01 ConcernHeading PIC X(31) VALUE "ACADEMIC PROBATION AND WARNINGS".
01 ConcernHeads PIC X(81) VALUE "  ID      NAME                            CLASS  AVERAGE  FAILS   STANDING   NOTE".
01 ConcernDetailLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnConSID PIC 9(6).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnConName PIC X(30).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnConClass PIC X(6).
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnConAvg PIC ZZ9.9.
        05 FILLER PIC X(5) VALUE SPACE.
        05 PrnConFails PIC Z9.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnConStanding PIC X(9).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnConNote PIC X(20).
01 EscalatedNote.
        05 FILLER PIC X(14) VALUE "AFTER WARNING ".
        05 PrnEscTerm PIC X(6).
01 CountLine.
        05 PrnCountText PIC X(40).
        05 PrnCountValue PIC ZZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

*> the notice, one page per student
01 NoticeHeadLine.
        05 FILLER PIC X(52) VALUE "ACADEMIC STANDING NOTICE".
        05 FILLER PIC X(6) VALUE "DATE  ".
        05 PrnNotDate PIC 9(8).
01 NoticeStudLine.
        05 FILLER PIC X(11) VALUE "STUDENT  : ".
        05 PrnNotName PIC X(30).
        05 FILLER PIC X(5) VALUE " (ID ".
        05 PrnNotSID PIC 9(6).
        05 FILLER PIC X(1) VALUE ")".
01 NoticeClassLine.
        05 FILLER PIC X(11) VALUE "CLASS    : ".
        05 PrnNotClass PIC X(6).
        05 FILLER PIC X(12) VALUE "     TERM : ".
        05 PrnNotTerm PIC X(6).
01 NoticeStandLine.
        05 FILLER PIC X(11) VALUE "STANDING : ".
        05 PrnNotStanding PIC X(20).
01 NoticeSubjHeads PIC X(19) VALUE "  SUBJECT     SCORE".
01 NoticeSubjLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnNotSubject PIC X(10).
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnNotScore PIC ZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnNotFailed PIC X(16).
01 NoticeAvgLine.
        05 FILLER PIC X(17) VALUE "  TERM AVERAGE   ".
        05 PrnNotAvg PIC ZZ9.9.
01 NoticePrevLine.
        05 FILLER PIC X(13) VALUE "  TERM BEFORE".
        05 FILLER PIC X(2) VALUE " (".
        05 PrnNotPrevTerm PIC X(6).
        05 FILLER PIC X(2) VALUE ") ".
        05 PrnNotPrevAvg PIC ZZ9.9.
01 ReasonAvgLine.
        05 FILLER PIC X(30) VALUE "  - THE TERM AVERAGE IS UNDER ".
        05 PrnRsnAvg PIC ZZ9.
01 ReasonFailLine.
        05 FILLER PIC X(4) VALUE "  - ".
        05 PrnRsnFails PIC Z9.
        05 FILLER PIC X(42) VALUE " SUBJECT(S) SCORED UNDER THE PASS MARK OF ".
        05 PrnRsnPass PIC ZZ9.
01 ReasonTrendLine.
        05 FILLER PIC X(26) VALUE "  - THE TERM AVERAGE FELL ".
        05 PrnRsnDrop PIC ZZ9.9.
        05 FILLER PIC X(26) VALUE " POINTS ON THE TERM BEFORE".
01 ReasonRepeatLine.
        05 FILLER PIC X(21) VALUE "  - THE TERM BEFORE (".
        05 PrnRsnPrior PIC X(6).
        05 PrnRsnTail PIC X(24).

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD
DISPLAY "Term to classify (eg 2026T1) : " WITH NO ADVANCING
ACCEPT WS-Term
MOVE StandHonourAvg TO WS-HonourAvg
MOVE StandWarnAvg TO WS-WarnAvg
MOVE StandProbAvg TO WS-ProbAvg
MOVE StandPassMark TO WS-PassMark
MOVE StandWarnFails TO WS-WarnFails
MOVE StandProbFails TO WS-ProbFails
MOVE StandTrendDrop TO WS-TrendDrop
DISPLAY "Change the standing thresholds for this run (Y/N) : " WITH NO ADVANCING
ACCEPT WS-Confirm
IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
        PERFORM AskThresholds
END-IF

*> NOTHING IS TOUCHED UNLESS THE TERM HAS MARKS -- A MIS-KEYED TERM MUST NOT
*> CLEAR A TERM'S STANDINGS ALREADY ON FILE
OPEN INPUT TermGradeFile
IF TermGradeStatus NOT = "00"
        DISPLAY "TermGrade.dat not found -- nothing to classify."
        STOP RUN
END-IF
PERFORM UNTIL WSEOF = 'Y'
        READ TermGradeFile
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                IF TG-Term = WS-Term
                    ADD 1 TO WS-TermMarksOnFile
                END-IF
        END-READ
END-PERFORM
CLOSE TermGradeFile
MOVE 'N' TO WSEOF
IF WS-TermMarksOnFile = 0
        DISPLAY "No marks on TermGrade.dat for term " WS-Term " -- nothing classified."
        STOP RUN
END-IF

PERFORM LoadStudents
PERFORM CarryOtherTerms
IF PriorOverflow = 'Y'
        DISPLAY "Standing.dat holds more students than this program can carry -- nothing classified."
        STOP RUN
END-IF

*> STANDING.DAT IS REBUILT: THE OTHER TERMS BACK AS THEY WERE, THEN THIS TERM'S NEW
*> STANDINGS AS THE SORT HANDS EACH STUDENT OVER
OPEN OUTPUT StandingFile
IF WS-HaveWork = 'Y'
        OPEN INPUT StandingWork
        PERFORM UNTIL WSEOF = 'Y'
            READ StandingWork
                AT END MOVE 'Y' TO WSEOF
                NOT AT END WRITE StandingData FROM StandingWorkRecord
            END-READ
        END-PERFORM
        CLOSE StandingWork
        MOVE 'N' TO WSEOF
END-IF
OPEN OUTPUT NoticeFile
SORT WorkFile ON ASCENDING KEY WTG-SIDNum WTG-Term
        USING TermGradeFile
        OUTPUT PROCEDURE IS ClassifyStudents
CLOSE StandingFile
CLOSE NoticeFile
MOVE "StandNotice.rpt" TO RF-ReportName
MOVE "STANDING" TO RF-Program
MOVE WS-Today TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate

PERFORM PrintStandingReport
MOVE "Standing.rpt" TO RF-ReportName
MOVE "STANDING" TO RF-Program
MOVE WS-Today TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Standings written to Standing.rpt, notices to StandNotice.rpt"
STOP RUN.

AskThresholds.
MOVE "Honour roll average" TO WS-ThreshLabel
MOVE WS-HonourAvg TO WS-ThreshValue
PERFORM AskThreshold
MOVE WS-ThreshValue TO WS-HonourAvg
MOVE "Warning below an average of" TO WS-ThreshLabel
MOVE WS-WarnAvg TO WS-ThreshValue
PERFORM AskThreshold
MOVE WS-ThreshValue TO WS-WarnAvg
MOVE "Probation below an average of" TO WS-ThreshLabel
MOVE WS-ProbAvg TO WS-ThreshValue
PERFORM AskThreshold
MOVE WS-ThreshValue TO WS-ProbAvg
MOVE "Subject pass mark" TO WS-ThreshLabel
MOVE WS-PassMark TO WS-ThreshValue
PERFORM AskThreshold
MOVE WS-ThreshValue TO WS-PassMark
MOVE "Failed subjects for a warning" TO WS-ThreshLabel
MOVE WS-WarnFails TO WS-ThreshValue
PERFORM AskThreshold
MOVE WS-ThreshValue TO WS-WarnFails
MOVE "Failed subjects for probation" TO WS-ThreshLabel
MOVE WS-ProbFails TO WS-ThreshValue
PERFORM AskThreshold
MOVE WS-ThreshValue TO WS-ProbFails
MOVE "Fall in average for a warning" TO WS-ThreshLabel
MOVE WS-TrendDrop TO WS-ThreshValue
PERFORM AskThreshold
MOVE WS-ThreshValue TO WS-TrendDrop.

AskThreshold.
DISPLAY WS-ThreshLabel " (now " WS-ThreshValue ", blank = keep) : " WITH NO ADVANCING
ACCEPT WS-ThreshText
IF WS-ThreshText NOT = SPACE
        IF WS-ThreshText IS NUMERIC
            MOVE WS-ThreshText TO WS-ThreshValue
        ELSE
            DISPLAY "Key three digits (eg 075) -- kept at " WS-ThreshValue "."
        END-IF
END-IF.

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
                        MOVE StudStatus TO TblStudStatus(StudCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OrgFile
END-IF
MOVE 'N' TO WSEOF.

*> EVERY OTHER TERM'S STANDING IS COPIED ASIDE -- A RE-RUN OF THE SAME TERM
*> REPLACES ITS STANDINGS RATHER THAN ADDING A SECOND SET -- AND EACH STUDENT'S
*> LATEST STANDING BEFORE THIS TERM IS KEPT FOR THE ESCALATION
CarryOtherTerms.
OPEN INPUT StandingFile
IF StandingStatus = "00"
        MOVE 'Y' TO WS-HaveWork
        OPEN OUTPUT StandingWork
        PERFORM UNTIL WSEOF = 'Y'
            READ StandingFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF SD-Term = WS-Term
                        ADD 1 TO CountReplaced
                    ELSE
                        WRITE StandingWorkRecord FROM StandingData
                        IF SD-Term < WS-Term
                            PERFORM NotePrior
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StandingWork
        CLOSE StandingFile
END-IF
MOVE 'N' TO WSEOF.

NotePrior.
MOVE 0 TO PriorIdx
MOVE 1 TO SwapSub
PERFORM UNTIL SwapSub > PriorCount OR PriorIdx > 0
        IF TblPriorSID(SwapSub) = SD-SIDNum
            MOVE SwapSub TO PriorIdx
        END-IF
        ADD 1 TO SwapSub
END-PERFORM
IF PriorIdx = 0
        IF PriorCount < 1000
            ADD 1 TO PriorCount
            MOVE SD-SIDNum TO TblPriorSID(PriorCount)
            MOVE SD-Term TO TblPriorTerm(PriorCount)
            MOVE SD-Standing TO TblPriorStanding(PriorCount)
        ELSE
            MOVE 'Y' TO PriorOverflow
        END-IF
ELSE IF SD-Term > TblPriorTerm(PriorIdx)
        MOVE SD-Term TO TblPriorTerm(PriorIdx)
        MOVE SD-Standing TO TblPriorStanding(PriorIdx)
END-IF
END-IF.

*> THE SORTED MARKS WALK STUDENT BY STUDENT, TERM BY TERM: THE TERM BEING RUN IS
*> ADDED UP, AND THE LATEST TERM BEFORE IT IS KEPT FOR THE TREND
ClassifyStudents.
MOVE 'N' TO WSEOF
PERFORM ResetStudent
PERFORM UNTIL WSEOF = 'Y'
        RETURN WorkFile
            AT END MOVE 'Y' TO WSEOF
            NOT AT END PERFORM TakeMark
        END-RETURN
END-PERFORM
PERFORM CloseStudent.

TakeMark.
IF WTG-SIDNum NOT = WS-CurSID
        PERFORM CloseStudent
        PERFORM ResetStudent
        MOVE WTG-SIDNum TO WS-CurSID
END-IF
IF WTG-Term = WS-Term
        ADD WTG-Score TO WS-TermSum
        ADD 1 TO WS-TermMarks
        IF WTG-Score < WS-PassMark
            ADD 1 TO WS-TermFails
        END-IF
        IF SubjCount < 20
            ADD 1 TO SubjCount
            MOVE WTG-Subject TO TblSubject(SubjCount)
            MOVE WTG-Score TO TblSubjScore(SubjCount)
        END-IF
ELSE IF WTG-Term < WS-Term
        IF WTG-Term NOT = WS-PrevTerm
            MOVE WTG-Term TO WS-PrevTerm
            MOVE 0 TO WS-PrevSum
            MOVE 0 TO WS-PrevMarks
        END-IF
        ADD WTG-Score TO WS-PrevSum
        ADD 1 TO WS-PrevMarks
END-IF
END-IF.

ResetStudent.
MOVE 0 TO WS-TermSum
MOVE 0 TO WS-TermMarks
MOVE 0 TO WS-TermFails
MOVE 0 TO SubjCount
MOVE SPACE TO WS-PrevTerm
MOVE 0 TO WS-PrevSum
MOVE 0 TO WS-PrevMarks.

*> PROBATION FIRST, THEN WARNING, THEN THE HONOUR ROLL -- A SECOND WARNING IN A
*> ROW (THE TERM BEFORE ALSO ON WARNING OR PROBATION) BECOMES PROBATION
CloseStudent.
IF WS-TermMarks > 0
        PERFORM FindStudent
        IF WS-Found = 'W'
            ADD 1 TO CountWithdrawn
        ELSE
            COMPUTE WS-TermAvg ROUNDED = WS-TermSum / WS-TermMarks
            MOVE 0 TO WS-Drop
            IF WS-PrevMarks > 0
                COMPUTE WS-PrevAvg ROUNDED = WS-PrevSum / WS-PrevMarks
                IF WS-PrevAvg > WS-TermAvg
                    COMPUTE WS-Drop = WS-PrevAvg - WS-TermAvg
                END-IF
            END-IF
            PERFORM FindPriorStanding
            MOVE SPACE TO WS-AvgReason
            MOVE 'N' TO WS-FailReason
            MOVE 'N' TO WS-TrendReason
            MOVE 'N' TO WS-RepeatReason
            IF WS-TermAvg < WS-ProbAvg
                MOVE 'P' TO WS-AvgReason
            ELSE IF WS-TermAvg < WS-WarnAvg
                MOVE 'W' TO WS-AvgReason
            END-IF
            END-IF
            IF WS-TermFails NOT < WS-WarnFails AND WS-TermFails > 0
                MOVE 'Y' TO WS-FailReason
            END-IF
            IF WS-PrevMarks > 0 AND WS-Drop NOT < WS-TrendDrop AND WS-Drop > 0
                MOVE 'Y' TO WS-TrendReason
            END-IF
            EVALUATE TRUE
                WHEN WS-AvgReason = 'P'
                    MOVE 'P' TO WS-Standing
                WHEN WS-TermFails NOT < WS-ProbFails AND WS-TermFails > 0
                    MOVE 'P' TO WS-Standing
                WHEN WS-AvgReason = 'W' OR WS-FailReason = 'Y' OR WS-TrendReason = 'Y'
                    MOVE 'W' TO WS-Standing
                WHEN WS-TermAvg NOT < WS-HonourAvg AND WS-TermFails = 0
                    MOVE 'H' TO WS-Standing
                WHEN OTHER
                    MOVE 'G' TO WS-Standing
            END-EVALUATE
            IF WS-Standing = 'W' AND WS-PrevTerm NOT = SPACE AND WS-PriorTerm = WS-PrevTerm
                AND (WS-PriorStanding = 'W' OR WS-PriorStanding = 'P')
                MOVE 'P' TO WS-Standing
                MOVE 'Y' TO WS-RepeatReason
                ADD 1 TO CountEscalated
            END-IF
            EVALUATE WS-Standing
                WHEN 'H' ADD 1 TO CountHonour
                WHEN 'G' ADD 1 TO CountGood
                WHEN 'W' ADD 1 TO CountWarning
                WHEN 'P' ADD 1 TO CountProbation
            END-EVALUATE
            MOVE WS-CurSID TO SD-SIDNum
            MOVE WS-Term TO SD-Term
            MOVE WS-Standing TO SD-Standing
            MOVE WS-TermAvg TO SD-Average
            MOVE WS-TermFails TO SD-Fails
            MOVE WS-Today TO SD-RunDate
            WRITE StandingData
            PERFORM KeepResult
            IF WS-Standing = 'W' OR WS-Standing = 'P'
                PERFORM WriteNotice
            END-IF
        END-IF
END-IF.

*> Y = ENROLLED, W = WITHDRAWN, N = NOT ON student.dat (STILL CLASSIFIED, BY ID)
FindStudent.
MOVE 'N' TO WS-Found
MOVE "(NOT ON student.dat)" TO WS-StudName
MOVE SPACE TO WS-StudClass
MOVE 1 TO StudIdx
PERFORM UNTIL StudIdx > StudCount OR WS-Found NOT = 'N'
        IF TblStudID(StudIdx) = WS-CurSID
            MOVE TblStudName(StudIdx) TO WS-StudName
            MOVE TblStudClass(StudIdx) TO WS-StudClass
            IF TblStudStatus(StudIdx) = 'W'
                MOVE 'W' TO WS-Found
            ELSE
                MOVE 'Y' TO WS-Found
            END-IF
        END-IF
        ADD 1 TO StudIdx
END-PERFORM
IF WS-Found = 'N'
        ADD 1 TO CountUnknown
END-IF.

FindPriorStanding.
MOVE SPACE TO WS-PriorTerm
MOVE SPACE TO WS-PriorStanding
MOVE 1 TO PriorIdx
PERFORM UNTIL PriorIdx > PriorCount OR WS-PriorTerm NOT = SPACE
        IF TblPriorSID(PriorIdx) = WS-CurSID
            MOVE TblPriorTerm(PriorIdx) TO WS-PriorTerm
            MOVE TblPriorStanding(PriorIdx) TO WS-PriorStanding
        END-IF
        ADD 1 TO PriorIdx
END-PERFORM.

KeepResult.
IF ResultCount < 1000
        ADD 1 TO ResultCount
        MOVE WS-CurSID TO TblResSID(ResultCount)
        MOVE WS-StudName TO TblResName(ResultCount)
        MOVE WS-StudClass TO TblResClass(ResultCount)
        MOVE WS-TermAvg TO TblResAvg(ResultCount)
        MOVE WS-TermFails TO TblResFails(ResultCount)
        MOVE WS-Standing TO TblResStanding(ResultCount)
        MOVE WS-RepeatReason TO TblResEscalated(ResultCount)
        MOVE WS-PriorTerm TO TblResPriorTerm(ResultCount)
ELSE
        MOVE 'Y' TO ResultOverflow
END-IF.

*> ONE PAGE TO THE STUDENT'S HOME: THE TERM'S MARKS, THE AVERAGE AGAINST THE TERM
*> BEFORE, EACH REASON THE NOTICE WAS ISSUED AND WHAT HAPPENS NEXT
WriteNotice.
MOVE WS-Today TO PrnNotDate
WRITE NoticeLine FROM NoticeHeadLine AFTER ADVANCING PAGE
MOVE WS-StudName TO PrnNotName
MOVE WS-CurSID TO PrnNotSID
WRITE NoticeLine FROM NoticeStudLine AFTER ADVANCING 2 LINES
MOVE WS-StudClass TO PrnNotClass
MOVE WS-Term TO PrnNotTerm
WRITE NoticeLine FROM NoticeClassLine AFTER ADVANCING 1 LINE
IF WS-Standing = 'P'
        MOVE "ACADEMIC PROBATION" TO PrnNotStanding
ELSE
        MOVE "ACADEMIC WARNING" TO PrnNotStanding
END-IF
WRITE NoticeLine FROM NoticeStandLine AFTER ADVANCING 2 LINES
WRITE NoticeLine FROM NoticeSubjHeads AFTER ADVANCING 2 LINES
MOVE 1 TO SubjSub
PERFORM UNTIL SubjSub > SubjCount
        MOVE TblSubject(SubjSub) TO PrnNotSubject
        MOVE TblSubjScore(SubjSub) TO PrnNotScore
        IF TblSubjScore(SubjSub) < WS-PassMark
            MOVE "BELOW PASS MARK" TO PrnNotFailed
        ELSE
            MOVE SPACE TO PrnNotFailed
        END-IF
        WRITE NoticeLine FROM NoticeSubjLine AFTER ADVANCING 1 LINE
        ADD 1 TO SubjSub
END-PERFORM
MOVE WS-TermAvg TO PrnNotAvg
WRITE NoticeLine FROM NoticeAvgLine AFTER ADVANCING 2 LINES
IF WS-PrevMarks > 0
        MOVE WS-PrevTerm TO PrnNotPrevTerm
        MOVE WS-PrevAvg TO PrnNotPrevAvg
        WRITE NoticeLine FROM NoticePrevLine AFTER ADVANCING 1 LINE
END-IF

MOVE "THIS NOTICE IS ISSUED BECAUSE:" TO NoticeLine
WRITE NoticeLine AFTER ADVANCING 2 LINES
IF WS-AvgReason = 'P'
        MOVE WS-ProbAvg TO PrnRsnAvg
        WRITE NoticeLine FROM ReasonAvgLine AFTER ADVANCING 1 LINE
ELSE IF WS-AvgReason = 'W'
        MOVE WS-WarnAvg TO PrnRsnAvg
        WRITE NoticeLine FROM ReasonAvgLine AFTER ADVANCING 1 LINE
END-IF
END-IF
IF WS-FailReason = 'Y'
        MOVE WS-TermFails TO PrnRsnFails
        MOVE WS-PassMark TO PrnRsnPass
        WRITE NoticeLine FROM ReasonFailLine AFTER ADVANCING 1 LINE
END-IF
IF WS-TrendReason = 'Y'
        MOVE WS-Drop TO PrnRsnDrop
        WRITE NoticeLine FROM ReasonTrendLine AFTER ADVANCING 1 LINE
END-IF
IF WS-RepeatReason = 'Y'
        MOVE WS-PriorTerm TO PrnRsnPrior
        IF WS-PriorStanding = 'P'
            MOVE ") ENDED ON PROBATION" TO PrnRsnTail
        ELSE
            MOVE ") ALSO ENDED ON WARNING" TO PrnRsnTail
        END-IF
        WRITE NoticeLine FROM ReasonRepeatLine AFTER ADVANCING 1 LINE
END-IF

IF WS-Standing = 'P'
        MOVE "ON PROBATION THE STUDENT'S PROGRESS IS REVIEWED WITH THE CLASS TEACHER" TO NoticeLine
        WRITE NoticeLine AFTER ADVANCING 2 LINES
        MOVE "AND A PARENT OR GUARDIAN BEFORE THE NEXT TERM'S REPORTS ARE ISSUED." TO NoticeLine
        WRITE NoticeLine AFTER ADVANCING 1 LINE
ELSE
        MOVE "A WARNING IS A FIRST NOTICE. A SECOND WARNING AT THE END OF NEXT TERM" TO NoticeLine
        WRITE NoticeLine AFTER ADVANCING 2 LINES
        MOVE "PLACES THE STUDENT ON ACADEMIC PROBATION." TO NoticeLine
        WRITE NoticeLine AFTER ADVANCING 1 LINE
END-IF
MOVE "PLEASE CONTACT THE SCHOOL OFFICE TO ARRANGE A MEETING." TO NoticeLine
WRITE NoticeLine AFTER ADVANCING 2 LINES.

PrintStandingReport.
OPEN OUTPUT StandReport
MOVE WS-Term TO PrnHeadTerm
MOVE WS-Today TO PrnHeadDate
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
MOVE WS-HonourAvg TO PrnThHonour
MOVE WS-PassMark TO PrnThPass
WRITE PrintLine FROM ThreshLine1 AFTER ADVANCING 2 LINES
MOVE WS-WarnAvg TO PrnThWarnAvg
MOVE WS-WarnFails TO PrnThWarnFails
MOVE WS-TrendDrop TO PrnThDrop
WRITE PrintLine FROM ThreshLine2 AFTER ADVANCING 1 LINE
MOVE WS-ProbAvg TO PrnThProbAvg
MOVE WS-ProbFails TO PrnThProbFails
WRITE PrintLine FROM ThreshLine3 AFTER ADVANCING 1 LINE

*> THE HONOUR ROLL, HIGHEST AVERAGE FIRST
MOVE 1 TO ResultSub
PERFORM UNTIL ResultSub > ResultCount
        IF TblResStanding(ResultSub) = 'H'
            ADD 1 TO HonourCount
            MOVE ResultSub TO HonourIdx(HonourCount)
        END-IF
        ADD 1 TO ResultSub
END-PERFORM
MOVE 1 TO HonourSub
PERFORM UNTIL HonourSub > HonourCount
        MOVE HonourSub TO SwapSub
        ADD 1 TO SwapSub
        PERFORM UNTIL SwapSub > HonourCount
            IF TblResAvg(HonourIdx(SwapSub)) > TblResAvg(HonourIdx(HonourSub))
                MOVE HonourIdx(HonourSub) TO WS-SwapIdx
                MOVE HonourIdx(SwapSub) TO HonourIdx(HonourSub)
                MOVE WS-SwapIdx TO HonourIdx(SwapSub)
            END-IF
            ADD 1 TO SwapSub
        END-PERFORM
        ADD 1 TO HonourSub
END-PERFORM
WRITE PrintLine FROM HonourHeading AFTER ADVANCING 2 LINES
WRITE PrintLine FROM HonourHeads AFTER ADVANCING 1 LINE
MOVE 1 TO HonourSub
PERFORM UNTIL HonourSub > HonourCount
        MOVE HonourIdx(HonourSub) TO ResultSub
        MOVE TblResSID(ResultSub) TO PrnHonSID
        MOVE TblResName(ResultSub) TO PrnHonName
        MOVE TblResClass(ResultSub) TO PrnHonClass
        MOVE TblResAvg(ResultSub) TO PrnHonAvg
        WRITE PrintLine FROM HonourDetailLine AFTER ADVANCING 1 LINE
        ADD 1 TO HonourSub
END-PERFORM
IF HonourCount = 0
        MOVE "  (NO STUDENT MADE THE HONOUR ROLL)" TO PrintLine
        WRITE PrintLine AFTER ADVANCING 1 LINE
END-IF

*> PROBATION FIRST, THEN WARNINGS, EACH IN ID ORDER
WRITE PrintLine FROM ConcernHeading AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ConcernHeads AFTER ADVANCING 1 LINE
MOVE 'P' TO WS-Standing
PERFORM PrintConcerns
MOVE 'W' TO WS-Standing
PERFORM PrintConcerns
IF CountWarning = 0 AND CountProbation = 0
        MOVE "  (NONE)" TO PrintLine
        WRITE PrintLine AFTER ADVANCING 1 LINE
END-IF

MOVE SPACE TO PrintLine
WRITE PrintLine AFTER ADVANCING 1 LINE
MOVE "Honour roll                           : " TO PrnCountText
MOVE CountHonour TO PrnCountValue
WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
MOVE "Good standing                         : " TO PrnCountText
MOVE CountGood TO PrnCountValue
WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
MOVE "Warning                               : " TO PrnCountText
MOVE CountWarning TO PrnCountValue
WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
MOVE "Probation                             : " TO PrnCountText
MOVE CountProbation TO PrnCountValue
WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
MOVE "  of which after a second warning     : " TO PrnCountText
MOVE CountEscalated TO PrnCountValue
WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
MOVE "Withdrawn students left out           : " TO PrnCountText
MOVE CountWithdrawn TO PrnCountValue
WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
IF CountUnknown > 0
        MOVE "Marked students not on student.dat    : " TO PrnCountText
        MOVE CountUnknown TO PrnCountValue
        WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
END-IF
IF CountReplaced > 0
        MOVE "Standings for the term replaced       : " TO PrnCountText
        MOVE CountReplaced TO PrnCountValue
        WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
END-IF
IF ResultOverflow = 'Y'
        MOVE "** MORE THAN 1000 STUDENTS CLASSIFIED -- THE REST ARE SAVED BUT NOT LISTED ABOVE **" TO PrintLine
        WRITE PrintLine AFTER ADVANCING 1 LINE
END-IF
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE StandReport.

PrintConcerns.
MOVE 1 TO ResultSub
PERFORM UNTIL ResultSub > ResultCount
        IF TblResStanding(ResultSub) = WS-Standing
            MOVE TblResSID(ResultSub) TO PrnConSID
            MOVE TblResName(ResultSub) TO PrnConName
            MOVE TblResClass(ResultSub) TO PrnConClass
            MOVE TblResAvg(ResultSub) TO PrnConAvg
            MOVE TblResFails(ResultSub) TO PrnConFails
            IF WS-Standing = 'P'
                MOVE "PROBATION" TO PrnConStanding
            ELSE
                MOVE "WARNING" TO PrnConStanding
            END-IF
            IF TblResEscalated(ResultSub) = 'Y'
                MOVE TblResPriorTerm(ResultSub) TO PrnEscTerm
                MOVE EscalatedNote TO PrnConNote
            ELSE
                MOVE SPACE TO PrnConNote
            END-IF
            WRITE PrintLine FROM ConcernDetailLine AFTER ADVANCING 1 LINE
        END-IF
        ADD 1 TO ResultSub
END-PERFORM.
