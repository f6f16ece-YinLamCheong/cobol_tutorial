        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STUDCONV. *> one-off conversion of the student files and the term marks from the one-digit IDNum to the six-digit ID and fuller name, reporting every record it could not carry across
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT OrigFile ASSIGN TO WS-FileName *> each file in turn, rewritten in the new layout
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OrigStatus.
        SELECT BackFile ASSIGN TO WS-BackName *> the file exactly as it was before its first conversion, kept beside it
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BackStatus.
        SELECT WorkFile ASSIGN TO "StudConv.tmp" *> this run's copy, read back to write the file again
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WorkStatus.
        SELECT ConvReport ASSIGN TO "StudConv.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OrigFile.
01 OrigRecord PIC X(80).

FD BackFile.
01 BackRecord PIC X(80).

FD WorkFile.
01 WorkRecord PIC X(80).

FD ConvReport.
01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 OrigStatus PIC XX.
01 BackStatus PIC XX.
01 WorkStatus PIC XX.
01 WS-KeepBack PIC X. *> Y = no copy of the original yet, so this run makes one
01 WS-FileName PIC X(20).
01 WS-BackName PIC X(20).
01 WS-LineNo PIC 9(5).
01 WS-Reason PIC X(30).
01 WS-Carry PIC X.

*> the files to convert -- the student files first, so the term marks can be
*> checked against the students carried across
01 FileValues.
        05 FILLER PIC X(41) VALUE "student.dat         student.old         S".
        05 FILLER PIC X(41) VALUE "student3.dat        student3.old        S".
        05 FILLER PIC X(41) VALUE "TermGrade.dat       TermGrade.old       T".
        05 FILLER PIC X(41) VALUE "TermGrade2.dat      TermGrade2.old      T".
01 FileTable REDEFINES FileValues.
        05 FileEntry OCCURS 4 TIMES.
            10 TblFileName PIC X(20).
            10 TblBackName PIC X(20).
            10 TblFileKind PIC X(1). *> S = student layout, T = term mark layout
01 FileSub PIC 9.

*> one line as read, and the ways it can be laid out
01 WS-Raw PIC X(80).
01 OldStudView REDEFINES WS-Raw.
        05 OS-ID PIC X(1).
        05 OS-Name PIC X(10).
        05 OS-Score PIC X(3).
        05 OS-Rest PIC X(66).
01 WideStudView REDEFINES WS-Raw.
        05 WS-WideID PIC X(6).
        05 FILLER PIC X(33).
        05 WS-WideStatus PIC X(1).
        05 FILLER PIC X(16).
        05 WS-WideClass PIC X(6).
        05 WS-WideRest PIC X(18).
01 OldTermView REDEFINES WS-Raw.
        05 OT-ID PIC X(1).
        05 OT-Term PIC X(6).
        05 OT-Subject PIC X(10).
        05 OT-Score PIC X(3).
        05 OT-Rest PIC X(60).
01 WideTermView REDEFINES WS-Raw.
        05 WT-ID PIC X(6).
        05 FILLER PIC X(16).
        05 WT-Score PIC X(3).
        05 WT-Rest PIC X(55).

*> the new layouts the converted records are built in
COPY STUDREC.
01 TermGradeData.
        02 TG-SIDNum PIC 9(6).
        02 TG-Term PIC X(6).
        02 TG-Subject PIC X(10).
        02 TG-Score PIC 999.

*> every student carried, by the file it came from -- a second record for
*> the same ID in the same file cannot be told apart from the first
01 KnownTable.
        05 KnownEntry OCCURS 2000 TIMES.
            10 TblKnownID PIC 9(6).
            10 TblKnownFile PIC 9.
01 KnownCount PIC 9(4) VALUE 0.
01 KnownSub PIC 9(4).
01 WS-KnownHit PIC X.
01 WS-CheckID PIC 9(6).

01 CountRead PIC 9(5).
01 CountConverted PIC 9(5).
01 CountWide PIC 9(5).
01 CountRejected PIC 9(5).
01 CountWarned PIC 9(5).
01 TotalRejected PIC 9(5) VALUE 0.

01 PageHeading.
        05 FILLER PIC X(40) VALUE "STUDENT ID CONVERSION -- RUN OF".
        05 PrnRunDate PIC 9(8).
01 FileHeading.
        05 FILLER PIC X(7) VALUE "FILE : ".
        05 PrnFileName PIC X(20).
        05 FILLER PIC X(12) VALUE " KEPT AS    ".
        05 PrnBackName PIC X(20).
01 NotFoundLine PIC X(40) VALUE "  not on file -- nothing to convert".
01 Heads PIC X(100) VALUE
    "   Line  Problem                         Record as it stood".
01 ProblemLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnLineNo PIC ZZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnReason PIC X(30).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnRecord PIC X(40).
01 CountLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnCountText PIC X(36).
        05 PrnCountValue PIC ZZZZ9.
01 RebuildLine1 PIC X(80) VALUE
    "Rebuild student2.dat (coboltut-16) and student4.dat (coboltut-17) from the".
01 RebuildLine2 PIC X(80) VALUE
    "converted files -- they are derived and are not converted here.".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".

PROCEDURE DIVISION.
OPEN OUTPUT ConvReport
ACCEPT PrnRunDate FROM DATE YYYYMMDD
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
MOVE 1 TO FileSub
PERFORM UNTIL FileSub > 4
        PERFORM ConvertOneFile
        ADD 1 TO FileSub
END-PERFORM
WRITE PrintLine FROM RebuildLine1 AFTER ADVANCING 3 LINES
WRITE PrintLine FROM RebuildLine2 AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ConvReport
DISPLAY TotalRejected " record(s) could not be carried across, see StudConv.rpt"
IF TotalRejected > 0
        MOVE 4 TO RETURN-CODE
END-IF
STOP RUN.

*> COPY THE FILE ASIDE, THEN WRITE IT BACK LINE BY LINE IN THE NEW LAYOUT FROM
*> THAT COPY -- A LINE ALREADY IN THE NEW LAYOUT GOES BACK AS IT WAS, SO A SECOND
*> RUN CHANGES NOTHING, AND THE ORIGINAL IS ONLY EVER KEPT FROM THE FIRST RUN
ConvertOneFile.
MOVE TblFileName(FileSub) TO WS-FileName
MOVE TblBackName(FileSub) TO WS-BackName
MOVE WS-FileName TO PrnFileName
MOVE WS-BackName TO PrnBackName
WRITE PrintLine FROM FileHeading AFTER ADVANCING 3 LINES
MOVE 0 TO CountRead
MOVE 0 TO CountConverted
MOVE 0 TO CountWide
MOVE 0 TO CountRejected
MOVE 0 TO CountWarned
OPEN INPUT OrigFile
IF OrigStatus NOT = "00"
        WRITE PrintLine FROM NotFoundLine AFTER ADVANCING 1 LINE
ELSE
        MOVE 'Y' TO WS-KeepBack
        OPEN INPUT BackFile
        IF BackStatus = "00"
            MOVE 'N' TO WS-KeepBack
            CLOSE BackFile
        ELSE
            OPEN OUTPUT BackFile
        END-IF
        OPEN OUTPUT WorkFile
        PERFORM UNTIL WSEOF = 'Y'
            READ OrigFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    WRITE WorkRecord FROM OrigRecord
                    IF WS-KeepBack = 'Y'
                        WRITE BackRecord FROM OrigRecord
                    END-IF
            END-READ
        END-PERFORM
        MOVE 'N' TO WSEOF
        IF WS-KeepBack = 'Y'
            CLOSE BackFile
        END-IF
        CLOSE WorkFile
        CLOSE OrigFile

        WRITE PrintLine FROM Heads AFTER ADVANCING 1 LINE
        OPEN INPUT WorkFile
        OPEN OUTPUT OrigFile
        MOVE 0 TO WS-LineNo
        PERFORM UNTIL WSEOF = 'Y'
            READ WorkFile INTO WS-Raw
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    ADD 1 TO WS-LineNo
                    ADD 1 TO CountRead
                    IF TblFileKind(FileSub) = 'S'
                        PERFORM ConvertStudent
                    ELSE
                        PERFORM ConvertTermMark
                    END-IF
            END-READ
        END-PERFORM
        MOVE 'N' TO WSEOF
        CLOSE WorkFile
        CLOSE OrigFile
        MOVE "Records read                      : " TO PrnCountText
        MOVE CountRead TO PrnCountValue
        WRITE PrintLine FROM CountLine AFTER ADVANCING 2 LINES
        MOVE "Converted to the six-digit ID     : " TO PrnCountText
        MOVE CountConverted TO PrnCountValue
        WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
        MOVE "Already in the new layout         : " TO PrnCountText
        MOVE CountWide TO PrnCountValue
        WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
        MOVE "Carried with a warning            : " TO PrnCountText
        MOVE CountWarned TO PrnCountValue
        WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
        MOVE "NOT CARRIED ACROSS                : " TO PrnCountText
        MOVE CountRejected TO PrnCountValue
        WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
        ADD CountRejected TO TotalRejected
END-IF.

*> OLD LAYOUT: ID 9, NAME X(10), SCORE 999 -- FOURTEEN CHARACTERS AND NO MORE
ConvertStudent.
MOVE 'N' TO WS-Carry
MOVE SPACE TO WS-Reason
IF WS-Raw = SPACE
        MOVE "BLANK LINE" TO WS-Reason
ELSE IF OS-Rest = SPACE
        IF OS-ID IS NUMERIC AND OS-Score IS NUMERIC
            MOVE SPACE TO StudData
            MOVE OS-ID TO IDNum
            MOVE OS-Name TO StudName
            MOVE OS-Score TO Score
            MOVE 'A' TO StudStatus
            MOVE 0 TO StudEnrolDate
            MOVE 0 TO StudLeftDate
            MOVE 'Y' TO WS-Carry
        ELSE
            MOVE "ID OR SCORE NOT NUMERIC" TO WS-Reason
        END-IF
ELSE IF WS-WideID IS NUMERIC AND WS-WideStatus NOT = SPACE AND WS-WideRest = SPACE
        MOVE WS-Raw TO StudData
        MOVE 'W' TO WS-Carry
ELSE
        MOVE "NOT IN EITHER STUDENT LAYOUT" TO WS-Reason
END-IF
END-IF
END-IF
IF WS-Carry NOT = 'N'
        *> THE SAME ID TWICE IN ONE FILE -- THE FIRST IS KEPT, THE LATER ONE
        *> WOULD TAKE THE FIRST STUDENT'S MARKS
        MOVE IDNum TO WS-CheckID
        PERFORM FindKnownID
        IF WS-KnownHit = 'Y'
            MOVE "ID ALREADY USED IN THIS FILE" TO WS-Reason
            MOVE 'N' TO WS-Carry
        ELSE
            IF KnownCount < 2000
                ADD 1 TO KnownCount
                MOVE IDNum TO TblKnownID(KnownCount)
                MOVE FileSub TO TblKnownFile(KnownCount)
            END-IF
        END-IF
END-IF
EVALUATE WS-Carry
        WHEN 'Y'
            ADD 1 TO CountConverted
            WRITE OrigRecord FROM StudData
        WHEN 'W'
            ADD 1 TO CountWide
            WRITE OrigRecord FROM StudData
        WHEN OTHER
            PERFORM ReportProblem
            ADD 1 TO CountRejected
END-EVALUATE.

*> OLD LAYOUT: ID 9, TERM X(6), SUBJECT X(10), SCORE 999 -- TWENTY CHARACTERS
ConvertTermMark.
MOVE 'N' TO WS-Carry
MOVE SPACE TO WS-Reason
IF WS-Raw = SPACE
        MOVE "BLANK LINE" TO WS-Reason
ELSE IF OT-Rest = SPACE
        IF OT-ID IS NUMERIC AND OT-Score IS NUMERIC
            MOVE OT-ID TO TG-SIDNum
            MOVE OT-Term TO TG-Term
            MOVE OT-Subject TO TG-Subject
            MOVE OT-Score TO TG-Score
            MOVE 'Y' TO WS-Carry
        ELSE
            MOVE "ID OR SCORE NOT NUMERIC" TO WS-Reason
        END-IF
ELSE IF WT-ID IS NUMERIC AND WT-Score IS NUMERIC AND WT-Rest = SPACE
        MOVE WS-Raw TO TermGradeData
        MOVE 'W' TO WS-Carry
ELSE
        MOVE "NOT IN EITHER TERM LAYOUT" TO WS-Reason
END-IF
END-IF
END-IF
IF WS-Carry NOT = 'N'
        WRITE OrigRecord FROM TermGradeData
        IF WS-Carry = 'Y'
            ADD 1 TO CountConverted
        ELSE
            ADD 1 TO CountWide
        END-IF
        *> CARRIED, BUT A MARK FOR NOBODY ON EITHER STUDENT FILE IS WORTH A LOOK
        MOVE TG-SIDNum TO WS-CheckID
        MOVE 0 TO KnownSub
        MOVE 'N' TO WS-KnownHit
        PERFORM UNTIL KnownSub NOT < KnownCount OR WS-KnownHit = 'Y'
            ADD 1 TO KnownSub
            IF TblKnownID(KnownSub) = WS-CheckID
                MOVE 'Y' TO WS-KnownHit
            END-IF
        END-PERFORM
        IF WS-KnownHit = 'N'
            MOVE "CARRIED - STUDENT NOT ON FILE" TO WS-Reason
            PERFORM ReportProblem
            ADD 1 TO CountWarned
        END-IF
ELSE
        PERFORM ReportProblem
        ADD 1 TO CountRejected
END-IF.

FindKnownID.
MOVE 'N' TO WS-KnownHit
MOVE 1 TO KnownSub
PERFORM UNTIL KnownSub > KnownCount OR WS-KnownHit = 'Y'
        IF TblKnownID(KnownSub) = WS-CheckID
            AND TblKnownFile(KnownSub) = FileSub
            MOVE 'Y' TO WS-KnownHit
        END-IF
        ADD 1 TO KnownSub
END-PERFORM.

ReportProblem.
MOVE WS-LineNo TO PrnLineNo
MOVE WS-Reason TO PrnReason
MOVE WS-Raw TO PrnRecord
WRITE PrintLine FROM ProblemLine AFTER ADVANCING 1 LINE.
