        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ATTEND. *> daily attendance register: a class's marks keyed in one student at a time onto Attend.dat, with single marks corrected afterwards
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT AttendFile ASSIGN TO "Attend.dat" *> one record per student per school day
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AttendStatus.
        SELECT AttendWork ASSIGN TO "Attend.tmp" *> the register copied aside while one mark is corrected
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AttendWorkStatus.
        SELECT OrgFile ASSIGN TO "student.dat" *> the class list
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StudFileStatus.

DATA DIVISION.
FILE SECTION.
FD AttendFile.
COPY ATTREC.

FD AttendWork.
01 AttendWorkRecord PIC X(21).

FD OrgFile.
COPY STUDREC.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 WSEOF PIC X VALUE 'N'.
01 AttendStatus PIC XX.
01 AttendWorkStatus PIC XX.
01 StudFileStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-DateIn PIC 9(8).
01 WS-ClassIn PIC X(6).
01 WS-SIDIn PIC 9(6).
01 WS-MarkIn PIC X.
01 WS-OldMark PIC X.
01 WS-Taken PIC X. *> Y = a register for this class and day is already on file
01 WS-Found PIC X.
01 WS-Hits PIC 9(3).
01 WS-MarkText PIC X(20).

*> the enrolled students of one class, in student.dat order
01 ClassTable.
        05 ClassEntry OCCURS 100 TIMES.
            10 TblClassSID PIC 9(6).
            10 TblClassName PIC X(30).
            10 TblClassMark PIC X.
01 ClassCount PIC 9(3) VALUE 0.
01 ClassIdx PIC 9(3).
01 ClassOverflow PIC X VALUE 'N'. *> Y = more students in the class than the table holds

01 MarkTotals.
        05 CountPresent PIC 9(3).
        05 CountAbsent PIC 9(3).
        05 CountLate PIC 9(3).
        05 CountExcused PIC 9(3).

PROCEDURE DIVISION.
StartPara.
        ACCEPT WS-Today FROM DATE YYYYMMDD
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "ATTENDANCE REGISTER"
            DISPLAY "1            : Take A Class Register"
            DISPLAY "2            : Correct A Student's Mark"
            DISPLAY "3            : List A Class Register"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM TakeRegister
                WHEN 2 PERFORM CorrectMark
                WHEN 3 PERFORM ListRegister
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        STOP RUN.

AskDateAndClass.
        DISPLAY " "
        DISPLAY "Date (CCYYMMDD, 0 = today) : " With NO ADVANCING
        ACCEPT WS-DateIn
        IF WS-DateIn = 0
            MOVE WS-Today TO WS-DateIn
        END-IF
        DISPLAY "Class (eg 10A)             : " With NO ADVANCING
        ACCEPT WS-ClassIn.

*> EVERY ENROLLED STUDENT OF THE CLASS IS CALLED IN TURN -- A BLANK ANSWER IS
*> PRESENT, SO ONLY THE ABSENT, LATE AND EXCUSED NEED A KEY. NOTHING GOES ON FILE
*> UNTIL THE WHOLE CLASS HAS BEEN MARKED
TakeRegister.
        PERFORM AskDateAndClass
        PERFORM LoadClass
        PERFORM CheckRegisterTaken
        IF ClassCount = 0
            DISPLAY "No enrolled students in class " WS-ClassIn " on student.dat."
        ELSE IF WS-DateIn > WS-Today
            DISPLAY "A register cannot be taken for a day still to come."
        ELSE IF WS-Taken = 'Y'
            DISPLAY "The register for " WS-ClassIn " on " WS-DateIn
                " is already on file -- use option 2 to correct a mark."
        ELSE
            IF ClassOverflow = 'Y'
                DISPLAY "Class " WS-ClassIn " has more than 100 students -- only the first 100 are called."
            END-IF
            DISPLAY "P = present, A = absent, L = late, E = excused (blank = P)"
            MOVE 1 TO ClassIdx
            PERFORM UNTIL ClassIdx > ClassCount
                PERFORM AskOneMark
                ADD 1 TO ClassIdx
            END-PERFORM
            INITIALIZE MarkTotals
            OPEN EXTEND AttendFile
            IF AttendStatus NOT = "00"
                OPEN OUTPUT AttendFile *> the very first register
            END-IF
            MOVE 1 TO ClassIdx
            PERFORM UNTIL ClassIdx > ClassCount
                MOVE WS-DateIn TO AT-Date
                MOVE TblClassSID(ClassIdx) TO AT-SIDNum
                MOVE WS-ClassIn TO AT-Class
                MOVE TblClassMark(ClassIdx) TO AT-Mark
                WRITE AttendData
                PERFORM CountMark
                ADD 1 TO ClassIdx
            END-PERFORM
            CLOSE AttendFile
            DISPLAY "Register saved: " CountPresent " present, " CountLate " late, "
                CountAbsent " absent, " CountExcused " excused."
        END-IF
        END-IF
        END-IF.

AskOneMark.
        MOVE SPACE TO WS-MarkIn
        PERFORM UNTIL WS-MarkIn = 'P' OR WS-MarkIn = 'A' OR WS-MarkIn = 'L' OR WS-MarkIn = 'E'
            DISPLAY TblClassSID(ClassIdx) "  " TblClassName(ClassIdx) " : " With NO ADVANCING
            ACCEPT WS-MarkIn
            INSPECT WS-MarkIn CONVERTING "pale" TO "PALE"
            IF WS-MarkIn = SPACE
                MOVE 'P' TO WS-MarkIn
            END-IF
            IF WS-MarkIn NOT = 'P' AND WS-MarkIn NOT = 'A' AND WS-MarkIn NOT = 'L' AND WS-MarkIn NOT = 'E'
                DISPLAY "  Key P, A, L or E."
            END-IF
        END-PERFORM
        MOVE WS-MarkIn TO TblClassMark(ClassIdx).

CountMark.
        EVALUATE TRUE
            WHEN AT-Present ADD 1 TO CountPresent
            WHEN AT-Absent ADD 1 TO CountAbsent
            WHEN AT-Late ADD 1 TO CountLate
            WHEN AT-Excused ADD 1 TO CountExcused
        END-EVALUATE.

LoadClass.
        MOVE 0 TO ClassCount
        MOVE 'N' TO ClassOverflow
        OPEN INPUT OrgFile
        IF StudFileStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ OrgFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF StudClass = WS-ClassIn AND StudClass NOT = SPACE AND StudStatus NOT = 'W'
                            IF ClassCount < 100
                                ADD 1 TO ClassCount
                                MOVE IDNum TO TblClassSID(ClassCount)
                                MOVE StudName TO TblClassName(ClassCount)
                                MOVE 'P' TO TblClassMark(ClassCount)
                            ELSE
                                MOVE 'Y' TO ClassOverflow
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OrgFile
        END-IF
        MOVE 'N' TO WSEOF.

CheckRegisterTaken.
        MOVE 'N' TO WS-Taken
        OPEN INPUT AttendFile
        IF AttendStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ AttendFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF AT-Date = WS-DateIn AND AT-Class = WS-ClassIn
                            MOVE 'Y' TO WS-Taken
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AttendFile
        END-IF
        MOVE 'N' TO WSEOF.

*> THE REGISTER IS COPIED ASIDE, THEN COPIED BACK WITH THE ONE MARK CHANGED --
*> THE FILE IS TOO LONG BY THE END OF A YEAR TO HOLD IN STORAGE
CorrectMark.
        DISPLAY " "
        DISPLAY "Date (CCYYMMDD, 0 = today) : " With NO ADVANCING
        ACCEPT WS-DateIn
        IF WS-DateIn = 0
            MOVE WS-Today TO WS-DateIn
        END-IF
        DISPLAY "Student ID                 : " With NO ADVANCING
        ACCEPT WS-SIDIn
        MOVE 'N' TO WS-Found
        OPEN INPUT AttendFile
        IF AttendStatus NOT = "00"
            DISPLAY "No register is on file yet."
        ELSE
            OPEN OUTPUT AttendWork
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ AttendFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF AT-Date = WS-DateIn AND AT-SIDNum = WS-SIDIn
                            MOVE 'Y' TO WS-Found
                            MOVE AT-Mark TO WS-OldMark
                        END-IF
                        WRITE AttendWorkRecord FROM AttendData
                END-READ
            END-PERFORM
            CLOSE AttendFile
            CLOSE AttendWork
            MOVE 'N' TO WSEOF
            IF WS-Found = 'N'
                DISPLAY "No mark on file for that student on " WS-DateIn "."
            ELSE
                DISPLAY "  Marked " WS-OldMark " -- new mark (P/A/L/E) : " With NO ADVANCING
                ACCEPT WS-MarkIn
                INSPECT WS-MarkIn CONVERTING "pale" TO "PALE"
                IF WS-MarkIn NOT = 'P' AND WS-MarkIn NOT = 'A' AND WS-MarkIn NOT = 'L' AND WS-MarkIn NOT = 'E'
                    DISPLAY "Key P, A, L or E -- mark kept."
                ELSE IF WS-MarkIn = WS-OldMark
                    DISPLAY "Nothing changed."
                ELSE
                    PERFORM RewriteRegister
                    DISPLAY "Mark changed from " WS-OldMark " to " WS-MarkIn "."
                END-IF
                END-IF
            END-IF
        END-IF.

RewriteRegister.
        OPEN INPUT AttendWork
        OPEN OUTPUT AttendFile
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ AttendWork INTO AttendData
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF AT-Date = WS-DateIn AND AT-SIDNum = WS-SIDIn
                        MOVE WS-MarkIn TO AT-Mark
                    END-IF
                    WRITE AttendData
            END-READ
        END-PERFORM
        CLOSE AttendWork
        CLOSE AttendFile
        MOVE 'N' TO WSEOF.

ListRegister.
        PERFORM AskDateAndClass
        PERFORM LoadClass
        MOVE 0 TO WS-Hits
        OPEN INPUT AttendFile
        IF AttendStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ AttendFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF AT-Date = WS-DateIn AND AT-Class = WS-ClassIn
                            IF WS-Hits = 0
                                DISPLAY "ID      Name                            Mark"
                            END-IF
                            ADD 1 TO WS-Hits
                            PERFORM ShowMark
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AttendFile
        END-IF
        MOVE 'N' TO WSEOF
        IF WS-Hits = 0
            DISPLAY "No register on file for " WS-ClassIn " on " WS-DateIn "."
        END-IF.

*> THE NAME COMES OFF THE CLASS LIST -- A STUDENT SINCE WITHDRAWN IS NO LONGER ON IT
ShowMark.
        MOVE 'N' TO WS-Found
        MOVE 1 TO ClassIdx
        PERFORM UNTIL ClassIdx > ClassCount OR WS-Found = 'Y'
            IF TblClassSID(ClassIdx) = AT-SIDNum
                MOVE 'Y' TO WS-Found
            ELSE
                ADD 1 TO ClassIdx
            END-IF
        END-PERFORM
        EVALUATE TRUE
            WHEN AT-Present MOVE "PRESENT" TO WS-MarkText
            WHEN AT-Absent MOVE "ABSENT" TO WS-MarkText
            WHEN AT-Late MOVE "LATE" TO WS-MarkText
            WHEN AT-Excused MOVE "EXCUSED" TO WS-MarkText
            WHEN OTHER MOVE AT-Mark TO WS-MarkText
        END-EVALUATE
        IF WS-Found = 'N'
            DISPLAY AT-SIDNum "  (NO LONGER IN THE CLASS)        " WS-MarkText
        ELSE
            DISPLAY AT-SIDNum "  " TblClassName(ClassIdx) "  " WS-MarkText
        END-IF.
