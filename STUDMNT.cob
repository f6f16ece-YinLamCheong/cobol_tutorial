        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STUDMNT. *> student master maintenance: add, change, withdraw and look up students on student.dat, so the file is no longer kept by hand in an editor
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT OrgFile ASSIGN TO "student.dat" *> one record per student, in ID order -- read by every student program
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StudFileStatus.

DATA DIVISION.
FILE SECTION.
FD OrgFile.
COPY STUDREC.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 StudFileStatus PIC XX.
01 WSEOF PIC X VALUE 'N'.
01 WS-Today PIC 9(8).
01 WS-SIDIn PIC 9(6).
01 WS-NameIn PIC X(30).
01 WS-ClassIn PIC X(6).
01 WS-ScoreIn PIC 999.
01 WS-ScoreText PIC X(3).
01 WS-Confirm PIC X.
01 WS-NextID PIC 9(7). *> one digit wider than the ID, so running out shows
01 WS-Hits PIC 9(4).
01 WS-Tally PIC 9(3).
01 WS-NameLen PIC 99.

*> the whole student file held in storage and rewritten in full on a change
01 StudTable.
        05 StudEntry OCCURS 1000 TIMES.
            10 TblStudID PIC 9(6).
            10 TblStudName PIC X(30).
            10 TblStudScore PIC 999.
            10 TblStudStatus PIC X(1).
            10 TblStudEnrol PIC 9(8).
            10 TblStudLeft PIC 9(8).
            10 TblStudClass PIC X(6).
01 StudCount PIC 9(4) VALUE 0.
01 StudIdx PIC 9(4).
01 Temp_Count PIC 9(4).
01 StudOverflow PIC X VALUE 'N'. *> Y = the file held more students than the table -- never rewrite from a partial load

PROCEDURE DIVISION.
StartPara.
        ACCEPT WS-Today FROM DATE YYYYMMDD
        PERFORM LoadStudents.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "STUDENT MAINTENANCE"
            DISPLAY "1            : Add A Student"
            DISPLAY "2            : Change A Student's Name, Score Or Class"
            DISPLAY "3            : Withdraw A Student"
            DISPLAY "4            : Look Up A Student"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM AddStudent
                WHEN 2 PERFORM ChangeStudent
                WHEN 3 PERFORM WithdrawStudent
                WHEN 4 PERFORM LookUpStudent
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        STOP RUN.

*> LOAD THE WHOLE FILE, NOTING THE HIGHEST ID FOR THE NEXT ONE TO BE GIVEN OUT
LoadStudents.
        MOVE 0 TO StudCount
        MOVE 0 TO WS-NextID
        MOVE 'N' TO StudOverflow
        OPEN INPUT OrgFile
        IF StudFileStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ OrgFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF StudCount < 1000
                            ADD 1 TO StudCount
                            MOVE IDNum TO TblStudID(StudCount)
                            MOVE StudName TO TblStudName(StudCount)
                            MOVE Score TO TblStudScore(StudCount)
                            MOVE StudStatus TO TblStudStatus(StudCount)
                            MOVE StudEnrolDate TO TblStudEnrol(StudCount)
                            MOVE StudLeftDate TO TblStudLeft(StudCount)
                            MOVE StudClass TO TblStudClass(StudCount)
                        ELSE
                            MOVE 'Y' TO StudOverflow
                        END-IF
                        IF IDNum > WS-NextID
                            MOVE IDNum TO WS-NextID
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OrgFile
        END-IF
        ADD 1 TO WS-NextID.

FindStudRow.
        MOVE 0 TO StudIdx
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > StudCount OR StudIdx > 0
            IF TblStudID(Temp_Count) = WS-SIDIn
                MOVE Temp_Count TO StudIdx
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM.

*> A NEW STUDENT TAKES THE NEXT ID AFTER THE HIGHEST ON FILE -- IDS ARE NEVER REUSED,
*> SO A WITHDRAWN STUDENT'S MARKS CAN NEVER LAND ON SOMEONE ELSE
AddStudent.
        IF StudCount NOT < 1000 OR StudOverflow = 'Y'
            DISPLAY "THE STUDENT FILE IS FULL (1000 STUDENTS) -- NOTHING ADDED."
        ELSE IF WS-NextID > 999999
            DISPLAY "THE STUDENT IDS ARE USED UP -- NOTHING ADDED."
        ELSE
            DISPLAY " "
            DISPLAY "Name (eg SMITH, JANE A) : " With NO ADVANCING
            ACCEPT WS-NameIn
            DISPLAY "Score (000-100)         : " With NO ADVANCING
            ACCEPT WS-ScoreIn
            DISPLAY "Class (eg 10A)          : " With NO ADVANCING
            ACCEPT WS-ClassIn
            IF WS-NameIn = SPACE
                DISPLAY "A name is needed -- nothing added."
            ELSE
                ADD 1 TO StudCount
                MOVE WS-NextID TO TblStudID(StudCount)
                MOVE WS-NextID TO WS-SIDIn
                MOVE WS-NameIn TO TblStudName(StudCount)
                MOVE WS-ScoreIn TO TblStudScore(StudCount)
                MOVE 'A' TO TblStudStatus(StudCount)
                MOVE WS-Today TO TblStudEnrol(StudCount)
                MOVE 0 TO TblStudLeft(StudCount)
                MOVE WS-ClassIn TO TblStudClass(StudCount)
                PERFORM SaveStudents
                DISPLAY "Student " WS-SIDIn " added."
                ADD 1 TO WS-NextID
            END-IF
        END-IF
        END-IF.

ChangeStudent.
        DISPLAY " "
        DISPLAY "Student ID : " With NO ADVANCING
        ACCEPT WS-SIDIn
        PERFORM FindStudRow
        IF StudIdx = 0
            DISPLAY "No such student on student.dat."
        ELSE
            DISPLAY "  Name  : " TblStudName(StudIdx)
            DISPLAY "  Score : " TblStudScore(StudIdx)
            DISPLAY "  Class : " TblStudClass(StudIdx)
            DISPLAY "New name (blank = keep)   : " With NO ADVANCING
            ACCEPT WS-NameIn
            IF WS-NameIn NOT = SPACE
                MOVE WS-NameIn TO TblStudName(StudIdx)
            END-IF
            DISPLAY "New score (blank = keep)  : " With NO ADVANCING
            ACCEPT WS-ScoreText
            IF WS-ScoreText NOT = SPACE
                IF WS-ScoreText IS NUMERIC
                    MOVE WS-ScoreText TO TblStudScore(StudIdx)
                ELSE
                    DISPLAY "Key the score as three digits (eg 085) -- score kept."
                END-IF
            END-IF
            DISPLAY "New class (blank = keep)  : " With NO ADVANCING
            ACCEPT WS-ClassIn
            IF WS-ClassIn NOT = SPACE
                MOVE WS-ClassIn TO TblStudClass(StudIdx)
            END-IF
            PERFORM SaveStudents
            DISPLAY "Student " WS-SIDIn " saved."
        END-IF.

*> WITHDRAWN, NOT DELETED -- THE RECORD STAYS FOR THE TRANSCRIPT, BUT THE STUDENT
*> DROPS OUT OF THE CLASS LIST AND STATISTICS AND TAKES NO NEW MARKS
WithdrawStudent.
        DISPLAY " "
        DISPLAY "Student ID : " With NO ADVANCING
        ACCEPT WS-SIDIn
        PERFORM FindStudRow
        IF StudIdx = 0
            DISPLAY "No such student on student.dat."
        ELSE IF TblStudStatus(StudIdx) = 'W'
            DISPLAY "Already withdrawn on " TblStudLeft(StudIdx) "."
        ELSE
            DISPLAY "Withdraw " TblStudName(StudIdx) " (Y/N) : " With NO ADVANCING
            ACCEPT WS-Confirm
            IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
                MOVE 'W' TO TblStudStatus(StudIdx)
                MOVE WS-Today TO TblStudLeft(StudIdx)
                PERFORM SaveStudents
                DISPLAY "Student " WS-SIDIn " withdrawn."
            ELSE
                DISPLAY "Nothing changed."
            END-IF
        END-IF
        END-IF.

*> BY ID, OR ID ZERO TO SEARCH FOR PART OF A NAME
LookUpStudent.
        DISPLAY " "
        DISPLAY "Student ID (0 = search by name) : " With NO ADVANCING
        ACCEPT WS-SIDIn
        MOVE 0 TO WS-Hits
        IF WS-SIDIn = 0
            DISPLAY "Part of the name : " With NO ADVANCING
            ACCEPT WS-NameIn
            MOVE 0 TO WS-NameLen
            INSPECT WS-NameIn TALLYING WS-NameLen FOR CHARACTERS BEFORE INITIAL "  "
            IF WS-NameLen > 0
                DISPLAY "ID      Name                            Score  Class   Status"
                MOVE 1 TO StudIdx
                PERFORM UNTIL StudIdx > StudCount
                    MOVE 0 TO WS-Tally
                    INSPECT TblStudName(StudIdx) TALLYING WS-Tally
                        FOR ALL WS-NameIn(1:WS-NameLen)
                    IF WS-Tally > 0
                        PERFORM ShowStudent
                    END-IF
                    ADD 1 TO StudIdx
                END-PERFORM
            END-IF
        ELSE
            PERFORM FindStudRow
            IF StudIdx > 0
                DISPLAY "ID      Name                            Score  Class   Status"
                PERFORM ShowStudent
            END-IF
        END-IF
        IF WS-Hits = 0
            DISPLAY "No student found."
        END-IF.

ShowStudent.
        ADD 1 TO WS-Hits
        IF TblStudStatus(StudIdx) = 'W'
            DISPLAY TblStudID(StudIdx) "  " TblStudName(StudIdx) "  " TblStudScore(StudIdx)
                "    " TblStudClass(StudIdx) "  WITHDRAWN " TblStudLeft(StudIdx)
        ELSE
            DISPLAY TblStudID(StudIdx) "  " TblStudName(StudIdx) "  " TblStudScore(StudIdx)
                "    " TblStudClass(StudIdx) "  ENROLLED  " TblStudEnrol(StudIdx)
        END-IF.

*> REWRITE student.dat FROM THE IN-MEMORY TABLE -- UNLESS THE LOAD OVERFLOWED,
*> IN WHICH CASE A REWRITE WOULD DROP THE STUDENTS THAT NEVER FIT
SaveStudents.
        IF StudOverflow = 'Y'
            DISPLAY "THE STUDENT FILE HOLDS MORE STUDENTS THAN THIS PROGRAM CAN CARRY -- NOTHING SAVED."
        ELSE
            OPEN OUTPUT OrgFile
            MOVE 1 TO Temp_Count
            PERFORM UNTIL Temp_Count > StudCount
                MOVE TblStudID(Temp_Count) TO IDNum
                MOVE TblStudName(Temp_Count) TO StudName
                MOVE TblStudScore(Temp_Count) TO Score
                MOVE TblStudStatus(Temp_Count) TO StudStatus
                MOVE TblStudEnrol(Temp_Count) TO StudEnrolDate
                MOVE TblStudLeft(Temp_Count) TO StudLeftDate
                MOVE TblStudClass(Temp_Count) TO StudClass
                WRITE StudData
                ADD 1 TO Temp_Count
            END-PERFORM
            CLOSE OrgFile
        END-IF.
