        SELECT OrgFile ASSIGN TO "student.dat" *> the student must exist before marks go on file
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StudFileStatus.
        SELECT TermCalFile ASSIGN TO "TermCal.dat" *> each term's first and last day
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TermCalStatus.

DATA DIVISION.
FILE SECTION.
FD TermGradeFile.
01 TermGradeData.
        02 TG-SIDNum PIC 9(6).
        02 TG-Term PIC X(6). *> eg 2026T1
        02 TG-Subject PIC X(10).
        02 TG-Score PIC 999.

FD OrgFile.
COPY STUDREC.

FD TermCalFile.
COPY TERMCAL.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 WSEOF PIC X VALUE 'N'.
01 TermGradeStatus PIC XX.
01 StudFileStatus PIC XX.
01 WS-SIDIn PIC 9(6).
01 WS-TermIn PIC X(6).
01 WS-StudFound PIC X. *> Y = enrolled, W = withdrawn, N = not on file
01 WS-Hits PIC 9(3).
01 TermCalStatus PIC XX.
01 WS-StartIn PIC 9(8).
01 WS-EndIn PIC 9(8).

*> the term calendar held in storage and rewritten in full on a change
01 TermCalTable.
        05 TermCalEntry OCCURS 50 TIMES.
            10 TblCalTerm PIC X(6).
            10 TblCalStart PIC 9(8).
            10 TblCalEnd PIC 9(8).
01 TermCalCount PIC 99 VALUE 0.
01 TermCalIdx PIC 99.
01 TermCalSub PIC 99.
01 TermCalOverflow PIC X VALUE 'N'. *> Y = more terms on file than the table holds -- never rewrite from a partial load

PROCEDURE DIVISION.
StartPara.
            DISPLAY "TERM GRADE ENTRY"
            DISPLAY "1            : Enter A Term Mark"
            DISPLAY "2            : List A Student's Term"
            DISPLAY "3            : Set A Term's Dates"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM EnterMark
                WHEN 2 PERFORM ListTerm
                WHEN 3 PERFORM SetTermDates
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        PERFORM CheckStudentExists
        IF WS-StudFound = 'N'
            DISPLAY "No such student on student.dat."
        ELSE IF WS-StudFound = 'W'
            DISPLAY "That student has withdrawn -- no new marks go on file."
        ELSE
            MOVE WS-SIDIn TO TG-SIDNum
            DISPLAY "Term (eg 2026T1) : " With NO ADVANCING
            WRITE TermGradeData
            CLOSE TermGradeFile
            DISPLAY "Mark saved."
        END-IF
        END-IF.

CheckStudentExists.
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF IDNum = WS-SIDIn
                            IF StudStatus = 'W'
                                MOVE 'W' TO WS-StudFound
                            ELSE
                                MOVE 'Y' TO WS-StudFound
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            DISPLAY "No marks on file for that student and term."
        END-IF
        MOVE 'N' TO WSEOF.

*> THE FIRST AND LAST DAY OF A TERM, SO A DAY'S ATTENDANCE CAN BE COUNTED
*> AGAINST THE TERM IT FELL IN -- A TERM ALREADY ON FILE HAS ITS DATES REPLACED
SetTermDates.
        PERFORM LoadTermCal
        DISPLAY " "
        DISPLAY "Term (eg 2026T1)            : " With NO ADVANCING.
        ACCEPT WS-TermIn.
        MOVE 0 TO TermCalIdx
        MOVE 1 TO TermCalSub
        PERFORM UNTIL TermCalSub > TermCalCount OR TermCalIdx > 0
            IF TblCalTerm(TermCalSub) = WS-TermIn
                MOVE TermCalSub TO TermCalIdx
            END-IF
            ADD 1 TO TermCalSub
        END-PERFORM
        IF TermCalIdx > 0
            DISPLAY "  Now " TblCalStart(TermCalIdx) " to " TblCalEnd(TermCalIdx)
        END-IF
        DISPLAY "First day of term (CCYYMMDD) : " With NO ADVANCING.
        ACCEPT WS-StartIn.
        DISPLAY "Last day of term (CCYYMMDD)  : " With NO ADVANCING.
        ACCEPT WS-EndIn.
        IF WS-TermIn = SPACE
            DISPLAY "A term is needed -- nothing saved."
        ELSE IF WS-StartIn = 0 OR WS-EndIn < WS-StartIn
            DISPLAY "The last day must fall on or after the first -- nothing saved."
        ELSE IF TermCalOverflow = 'Y'
            DISPLAY "TermCal.dat holds more terms than this program can carry -- nothing saved."
        ELSE IF TermCalIdx = 0 AND TermCalCount NOT < 50
            DISPLAY "The term calendar is full (50 terms) -- nothing saved."
        ELSE
            IF TermCalIdx = 0
                ADD 1 TO TermCalCount
                MOVE TermCalCount TO TermCalIdx
                MOVE WS-TermIn TO TblCalTerm(TermCalIdx)
            END-IF
            MOVE WS-StartIn TO TblCalStart(TermCalIdx)
            MOVE WS-EndIn TO TblCalEnd(TermCalIdx)
            OPEN OUTPUT TermCalFile
            MOVE 1 TO TermCalSub
            PERFORM UNTIL TermCalSub > TermCalCount
                MOVE TblCalTerm(TermCalSub) TO TC-Term
                MOVE TblCalStart(TermCalSub) TO TC-StartDate
                MOVE TblCalEnd(TermCalSub) TO TC-EndDate
                WRITE TermCalData
                ADD 1 TO TermCalSub
            END-PERFORM
            CLOSE TermCalFile
            DISPLAY "Term dates saved."
        END-IF
        END-IF
        END-IF
        END-IF.

LoadTermCal.
        MOVE 0 TO TermCalCount
        MOVE 'N' TO TermCalOverflow
        OPEN INPUT TermCalFile
        IF TermCalStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ TermCalFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF TermCalCount < 50
                            ADD 1 TO TermCalCount
                            MOVE TC-Term TO TblCalTerm(TermCalCount)
                            MOVE TC-StartDate TO TblCalStart(TermCalCount)
                            MOVE TC-EndDate TO TblCalEnd(TermCalCount)
                        ELSE
                            MOVE 'Y' TO TermCalOverflow
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TermCalFile
        END-IF
        MOVE 'N' TO WSEOF.
