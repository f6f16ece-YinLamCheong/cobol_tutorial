DATA DIVISION.
FILE SECTION.
FD OrgFile.
COPY STUDREC.

SD WorkFile. *> SD = sorted file description
01 WStudData.
        02 WIDNum PIC 9(6).
        02 WStudName PIC X(30).
        02 WScore PIC 999.

FD RankReport.
01 PrintLine PIC X(60).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 PageHeading PIC X(17) VALUE "Ranked Class List".
01 Heads PIC X(60) VALUE "Rank   IDNum   Name                            Score".
01 RankDetailLine.
        02 FILLER PIC X VALUE SPACE.
        02 PrnRank PIC ZZ9.
        02 FILLER PIC X(3) VALUE SPACE.
        02 PrnStudID PIC 9(6).
        02 FILLER PIC X(2) VALUE SPACE.
        02 PrnStudName PIC X(30).
        02 FILLER PIC X(2) VALUE SPACE.
        02 PrnScore PIC ZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
01 WS-Rank PIC 999 VALUE ZERO.

PROCEDURE DIVISION.
*> sort every enrolled student by Score, highest first, and number the result --
*> a withdrawn student keeps a record but no longer takes a place in the class
SORT WorkFile ON DESCENDING KEY WScore ASCENDING KEY WStudName
        INPUT PROCEDURE IS ReleaseEnrolled
        OUTPUT PROCEDURE IS PrintRankedStudents.

STOP RUN.

ReleaseEnrolled.
OPEN INPUT OrgFile
PERFORM UNTIL WSEOF = 'Y'
        READ OrgFile
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                IF StudStatus NOT = 'W'
                    MOVE IDNum TO WIDNum
                    MOVE StudName TO WStudName
                    MOVE Score TO WScore
                    RELEASE WStudData
                END-IF
        END-READ
END-PERFORM
CLOSE OrgFile
MOVE 'N' TO WSEOF.

PrintRankedStudents.
OPEN OUTPUT RankReport
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
