DATA DIVISION.
FILE SECTION.
FD File1.  *> FD = file description
COPY STUDREC.

FD File2.
01 StudData2.
        02 IDNum2 PIC 9(6).
        02 StudName2 PIC X(30).
        02 Score2 PIC 999.
        02 StudStatus2 PIC X(1).
        02 EnrolDate2 PIC 9(8).
        02 LeftDate2 PIC 9(8).
        02 Class2 PIC X(6).

SD WorkFile. *> SD = sorted file description
01 WStudData.
        02 WIDNum PIC 9(6).
        02 WStudName PIC X(30).
        02 WScore PIC 999.
        02 WStudStatus PIC X(1).
        02 WEnrolDate PIC 9(8).
        02 WLeftDate PIC 9(8).
        02 WClass PIC X(6).

FD NewFile.
01 NStudData.
        02 NIDNum PIC 9(6).
        02 NStudName PIC X(30).
        02 NScore PIC 999.
        02 NStudStatus PIC X(1).
        02 NEnrolDate PIC 9(8).
        02 NLeftDate PIC 9(8).
        02 NClass PIC X(6).

FD DupReport.
01 DupLine PIC X(40).
WORKING-STORAGE SECTION.
01 WS-EOF1 PIC X.
01 WS-EOF2 PIC X.
*> the IDs File1 holds, and the ones File2 repeats -- too many IDs now for a flag per ID
01 WS-IDSeen1.
        02 WS-ID1 OCCURS 1000 TIMES PIC 9(6).
01 WS-ID1Count PIC 9(4) VALUE 0.
01 WS-IDDups.
        02 WS-DupID OCCURS 1000 TIMES PIC 9(6).
01 WS-DupCount PIC 9(4) VALUE 0.
01 WS-DupSub PIC 9(4).
01 WS-ScanSub PIC 9(4).
01 WS-DupFound PIC X VALUE 'N'.
01 WS-Overflow PIC X VALUE 'N'.
01 DupDetailLine.
        02 FILLER PIC X(30) VALUE "Duplicate ID in both files : ".
        02 PrnDupID PIC 9(6).
01 OverflowLine PIC X(40) VALUE "More than 1000 IDs -- not all checked".
01 NoDupLine PIC X(28) VALUE "No duplicate IDs found".

PROCEDURE DIVISION.
            READ File1
                AT END MOVE 'Y' TO WS-EOF1
                NOT AT END
                    IF WS-ID1Count < 1000
                        ADD 1 TO WS-ID1Count
                        MOVE IDNum TO WS-ID1(WS-ID1Count)
                    ELSE
                        MOVE 'Y' TO WS-Overflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE File1.
            READ File2
                AT END MOVE 'Y' TO WS-EOF2
                NOT AT END
                    PERFORM VARYING WS-ScanSub FROM 1 BY 1 UNTIL WS-ScanSub > WS-ID1Count
                        IF WS-ID1(WS-ScanSub) = IDNum2
                            PERFORM NoteDuplicate
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE File2.

*> EACH ID ONCE, HOWEVER OFTEN THE TWO FILES REPEAT IT
NoteDuplicate.
        MOVE 'N' TO WS-DupFound
        PERFORM VARYING WS-DupSub FROM 1 BY 1 UNTIL WS-DupSub > WS-DupCount
            IF WS-DupID(WS-DupSub) = IDNum2
                MOVE 'Y' TO WS-DupFound
            END-IF
        END-PERFORM
        IF WS-DupFound = 'N'
            IF WS-DupCount < 1000
                ADD 1 TO WS-DupCount
                MOVE IDNum2 TO WS-DupID(WS-DupCount)
            ELSE
                MOVE 'Y' TO WS-Overflow
            END-IF
        END-IF.

*> WRITE EVERY ID FOUND IN BOTH FILES TO THE EXCEPTION REPORT
ReportDuplicates.
        OPEN OUTPUT DupReport
        PERFORM VARYING WS-DupSub FROM 1 BY 1 UNTIL WS-DupSub > WS-DupCount
            MOVE WS-DupID(WS-DupSub) TO PrnDupID
            WRITE DupLine FROM DupDetailLine
        END-PERFORM
        IF WS-DupCount = 0
            WRITE DupLine FROM NoDupLine
        END-IF
        IF WS-Overflow = 'Y'
            WRITE DupLine FROM OverflowLine
        END-IF
        CLOSE DupReport.
