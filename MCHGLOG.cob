        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MCHGLOG. *> appends the field-by-field before/after lines of one master-file add, change or delete to the master-change journal (MasterChg.dat)
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT MasterChgFile ASSIGN TO "MasterChg.dat" *> created on the first change journalled
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MasterChgStatus.

DATA DIVISION.
FILE SECTION.
FD MasterChgFile.
01 MasterChgLine PIC X(146).

WORKING-STORAGE SECTION.
01 MasterChgStatus PIC XX.
01 MC-Sub PIC 99.
01 MC-TimeRaw PIC 9(8).
01 MC-FileOpen PIC X VALUE 'N'.

LINKAGE SECTION.
COPY MCHGREC.
COPY MCHGLINK.

*> THE CALLER HAS SET PROGRAM, FILE, USER, ROLE, ACTION AND KEY. AN ADD HAS
*> NO OLD VALUES AND A DELETE NO NEW ONES; ON A CHANGE ONLY THE FIELDS THAT
*> ACTUALLY MOVED ARE WRITTEN
PROCEDURE DIVISION USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues.
        ACCEPT MC-Date FROM DATE YYYYMMDD
        ACCEPT MC-TimeRaw FROM TIME
        MOVE MC-TimeRaw(1:6) TO MC-Time
        MOVE 'N' TO MC-FileOpen
        MOVE 1 TO MC-Sub
        PERFORM UNTIL MC-Sub > MC-FieldCount
            MOVE MC-FieldName(MC-Sub) TO MC-Field
            MOVE MC-WasValue(MC-Sub) TO MC-OldValue
            MOVE MC-NowValue(MC-Sub) TO MC-NewValue
            IF MC-Action = 'A'
                MOVE SPACE TO MC-OldValue
            END-IF
            IF MC-Action = 'D'
                MOVE SPACE TO MC-NewValue
            END-IF
            IF MC-OldValue NOT = MC-NewValue
                IF MC-FileOpen = 'N'
                    OPEN EXTEND MasterChgFile
                    IF MasterChgStatus NOT = "00"
                        OPEN OUTPUT MasterChgFile *> the first change journalled
                    END-IF
                    MOVE 'Y' TO MC-FileOpen
                END-IF
                WRITE MasterChgLine FROM MasterChangeData
            END-IF
            ADD 1 TO MC-Sub
        END-PERFORM
        IF MC-FileOpen = 'Y'
            CLOSE MasterChgFile
        END-IF
        GOBACK.
