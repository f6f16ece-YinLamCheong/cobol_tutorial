01 LabelIDLine.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnLabelID PIC X(4).
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "(1) Labels for items repriced since a date, (2) Keyed selection : " WITH NO ADVANCING
MOVE 1 TO Temp_Count
PERFORM WriteOneLabel UNTIL Temp_Count > PickCount
CLOSE LabelFile
MOVE "Labels.rpt" TO RF-ReportName
MOVE "LABELS" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
CLOSE MenuFile
DISPLAY LabelCount " label(s) written to Labels.rpt"
STOP RUN.
