01 StVoids PIC 9(5) VALUE 0.
01 StRefunds PIC 9(5) VALUE 0.
01 StSales PIC S9(8)V99 VALUE 0.
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "How many register logs to merge (1-5) : " WITH NO ADVANCING
WRITE PrintLine FROM StoreTotalLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ConsolReport
MOVE "ConsolZ.rpt" TO RF-ReportName
MOVE "CONSOLZ" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Consolidated Z-report written to ConsolZ.rpt"
STOP RUN.

ELSE
EVALUATE SL-RecType
    WHEN 'H'
        IF (SL-MenuID = "GIFT" OR SL-MenuID = "CATD" OR SL-MenuID = "PLAN")
            *> AN ACTIVATION IS A LIABILITY LOADED, NOT A SALE -- DAILYSALES
            *> EXCLUDES IT THE SAME WAY, SO THE FIGURES RECONCILE
            CONTINUE
            ADD 1 TO TblTermRefunds(TermIdx)
            SUBTRACT SL-Amount FROM TblTermSales(TermIdx)
        END-IF
    WHEN 'I'
        IF SL-MenuID = "DEP"
            *> A CONTAINER DEPOSIT RODE IN ITS HEADER'S AMOUNT -- IT IS HELD FOR
            *> THE SCHEME, NOT SOLD, AND THE Z TAKES IT OUT THE SAME WAY
            PERFORM FindTermRow
            IF TermIdx > 0
                SUBTRACT SL-Amount FROM TblTermSales(TermIdx)
            END-IF
        END-IF
    WHEN OTHER
        CONTINUE
END-EVALUATE.
