01 SetSub PIC 9(3).
01 WS-Count PIC 9(4).
01 WS-Amt PIC 9(7)V99.
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Reconcile CARD tenders for date (CCYYMMDD) : " WITH NO ADVANCING

WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ReconReport
MOVE "CardRecon.rpt" TO RF-ReportName
MOVE "CARDRECON" TO RF-Program
MOVE WS-ReconDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Reconciliation written to CardRecon.rpt"
STOP RUN.

*> THE 'T' RECORD FOLLOWS ITS HEADER IN THE JOURNAL, SO THE CHARGE IS
*> ALREADY IN THE TABLE -- THE TIP LANDS ON THE FIRST ENTRY FOR ITS TRANSACTION
*> (A CARD ROUND-UP 'D' RECORD IS FOLDED THE SAME WAY)
FoldTipIntoCharge.
MOVE 0 TO RegSub
MOVE 1 TO SetSub
                        *> EVERY TIPPED CHARGE SHOWS AS AN EXCEPTION BOTH WAYS
                        PERFORM FoldTipIntoCharge
                    END-IF
                    IF SL-RecType = 'D' AND SL-Tender1Type = "CARD"
                        AND SL-Date = WS-ReconDate AND SL-Training NOT = 'Y'
                        *> SO IS A CHARITY ROUND-UP TAKEN ON THE CARD
                        PERFORM FoldTipIntoCharge
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SalesLog
