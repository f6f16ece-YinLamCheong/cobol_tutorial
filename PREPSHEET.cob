        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnIngQty PIC Z,ZZZ,ZZ9.99.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Prep sheet for date (CCYYMMDD) : " WITH NO ADVANCING
END-PERFORM
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE PrepReport
MOVE "PrepSheet.rpt" TO RF-ReportName
MOVE "PREPSHEET" TO RF-Program
MOVE WS-PrepDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Prep sheet written to PrepSheet.rpt"
STOP RUN.

                NOT AT END
                    IF SL-RecType = 'I' AND SL-Training NOT = 'Y'
                        AND SL-MenuID NOT = "SVC" *> the service-charge pseudo-item has no recipe and no place on a prep sheet
                        AND SL-MenuID NOT = "DLV" *> nor has the delivery fee
                        AND SL-MenuID NOT = "DEP" *> nor a container deposit
                        MOVE 'Y' TO WS-DayHadData
                        PERFORM TallyUnitsSold
                    END-IF
