COPY SALESLOG.

FD StoreFile.
COPY STOREREC.

FD MenuFile.
COPY MENUREC.
        05 FILLER PIC X(15) VALUE "  Net sales  : ".
        05 PrnCmbSales PIC $$,$$$,$$9.99.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Consolidate from date (CCYYMMDD) : " WITH NO ADVANCING
WRITE PrintLine FROM CombinedLine AFTER ADVANCING 3 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE ConsolReport
MOVE "MultiStore.rpt" TO RF-ReportName
MOVE "MSTORRPT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "Consolidated statement written to MultiStore.rpt"
STOP RUN.

TallyRecord.
EVALUATE SL-RecType
    WHEN 'H'
        IF SL-MenuID = "GIFT" OR SL-MenuID = "CATD" OR SL-MenuID = "PLAN"
            CONTINUE *> liability loaded, not a sale -- same rule as DAILYSALES
        ELSE
            PERFORM FindStoreRow
            SUBTRACT SL-Amount FROM CmbSales
        END-IF
    WHEN 'I'
        IF SL-MenuID = "SVC" OR SL-MenuID = "DLV"
            CONTINUE
        ELSE IF SL-MenuID = "DEP"
            *> A CONTAINER DEPOSIT RODE IN ITS HEADER -- HELD FOR THE SCHEME, NOT SALES
            PERFORM FindStoreRow
            IF StIdx > 0
                SUBTRACT SL-Amount FROM TblStSales(StIdx)
                SUBTRACT SL-Amount FROM CmbSales
            END-IF
        ELSE
            PERFORM FindStoreRow
            IF StIdx > 0
                PERFORM TallyStoreCategory
            END-IF
        END-IF
        END-IF
    WHEN OTHER
        CONTINUE
END-EVALUATE.
