        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. APAGING. *> accounts payable aging by supplier: what is still open on Payables.dat, by days past due, as at a date -- part of the month-end pack
AUTHOR. Yanling.
DATE-WRITTEN.Sep 18th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT PayablesFile ASSIGN TO "Payables.dat" *> raised by INVMATCH, paid by APPAYRUN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayablesStatus.
        SELECT SupplierFile ASSIGN TO "Supplier.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SUP-ID
            FILE STATUS IS SupplierFileStatus.
        SELECT AgingReport ASSIGN TO "APAging.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PayablesFile.
COPY APVOUCH.

FD SupplierFile.
COPY SUPPREC.

FD AgingReport.
01 PrintLine PIC X(110).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 PayablesStatus PIC XX.
01 SupplierFileStatus PIC XX.
01 WS-AsAt PIC 9(8).
01 WS-DaysPast PIC S9(5).
01 BucketSub PIC 9.

*> one row per supplier with anything open; buckets are not yet due, 1-30, 31-60, 61-90, over 90 days past due
01 AgeTable.
        05 AgeEntry OCCURS 100 TIMES.
            10 TblAgeSupp PIC X(4).
            10 TblAgeBucket PIC 9(8)V99 OCCURS 5 TIMES.
            10 TblAgeTotal PIC 9(8)V99.
01 AgeCount PIC 9(3) VALUE 0.
01 AgeIdx PIC 9(3).
01 ScanSub PIC 9(3).
01 WS-AgeOverflow PIC X VALUE 'N'.
01 GrandBucket PIC 9(8)V99 OCCURS 5 TIMES.
01 GrandTotal PIC 9(8)V99 VALUE 0.

01 PageHeading.
        05 FILLER PIC X(30) VALUE "ACCOUNTS PAYABLE AGING AS AT  ".
        05 PrnAsAt PIC 9(8).
01 Heads PIC X(110) VALUE
    "Supp  Supplier                   Not Yet Due    1-30 Days   31-60 Days   61-90 Days      Over 90         Total".
01 AgeLine.
        05 PrnSupp PIC X(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSuppName PIC X(25).
        05 PrnBucket PIC ZZ,ZZZ,ZZ9.99 OCCURS 5 TIMES.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnTotal PIC ZZ,ZZZ,ZZ9.99.
01 TotalLine.
        05 FILLER PIC X(31) VALUE "TOTALS".
        05 PrnGrandBucket PIC ZZ,ZZZ,ZZ9.99 OCCURS 5 TIMES.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnGrandTotal PIC ZZ,ZZZ,ZZ9.99.
01 OverflowLine PIC X(60) VALUE
    "*** MORE THAN 100 SUPPLIERS OPEN -- LATER SUPPLIERS OMITTED".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Age payables as at (CCYYMMDD) : " WITH NO ADVANCING
ACCEPT WS-AsAt

MOVE 1 TO BucketSub
PERFORM UNTIL BucketSub > 5
        MOVE 0 TO GrandBucket(BucketSub)
        ADD 1 TO BucketSub
END-PERFORM

*> OPEN AS AT THE DATE: STILL OPEN, OR PAID SINCE -- RAISED ON OR BEFORE IT
OPEN INPUT PayablesFile
IF PayablesStatus = "00"
        PERFORM UNTIL WSEOF = 'Y'
            READ PayablesFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    IF AP-VouchDate NOT > WS-AsAt
                        AND (AP-Status = 'O' OR AP-PaidDate > WS-AsAt)
                        PERFORM AgeVoucher
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PayablesFile
END-IF

OPEN OUTPUT AgingReport
MOVE WS-AsAt TO PrnAsAt
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
OPEN INPUT SupplierFile
MOVE 1 TO AgeIdx
PERFORM UNTIL AgeIdx > AgeCount
        PERFORM PrintSupplier
        ADD 1 TO AgeIdx
END-PERFORM
IF SupplierFileStatus = "00"
        CLOSE SupplierFile
END-IF
IF WS-AgeOverflow = 'Y'
        WRITE PrintLine FROM OverflowLine AFTER ADVANCING 1 LINE
END-IF
MOVE 1 TO BucketSub
PERFORM UNTIL BucketSub > 5
        MOVE GrandBucket(BucketSub) TO PrnGrandBucket(BucketSub)
        ADD 1 TO BucketSub
END-PERFORM
MOVE GrandTotal TO PrnGrandTotal
WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE AgingReport
MOVE "APAging.rpt" TO RF-ReportName
MOVE "APAGING" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY "AP aging written to APAging.rpt"
STOP RUN.

AgeVoucher.
MOVE 0 TO AgeIdx
MOVE 1 TO ScanSub
PERFORM UNTIL ScanSub > AgeCount OR AgeIdx > 0
        IF TblAgeSupp(ScanSub) = AP-SupplierID
            MOVE ScanSub TO AgeIdx
        END-IF
        ADD 1 TO ScanSub
END-PERFORM
IF AgeIdx = 0
        IF AgeCount < 100
            ADD 1 TO AgeCount
            MOVE AgeCount TO AgeIdx
            MOVE AP-SupplierID TO TblAgeSupp(AgeIdx)
            MOVE 0 TO TblAgeTotal(AgeIdx)
            MOVE 1 TO BucketSub
            PERFORM UNTIL BucketSub > 5
                MOVE 0 TO TblAgeBucket(AgeIdx, BucketSub)
                ADD 1 TO BucketSub
            END-PERFORM
        ELSE
            MOVE 'Y' TO WS-AgeOverflow
        END-IF
END-IF
IF AgeIdx > 0
        COMPUTE WS-DaysPast = FUNCTION INTEGER-OF-DATE(WS-AsAt)
            - FUNCTION INTEGER-OF-DATE(AP-DueDate)
        EVALUATE TRUE
            WHEN WS-DaysPast NOT > 0
                MOVE 1 TO BucketSub
            WHEN WS-DaysPast NOT > 30
                MOVE 2 TO BucketSub
            WHEN WS-DaysPast NOT > 60
                MOVE 3 TO BucketSub
            WHEN WS-DaysPast NOT > 90
                MOVE 4 TO BucketSub
            WHEN OTHER
                MOVE 5 TO BucketSub
        END-EVALUATE
        ADD AP-Amount TO TblAgeBucket(AgeIdx, BucketSub)
        ADD AP-Amount TO TblAgeTotal(AgeIdx)
        ADD AP-Amount TO GrandBucket(BucketSub)
        ADD AP-Amount TO GrandTotal
END-IF.

PrintSupplier.
MOVE TblAgeSupp(AgeIdx) TO PrnSupp
MOVE "(NOT ON SUPPLIER FILE)" TO PrnSuppName
IF SupplierFileStatus = "00"
        MOVE TblAgeSupp(AgeIdx) TO SUP-ID
        READ SupplierFile
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE SUP-Name TO PrnSuppName
        END-READ
END-IF
MOVE 1 TO BucketSub
PERFORM UNTIL BucketSub > 5
        MOVE TblAgeBucket(AgeIdx, BucketSub) TO PrnBucket(BucketSub)
        ADD 1 TO BucketSub
END-PERFORM
MOVE TblAgeTotal(AgeIdx) TO PrnTotal
WRITE PrintLine FROM AgeLine AFTER ADVANCING 1 LINE.
