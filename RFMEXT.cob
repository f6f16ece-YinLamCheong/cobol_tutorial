        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RFMEXT. *> recency/frequency/monetary segmentation off the journal history: a ranked extract per customer and a segment-size summary for marketing, limited to customers who agreed to be contacted
AUTHOR. Yanling.
DATE-WRITTEN.Sep 3rd 2026
ENVIRONMENT DIVISION.
        SELECT SalesLog ASSIGN TO WS-LogFileName *> headers carry SL-CustID when a loyalty card was presented
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesLogStatus.
        SELECT CustomerFile ASSIGN TO "Customer.dat" *> names and marketing consent for the extract
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IDNum
        02 RF-FScore PIC 9(1).
        02 RF-MScore PIC 9(1).
        02 RF-Segment PIC X(16).
        02 RF-ConsentEmail PIC X(1). *> Y = may be contacted this way -- at least one of the three is always Y
        02 RF-ConsentSMS PIC X(1).
        02 RF-ConsentPost PIC X(1).

FD SummaryReport.
01 PrintLine PIC X(60).
01 WS-SweepInt PIC 9(7).
01 WS-RecencyDays PIC S9(5).
01 WS-CustFullName PIC X(31).
01 WS-OptedIn PIC X.
01 ExtractedCount PIC 9(3) VALUE 0.
01 SuppressedCount PIC 9(3) VALUE 0. *> scored but left out -- no marketing consent (or no master record to hold one)

*> one row per loyalty customer seen in the range
01 RfmTable.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSegCount PIC ZZZ9.
        05 FILLER PIC X(12) VALUE " customer(s)".
01 SuppressedLine.
        05 FILLER PIC X(20) VALUE "  SUPPRESSED -- NO M".
        05 FILLER PIC X(16) VALUE "ARKETING CONSENT".
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnSupCount PIC ZZZ9.
        05 FILLER PIC X(12) VALUE " customer(s)".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD
        WRITE PrintLine FROM SegDetailLine AFTER ADVANCING 1 LINE
        ADD 1 TO Temp_Count
END-PERFORM
MOVE SuppressedCount TO PrnSupCount
WRITE PrintLine FROM SuppressedLine AFTER ADVANCING 2 LINES
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE SummaryReport
MOVE "RFMSummary.rpt" TO RF-ReportName
MOVE "RFMEXT" TO RF-Program
MOVE WS-ToDate TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY ExtractedCount " customer(s) extracted to RFMExtract.dat, summary in RFMSummary.rpt"
DISPLAY SuppressedCount " customer(s) suppressed -- no marketing consent on file"
STOP RUN.

SweepOneLog.
                NOT AT END
                    IF SL-RecType = 'H' AND SL-CustID > 0
                        AND SL-Training NOT = 'Y'
                        AND SL-MenuID NOT = "GIFT" AND SL-MenuID NOT = "CATD" AND SL-MenuID NOT = "PLAN"
                        AND SL-Date NOT < WS-FromDate
                        AND SL-Date NOT > WS-ToDate
                        PERFORM TallyCustomer
            MOVE "OCCASIONAL" TO WS-Segment
END-EVALUATE

*> ONLY A CUSTOMER WHO SAID YES TO AT LEAST ONE CHANNEL GOES TO MARKETING --
*> ONE OFF FILE HAS NO CONSENT TO CHECK, SO IS SUPPRESSED WITH THE REST
MOVE SPACE TO WS-CustFullName
MOVE 'N' TO WS-OptedIn
IF CustomerFileStatus = "00"
        MOVE TblRfmCust(Temp_Count) TO IDNum
        READ CustomerFile
            INVALID KEY MOVE "(NOT ON FILE)" TO WS-CustFullName
            NOT INVALID KEY
                CALL "NAMEJOIN" USING FirstName, LastName, WS-CustFullName
                IF ConsentEmail = 'Y' OR ConsentSMS = 'Y' OR ConsentPost = 'Y'
                    MOVE 'Y' TO WS-OptedIn
                END-IF
        END-READ
END-IF

IF WS-OptedIn = 'Y'
        PERFORM WriteExtractRecord
ELSE
        ADD 1 TO SuppressedCount
END-IF
ADD 1 TO Temp_Count.

WriteExtractRecord.
MOVE TblRfmCust(Temp_Count) TO RF-CustID
MOVE WS-CustFullName TO RF-Name
MOVE TblRfmLast(Temp_Count) TO RF-LastDate
MOVE WS-F TO RF-FScore
MOVE WS-M TO RF-MScore
MOVE WS-Segment TO RF-Segment
MOVE ConsentEmail TO RF-ConsentEmail
MOVE ConsentSMS TO RF-ConsentSMS
MOVE ConsentPost TO RF-ConsentPost
WRITE ExtractRecord
ADD 1 TO ExtractedCount

PERFORM TallySegment.

TallySegment.
MOVE 0 TO SegIdx
