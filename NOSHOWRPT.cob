        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. NOSHOWRPT. *> nightly: closes out bookings nobody turned up for, then lists no-shows and late cancels by guest so repeat offenders can be asked for a deposit
AUTHOR. Yanling.
DATE-WRITTEN.Sep 14th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT ReservationFile ASSIGN TO "Reservation.dat" *> bookings still B on or before tonight are rewritten as no-shows
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ResvStatus.
        SELECT NoShowReport ASSIGN TO "NoShow.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ReservationFile.
COPY RESVREC.

FD NoShowReport.
01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 ResvStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-TimeRaw PIC 9(8).
01 WS-SweptCount PIC 9(4) VALUE 0.
01 WS-TonightCount PIC 9(4) VALUE 0.
01 WS-FlagCount PIC 9(4) VALUE 0.
01 WS-Strikes PIC 9(4).
01 WS-GuestKey PIC X(12).
COPY RATES. *> NoShowDepositCount

*> one slot per guest ever booked -- a loyalty number when given, otherwise the phone
01 GuestTable.
        05 GuestEntry OCCURS 500 TIMES.
            10 TblGstKey PIC X(12).
            10 TblGstName PIC X(25).
            10 TblGstPhone PIC X(12).
            10 TblGstBooked PIC 9(4).
            10 TblGstSeated PIC 9(4).
            10 TblGstNoShow PIC 9(4).
            10 TblGstLate PIC 9(4).
            10 TblGstLastDate PIC 9(8). *> date of the latest no-show or late cancel
01 GuestCount PIC 9(3) VALUE 0.
01 GstSub PIC 9(3).
01 MatchedGstIdx PIC 9(3).
01 WS-GuestOverflow PIC X VALUE 'N'.

01 PageHeading.
        05 FILLER PIC X(32) VALUE "NO-SHOWS AND LATE CANCELS AS AT ".
        05 PrnRunDate PIC 9(8).
01 TonightHeads PIC X(80) VALUE
    "Tonight        Book#  Date      Time  Party  Name                       Phone".
01 TonightLine.
        05 PrnWhat PIC X(13).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnBookingNo PIC 9(5).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnDate PIC 9(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnTime PIC 9(4).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnParty PIC ZZ9.
        05 FILLER PIC X(4) VALUE SPACE.
        05 PrnName PIC X(25).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnPhone PIC X(12).
01 GuestHeads PIC X(90) VALUE
    "By guest     Name                       Booked Seated NoShow LateCx  Last      Action".
01 GuestLine.
        05 PrnGstKey PIC X(12).
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnGstName PIC X(25).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnGstBooked PIC ZZZ9.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnGstSeated PIC ZZZ9.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnGstNoShow PIC ZZZ9.
        05 FILLER PIC X(3) VALUE SPACE.
        05 PrnGstLate PIC ZZZ9.
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnGstLastDate PIC 9(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnGstAction PIC X(11).
01 SummaryLine0.
        05 FILLER PIC X(36) VALUE "Tonight's no-shows / late cancels : ".
        05 PrnTonight PIC ZZZ9.
01 SummaryLine1.
        05 FILLER PIC X(36) VALUE "Open bookings closed as no-shows  : ".
        05 PrnSwept PIC ZZZ9.
01 SummaryLine2.
        05 FILLER PIC X(36) VALUE "Guests to ask for a deposit       : ".
        05 PrnFlagged PIC ZZZ9.
01 OverflowLine PIC X(60) VALUE
    "*** MORE THAN 500 GUESTS ON THE BOOK -- LATER GUESTS OMITTED".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
ACCEPT WS-Today FROM DATE YYYYMMDD
ACCEPT WS-TimeRaw FROM TIME

OPEN OUTPUT NoShowReport
MOVE WS-Today TO PrnRunDate
WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE
WRITE PrintLine FROM TonightHeads AFTER ADVANCING 2 LINES

*> FIRST PASS: ANY BOOKING STILL OPEN ON OR BEFORE TONIGHT NEVER ARRIVED --
*> CLOSE IT AS A NO-SHOW AND LIST IT WITH TONIGHT'S LATE CANCELS
OPEN I-O ReservationFile
IF ResvStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ ReservationFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END PERFORM SweepBooking
            END-READ
        END-PERFORM
        CLOSE ReservationFile
END-IF

*> SECOND PASS: THE WHOLE BOOK ROLLED UP BY GUEST
OPEN INPUT ReservationFile
IF ResvStatus = "00"
        MOVE 'N' TO WSEOF
        PERFORM UNTIL WSEOF = 'Y'
            READ ReservationFile
                AT END MOVE 'Y' TO WSEOF
                NOT AT END PERFORM TallyGuest
            END-READ
        END-PERFORM
        CLOSE ReservationFile
END-IF

WRITE PrintLine FROM GuestHeads AFTER ADVANCING 3 LINES
MOVE 1 TO GstSub
PERFORM UNTIL GstSub > GuestCount
        COMPUTE WS-Strikes = TblGstNoShow(GstSub) + TblGstLate(GstSub)
        IF WS-Strikes > 0
            PERFORM PrintGuest
        END-IF
        ADD 1 TO GstSub
END-PERFORM
IF WS-GuestOverflow = 'Y'
        WRITE PrintLine FROM OverflowLine AFTER ADVANCING 2 LINES
END-IF

MOVE WS-TonightCount TO PrnTonight
WRITE PrintLine FROM SummaryLine0 AFTER ADVANCING 2 LINES
MOVE WS-SweptCount TO PrnSwept
WRITE PrintLine FROM SummaryLine1 AFTER ADVANCING 1 LINE
MOVE WS-FlagCount TO PrnFlagged
WRITE PrintLine FROM SummaryLine2 AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE NoShowReport
MOVE "NoShow.rpt" TO RF-ReportName
MOVE "NOSHOWRPT" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY WS-SweptCount " open booking(s) closed as no-shows."
DISPLAY "No-show report written to NoShow.rpt"
STOP RUN.

SweepBooking.
IF RS-Status = 'B' AND RS-Date NOT > WS-Today
        MOVE 'N' TO RS-Status
        MOVE WS-Today TO RS-StatusDate
        MOVE WS-TimeRaw(1:6) TO RS-StatusTime
        REWRITE ReservationData
        ADD 1 TO WS-SweptCount
END-IF
IF (RS-Status = 'N' OR RS-Status = 'L') AND RS-StatusDate = WS-Today
        ADD 1 TO WS-TonightCount
        IF RS-Status = 'N'
            MOVE "NO-SHOW" TO PrnWhat
        ELSE
            MOVE "LATE CANCEL" TO PrnWhat
        END-IF
        MOVE RS-BookingNo TO PrnBookingNo
        MOVE RS-Date TO PrnDate
        MOVE RS-Time TO PrnTime
        MOVE RS-PartySize TO PrnParty
        MOVE RS-Name TO PrnName
        MOVE RS-Phone TO PrnPhone
        WRITE PrintLine FROM TonightLine AFTER ADVANCING 1 LINE
END-IF.

TallyGuest.
IF RS-CustID IS NUMERIC AND RS-CustID > 0
        MOVE SPACE TO WS-GuestKey
        STRING "CUST " DELIMITED BY SIZE
            RS-CustID DELIMITED BY SIZE
            INTO WS-GuestKey
ELSE
        MOVE RS-Phone TO WS-GuestKey
END-IF
MOVE 0 TO MatchedGstIdx
MOVE 1 TO GstSub
PERFORM UNTIL GstSub > GuestCount OR MatchedGstIdx > 0
        IF TblGstKey(GstSub) = WS-GuestKey
            MOVE GstSub TO MatchedGstIdx
        END-IF
        ADD 1 TO GstSub
END-PERFORM
IF MatchedGstIdx = 0
        IF GuestCount < 500
            ADD 1 TO GuestCount
            MOVE GuestCount TO MatchedGstIdx
            MOVE WS-GuestKey TO TblGstKey(MatchedGstIdx)
            MOVE 0 TO TblGstBooked(MatchedGstIdx)
            MOVE 0 TO TblGstSeated(MatchedGstIdx)
            MOVE 0 TO TblGstNoShow(MatchedGstIdx)
            MOVE 0 TO TblGstLate(MatchedGstIdx)
            MOVE 0 TO TblGstLastDate(MatchedGstIdx)
        ELSE
            MOVE 'Y' TO WS-GuestOverflow
        END-IF
END-IF
IF MatchedGstIdx > 0
        MOVE RS-Name TO TblGstName(MatchedGstIdx) *> the latest spelling on the book wins
        MOVE RS-Phone TO TblGstPhone(MatchedGstIdx)
        ADD 1 TO TblGstBooked(MatchedGstIdx)
        EVALUATE RS-Status
            WHEN 'S'
                ADD 1 TO TblGstSeated(MatchedGstIdx)
            WHEN 'N'
                ADD 1 TO TblGstNoShow(MatchedGstIdx)
                IF RS-Date > TblGstLastDate(MatchedGstIdx)
                    MOVE RS-Date TO TblGstLastDate(MatchedGstIdx)
                END-IF
            WHEN 'L'
                ADD 1 TO TblGstLate(MatchedGstIdx)
                IF RS-Date > TblGstLastDate(MatchedGstIdx)
                    MOVE RS-Date TO TblGstLastDate(MatchedGstIdx)
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
END-IF.

PrintGuest.
MOVE TblGstKey(GstSub) TO PrnGstKey
MOVE TblGstName(GstSub) TO PrnGstName
MOVE TblGstBooked(GstSub) TO PrnGstBooked
MOVE TblGstSeated(GstSub) TO PrnGstSeated
MOVE TblGstNoShow(GstSub) TO PrnGstNoShow
MOVE TblGstLate(GstSub) TO PrnGstLate
MOVE TblGstLastDate(GstSub) TO PrnGstLastDate
IF WS-Strikes NOT < NoShowDepositCount
        MOVE "ASK DEPOSIT" TO PrnGstAction
        ADD 1 TO WS-FlagCount
ELSE
        MOVE SPACE TO PrnGstAction
END-IF
WRITE PrintLine FROM GuestLine AFTER ADVANCING 1 LINE.
