        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RESVMNT. *> the reservations book: take a booking, list a day's bookings, cancel one (late or in time) or mark a no-show
AUTHOR. Yanling.
DATE-WRITTEN.Sep 14th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT ReservationFile ASSIGN TO "Reservation.dat" *> kept for good -- the no-show history by guest is built from it
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ResvStatus.

DATA DIVISION.
FILE SECTION.
FD ReservationFile.
COPY RESVREC.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 ResvStatus PIC XX.
01 WSEOF PIC X VALUE 'N'.
01 WS-UserID PIC X(10).
01 WS-Today PIC 9(8).
01 WS-TimeRaw PIC 9(8).
01 WS-NextBookingNo PIC 9(5).
01 WS-PickNo PIC 9(5).
01 WS-PickDate PIC 9(8).
01 WS-Found PIC X.
01 WS-Answer PIC X.
01 WS-DayCount PIC 9(3).
01 WS-Clash PIC X.
01 WS-ClashMins PIC S9(5).
01 WS-MinsToGo PIC S9(7).
01 WS-NowMins PIC 9(5).
01 WS-TimeSplit.
        05 WS-TimeHH PIC 9(2).
        05 WS-TimeMM PIC 9(2).
        05 FILLER PIC 9(2).
01 WS-ResvSplit.
        05 WS-ResvHH PIC 9(2).
        05 WS-ResvMM PIC 9(2).

*> the booking being keyed, held apart from the record area while the clash check reads the file
01 NewBooking.
        05 NB-Date PIC 9(8).
        05 NB-Time PIC 9(4).
        05 NB-PartySize PIC 9(3).
        05 NB-TableNo PIC 9(3).
        05 NB-Name PIC X(25).
        05 NB-Phone PIC X(12).
        05 NB-CustID PIC 9(5).
COPY RATES. *> DiningTableCount bounds the table number, LateCancelHours splits a cancel from a late cancel

PROCEDURE DIVISION.
StartPara.
        DISPLAY "Your user ID : " WITH NO ADVANCING
        ACCEPT WS-UserID
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "RESERVATIONS BOOK"
            DISPLAY "1            : Take A Booking"
            DISPLAY "2            : List A Day's Bookings"
            DISPLAY "3            : Cancel A Booking"
            DISPLAY "4            : Mark A No-Show"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM TakeBooking
                WHEN 2 PERFORM ListBookings
                WHEN 3 PERFORM CancelBooking
                WHEN 4 PERFORM MarkNoShow
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        STOP RUN.

*> NEXT BOOKING NUMBER = HIGHEST ON FILE PLUS ONE
TakeBooking.
        MOVE 0 TO WS-NextBookingNo
        OPEN INPUT ReservationFile
        IF ResvStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ ReservationFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF RS-BookingNo > WS-NextBookingNo
                            MOVE RS-BookingNo TO WS-NextBookingNo
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ReservationFile
        END-IF
        ADD 1 TO WS-NextBookingNo

        DISPLAY " "
        DISPLAY "Date of the booking (CCYYMMDD) : " WITH NO ADVANCING
        ACCEPT NB-Date
        ACCEPT WS-Today FROM DATE YYYYMMDD
        IF NB-Date < WS-Today
            DISPLAY "THAT DATE HAS ALREADY GONE -- BOOKING NOT TAKEN."
        ELSE
            DISPLAY "Time (HHMM, 24 hour) : " WITH NO ADVANCING
            ACCEPT NB-Time
            DISPLAY "Party size : " WITH NO ADVANCING
            ACCEPT NB-PartySize
            DISPLAY "Table wanted (0 = any table) : " WITH NO ADVANCING
            ACCEPT NB-TableNo
            DISPLAY "Name : " WITH NO ADVANCING
            ACCEPT NB-Name
            DISPLAY "Phone : " WITH NO ADVANCING
            ACCEPT NB-Phone
            DISPLAY "Loyalty number (0 = none) : " WITH NO ADVANCING
            ACCEPT NB-CustID
            IF NB-TableNo > DiningTableCount
                DISPLAY "THE FLOOR ONLY HAS " DiningTableCount " TABLES -- BOOKING NOT TAKEN."
            ELSE
                IF NB-PartySize = 0
                    DISPLAY "A BOOKING NEEDS A PARTY SIZE -- BOOKING NOT TAKEN."
                ELSE
                    PERFORM CheckTableClash
                    MOVE 'Y' TO WS-Answer
                    IF WS-Clash = 'Y'
                        DISPLAY "Table " NB-TableNo " is already booked within two hours of that time -- book anyway (Y/N) : " WITH NO ADVANCING
                        ACCEPT WS-Answer
                    END-IF
                    IF WS-Answer = 'Y' OR WS-Answer = 'y'
                        PERFORM WriteBooking
                    ELSE
                        DISPLAY "Booking not taken."
                    END-IF
                END-IF
            END-IF
        END-IF.

*> A LIVE BOOKING FOR THE SAME TABLE WITHIN TWO HOURS EITHER SIDE IS A LIKELY DOUBLE-BOOK
CheckTableClash.
        MOVE 'N' TO WS-Clash
        IF NB-TableNo > 0
            OPEN INPUT ReservationFile
            IF ResvStatus = "00"
                MOVE 'N' TO WSEOF
                PERFORM UNTIL WSEOF = 'Y'
                    READ ReservationFile
                        AT END MOVE 'Y' TO WSEOF
                        NOT AT END
                            IF RS-Status = 'B' AND RS-Date = NB-Date
                                AND RS-TableNo = NB-TableNo
                                MOVE RS-Time TO WS-ResvSplit
                                COMPUTE WS-ClashMins = WS-ResvHH * 60 + WS-ResvMM
                                MOVE NB-Time TO WS-ResvSplit
                                COMPUTE WS-ClashMins = WS-ClashMins
                                    - (WS-ResvHH * 60 + WS-ResvMM)
                                IF WS-ClashMins < 120 AND WS-ClashMins > -120
                                    MOVE 'Y' TO WS-Clash
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ReservationFile
            END-IF
        END-IF.

WriteBooking.
        OPEN EXTEND ReservationFile
        IF ResvStatus NOT = "00"
            OPEN OUTPUT ReservationFile *> very first booking
        END-IF
        MOVE SPACE TO ReservationData
        MOVE WS-NextBookingNo TO RS-BookingNo
        MOVE 'B' TO RS-Status
        MOVE NB-Date TO RS-Date
        MOVE NB-Time TO RS-Time
        MOVE NB-PartySize TO RS-PartySize
        MOVE NB-TableNo TO RS-TableNo
        MOVE NB-Name TO RS-Name
        MOVE NB-Phone TO RS-Phone
        MOVE NB-CustID TO RS-CustID
        MOVE WS-UserID TO RS-TakenBy
        ACCEPT RS-StatusDate FROM DATE YYYYMMDD
        ACCEPT WS-TimeRaw FROM TIME
        MOVE WS-TimeRaw(1:6) TO RS-StatusTime
        WRITE ReservationData
        CLOSE ReservationFile
        DISPLAY "Booking " WS-NextBookingNo " taken for " NB-Name.

ListBookings.
        DISPLAY " "
        DISPLAY "Date to list (CCYYMMDD) : " WITH NO ADVANCING
        ACCEPT WS-PickDate
        MOVE 0 TO WS-DayCount
        DISPLAY " "
        DISPLAY "Book#  St  Time  Party  Tbl  Name                       Phone"
        OPEN INPUT ReservationFile
        IF ResvStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ ReservationFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF RS-Date = WS-PickDate
                            ADD 1 TO WS-DayCount
                            DISPLAY RS-BookingNo "  " RS-Status "   " RS-Time "  "
                                RS-PartySize "    " RS-TableNo "  " RS-Name "  " RS-Phone
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ReservationFile
        END-IF
        DISPLAY WS-DayCount " booking(s) on " WS-PickDate
            " (B = booked, S = seated, N = no-show, C = cancelled, L = late cancel)".

*> A CANCEL INSIDE LateCancelHours OF THE BOOKED TIME IS RECORDED AS A LATE CANCEL,
*> WHICH COUNTS AGAINST THE GUEST ON THE NO-SHOW REPORT THE SAME AS A NO-SHOW
CancelBooking.
        DISPLAY " "
        DISPLAY "Booking number to cancel : " WITH NO ADVANCING
        ACCEPT WS-PickNo
        ACCEPT WS-Today FROM DATE YYYYMMDD
        ACCEPT WS-TimeRaw FROM TIME
        MOVE WS-TimeRaw(1:6) TO WS-TimeSplit
        COMPUTE WS-NowMins = WS-TimeHH * 60 + WS-TimeMM
        MOVE 'N' TO WS-Found
        OPEN I-O ReservationFile
        IF ResvStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ ReservationFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF RS-BookingNo = WS-PickNo AND RS-Status = 'B'
                            MOVE 'Y' TO WS-Found
                            MOVE RS-Time TO WS-ResvSplit
                            COMPUTE WS-MinsToGo =
                                (FUNCTION INTEGER-OF-DATE(RS-Date)
                                 - FUNCTION INTEGER-OF-DATE(WS-Today)) * 1440
                                + (WS-ResvHH * 60 + WS-ResvMM) - WS-NowMins
                            IF WS-MinsToGo < LateCancelHours * 60
                                MOVE 'L' TO RS-Status
                                DISPLAY "Booking " RS-BookingNo " for " RS-Name " cancelled LATE (inside " LateCancelHours " hours)."
                            ELSE
                                MOVE 'C' TO RS-Status
                                DISPLAY "Booking " RS-BookingNo " for " RS-Name " cancelled."
                            END-IF
                            MOVE WS-Today TO RS-StatusDate
                            MOVE WS-TimeRaw(1:6) TO RS-StatusTime
                            REWRITE ReservationData
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ReservationFile
        END-IF
        IF WS-Found = 'N'
            DISPLAY "NO LIVE BOOKING " WS-PickNo " ON THE BOOK."
        END-IF.

*> THE NIGHTLY NOSHOWRPT SWEEPS ANY BOOKING STILL OPEN AFTER ITS DATE, THIS
*> IS FOR THE HOST WHO HAS GIVEN UP ON A PARTY BEFORE THE NIGHT IS OVER
MarkNoShow.
        DISPLAY " "
        DISPLAY "Booking number that did not arrive : " WITH NO ADVANCING
        ACCEPT WS-PickNo
        MOVE 'N' TO WS-Found
        OPEN I-O ReservationFile
        IF ResvStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ ReservationFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF RS-BookingNo = WS-PickNo AND RS-Status = 'B'
                            MOVE 'Y' TO WS-Found
                            MOVE 'N' TO RS-Status
                            ACCEPT RS-StatusDate FROM DATE YYYYMMDD
                            ACCEPT WS-TimeRaw FROM TIME
                            MOVE WS-TimeRaw(1:6) TO RS-StatusTime
                            REWRITE ReservationData
                            DISPLAY "Booking " RS-BookingNo " for " RS-Name " marked as a no-show."
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ReservationFile
        END-IF
        IF WS-Found = 'N'
            DISPLAY "NO LIVE BOOKING " WS-PickNo " ON THE BOOK."
        END-IF.
