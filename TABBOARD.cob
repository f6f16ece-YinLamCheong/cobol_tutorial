            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MenuID
            FILE STATUS IS MenuFileStatus.
        SELECT ReservationFile ASSIGN TO "Reservation.dat" *> today's bookings still to arrive show against the free tables
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ResvStatus.

DATA DIVISION.
FILE SECTION.
FD MenuFile.
COPY MENUREC.

FD ReservationFile.
COPY RESVREC.

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 TabStatus PIC XX.
01 MenuFileStatus PIC XX.
01 MenuFileOK PIC X VALUE 'N'.
01 ResvStatus PIC XX.
01 WS-Today PIC 9(8).
01 WS-UnassignedCount PIC 9(3).
01 WS-Answer PIC X.
01 WS-TimeRaw PIC 9(8).
01 WS-NowMins PIC 9(5).
            10 TblBrdItems PIC 9(3).
            10 TblBrdAmount PIC 9(6)V99.
            10 TblBrdParty PIC 9(3).
            10 TblBrdResvNo PIC 9(5). *> the next booking still due at this table today, zero = none
            10 TblBrdResvTime PIC 9(4).
            10 TblBrdResvParty PIC 9(3).
            10 TblBrdResvName PIC X(25).
01 BrdSub PIC 9(3).
01 WS-ItemPrice PIC 9(6)V99. *> de-edited menu price for the arithmetic
01 WS-AmtDisp PIC $$,$$9.99.
            MOVE 0 TO TblBrdItems(BrdSub)
            MOVE 0 TO TblBrdAmount(BrdSub)
            MOVE 0 TO TblBrdParty(BrdSub)
            MOVE 0 TO TblBrdResvNo(BrdSub)
            MOVE 0 TO TblBrdResvTime(BrdSub)
            MOVE 0 TO TblBrdResvParty(BrdSub)
            MOVE SPACE TO TblBrdResvName(BrdSub)
            ADD 1 TO BrdSub
        END-PERFORM
        OPEN INPUT TabFile
            END-PERFORM
            CLOSE TabFile
        END-IF
        MOVE 'N' TO WSEOF
        ACCEPT WS-Today FROM DATE YYYYMMDD
        OPEN INPUT ReservationFile
        IF ResvStatus = "00"
            PERFORM UNTIL WSEOF = 'Y'
                READ ReservationFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END PERFORM NoteBooking
                END-READ
            END-PERFORM
            CLOSE ReservationFile
        END-IF
        MOVE 'N' TO WSEOF.

*> KEEP THE EARLIEST BOOKING STILL DUE AT EACH TABLE TODAY -- ONE THAT
*> HAS ALREADY BEEN SEATED OR CANCELLED IS NO LONGER B ON THE BOOK
NoteBooking.
        IF RS-Status = 'B' AND RS-Date = WS-Today
            AND RS-TableNo > 0 AND RS-TableNo NOT > DiningTableCount
            IF TblBrdResvNo(RS-TableNo) = 0
                OR RS-Time < TblBrdResvTime(RS-TableNo)
                MOVE RS-BookingNo TO TblBrdResvNo(RS-TableNo)
                MOVE RS-Time TO TblBrdResvTime(RS-TableNo)
                MOVE RS-PartySize TO TblBrdResvParty(RS-TableNo)
                MOVE RS-Name TO TblBrdResvName(RS-TableNo)
            END-IF
        END-IF.

NoteTabRecord.
        IF TB-TableNo > 0 AND TB-TableNo NOT > DiningTableCount
            EVALUATE TB-RecType
        DISPLAY "TABLE BOARD"
        DISPLAY "Tbl  Status  Party  Items  Amount So Far  Mins Open  Server"
        MOVE 1 TO BrdSub
        PERFORM ShowOneTable UNTIL BrdSub > DiningTableCount
        PERFORM ShowUnassigned.

*> BOOKINGS TAKEN FOR "ANY TABLE" HAVE NO ROW OF THEIR OWN, SO THE HOST SEES THEM LISTED UNDERNEATH
ShowUnassigned.
        MOVE 0 TO WS-UnassignedCount
        OPEN INPUT ReservationFile
        IF ResvStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ ReservationFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF RS-Status = 'B' AND RS-Date = WS-Today
                            AND RS-TableNo = 0
                            IF WS-UnassignedCount = 0
                                DISPLAY " "
                                DISPLAY "Still to arrive, no table yet:"
                            END-IF
                            ADD 1 TO WS-UnassignedCount
                            DISPLAY "     Book " RS-BookingNo "  " RS-Time "  party of "
                                RS-PartySize "  " RS-Name
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ReservationFile
        END-IF
        MOVE 'N' TO WSEOF.

ShowOneTable.
        IF TblBrdOpen(BrdSub) = 'Y'
                TblBrdItems(BrdSub) "    " WS-AmtDisp "      "
                WS-OpenMins " " TblBrdUser(BrdSub)
        ELSE
            IF TblBrdResvNo(BrdSub) > 0
                DISPLAY BrdSub "  FREE    BOOKED " TblBrdResvTime(BrdSub)
                    " party of " TblBrdResvParty(BrdSub) "  "
                    TblBrdResvName(BrdSub) " (book " TblBrdResvNo(BrdSub) ")"
            ELSE
                DISPLAY BrdSub "  FREE"
            END-IF
        END-IF
        ADD 1 TO BrdSub.
