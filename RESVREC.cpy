      *> Shared layout for the Reservation.dat bookings book, taken in
      *> RESVMNT, shown against free tables on TABBOARD, seated from
      *> TAB_MODE at the register and swept nightly by NOSHOWRPT.
       01 ReservationData.
           02 RS-BookingNo PIC 9(5).
           02 RS-Status PIC X(1). *> B = booked, S = seated, N = no-show, C = cancelled in time, L = late cancel
           02 RS-Date PIC 9(8). *> CCYYMMDD the party is due
           02 RS-Time PIC 9(4). *> HHMM the party is due
           02 RS-PartySize PIC 9(3).
           02 RS-TableNo PIC 9(3). *> requested table, zero = any table -- filled in when the party is seated
           02 RS-Name PIC X(25).
           02 RS-Phone PIC X(12). *> the guest's key on the no-show report when there is no loyalty number
           02 RS-CustID PIC 9(5). *> loyalty number of a known customer, zero otherwise
           02 RS-TakenBy PIC X(10).
           02 RS-StatusDate PIC 9(8). *> when the status last changed (seated, cancelled, no-show)
           02 RS-StatusTime PIC 9(6).
