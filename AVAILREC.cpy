      *> Shared layout for Avail.dat -- the days and hours each member of
      *> staff can work, kept by LEAVEMNT. One line per person per weekday
      *> they are available; a person with lines on file is unavailable on
      *> any weekday without one, a person with none is unrestricted.
      *> SCHEDMNT warns when a shift falls outside these hours.
       01 AvailData.
           02 AV-CashierID PIC X(10).
           02 AV-DOW PIC 9(1). *> 1 = Monday .. 7 = Sunday, same numbering as Schedule.dat
           02 AV-From PIC 9(4). *> HHMM earliest they can start
           02 AV-To PIC 9(4). *> HHMM latest they can finish
