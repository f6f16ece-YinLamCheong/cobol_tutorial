      *> Shared layout for TimeOff.dat -- time-off requests. Staff key them
      *> at the register (testPOS) as pending; a manager approves or
      *> declines them in LEAVEMNT. SCHEDMNT warns when a shift lands on
      *> approved time off and SCHEDEXC does not count it as a no-show.
       01 TimeOffData.
           02 TO-ReqNo PIC 9(5). *> one up from the highest on file
           02 TO-CashierID PIC X(10).
           02 TO-FromDate PIC 9(8). *> CCYYMMDD first day off
           02 TO-ToDate PIC 9(8). *> CCYYMMDD last day off, whole days
           02 TO-Reason PIC X(20).
           02 TO-Status PIC X(1). *> P = pending, A = approved, D = declined
           02 TO-ReqDate PIC 9(8). *> CCYYMMDD the request was keyed
           02 TO-DecidedBy PIC X(10). *> the manager who approved or declined it
           02 TO-DecidedDate PIC 9(8).
