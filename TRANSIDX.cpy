      *> Shared layout for TransIdx.dat -- the transaction directory. One
      *> entry per numbered sale or refund header, keyed on the transaction
      *> number with the loyalty customer as a second key, pointing at the
      *> journal file and record holding the header. Posted by TXPOST as
      *> orders complete (live log, no position yet) and again by DAYARCH
      *> as the day moves to its dated archive (file and record number).
       01 TransIdxData.
           05 TX-TransNo PIC 9(6).
           05 TX-CustID PIC 9(5). *> zero for a walk-in
           05 TX-RecType PIC X(1). *> H = sale, R = refund
           05 TX-Date PIC X(8). *> CCYYMMDD
           05 TX-Time PIC X(6). *> HHMMSS
           05 TX-TermID PIC X(4). *> the register that rang it
           05 TX-StoreID PIC X(4).
           05 TX-Amount PIC 9(6)V99.
           05 TX-LogFile PIC X(30). *> SalesLog.dat while the day is live, then SalesLog_CCYYMMDD.dat
           05 TX-LogRecNo PIC 9(7). *> record number of the header within TX-LogFile, zero while still on the live log
