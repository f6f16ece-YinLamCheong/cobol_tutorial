      *> Shared layout for LockLog.dat -- the record-conflict trail. A line
      *> is written through LOCKWAIT the first time a program finds a record
      *> (or a whole control file) held by another register, and a second
      *> line if it is still held after the last retry and the program gives
      *> up on it -- so BUSY lines count the conflicts, GAVE UP the failures.
       01 LockLogData.
           02 LR-Date PIC 9(8). *> CCYYMMDD
           02 LR-Time PIC 9(6). *> HHMMSS
           02 LR-Program PIC X(10). *> the program that had to wait, eg TESTPOS
           02 LR-File PIC X(14). *> the shared file, eg GiftCard.dat
           02 LR-Key PIC X(20). *> the record key, spaces for a whole-file hold
           02 LR-Tries PIC 9(2). *> tries made so far
           02 LR-Outcome PIC X(8). *> BUSY = first wait, GAVE UP = retries used up
