    *> Parameters for LOCKWAIT, called each time a READ ... WITH LOCK comes
    *> back "51" (record held) or an exclusive OPEN comes back "61" (file
    *> held). Move in the program, file and key and zero CN-Tries and
    *> CN-GaveUp before the first try; LOCKWAIT counts the try, logs the
    *> conflict, waits LockWaitSecs and returns for another go -- or, once
    *> LockRetries is reached, sets CN-GaveUp to 'Y' so the caller can tell
    *> the cashier the record is busy.
     01 CN-LockLink.
        05 CN-Program PIC X(10).
        05 CN-File PIC X(14).
        05 CN-Key PIC X(20).
        05 CN-Tries PIC 99.
        05 CN-GaveUp PIC X.
