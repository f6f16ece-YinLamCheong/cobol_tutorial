      *> lockout" finally has one place to look. Reported by SECRPT.
       01 SecLogRecord.
           05 SEC-ProgramName PIC X(12).
           05 SEC-Event PIC X(12). *> LOGIN-OK / LOGIN-FAIL / LOCKOUT-SET / LOCKOUT-CLR / PSWD-CHANGE / PSWD-RESET / PRICE-OVRD / CLOSEFLG-CLR / CLOSE-RUN / TRAINING / USER-ADD / USER-TOGGLE / ROLE-SET / CUST-EXPORT / CUST-ERASE / AUDIT-EXPORT / KIOSK-CLOSE / AGE-CHECK / AGE-REFUSE / GOODWILL-CP
           05 SEC-UserID PIC X(10). *> who did it (the actor)
           05 SEC-Target PIC X(20). *> who or what it was done to, spaces when the actor is the subject
           05 SEC-Date PIC 9(8). *> CCYYMMDD
