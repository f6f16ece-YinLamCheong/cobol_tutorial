           02 CashierActive PIC X(1). *> N = disabled by USERMNT; Y or space (records from before this field) = active
           02 CashierPswdDate PIC 9(8). *> CCYYMMDD the password was last changed; zero forces a change
           02 CashierForceChg PIC X(1). *> Y = must change the password at next register login
           02 CashierMealAllow PIC 9(4)V99. *> monthly staff-meal allowance at the register; spaces (records from before this field) = the StaffMealAllowance default in RATES, zero = no staff meals
           02 CashierCerts. *> certificates the user holds, kept in USERMNT; spaces (records from before this field) = none
               03 CashierCert OCCURS 3 TIMES.
                   04 CertType PIC X(1). *> F = food handler, A = responsible alcohol service, space = slot unused
                   04 CertRef PIC X(12). *> certificate number as printed on it
                   04 CertExpiry PIC 9(8). *> CCYYMMDD the certificate lapses
