           02 SUP-Name PIC X(25).
           02 SUP-Phone PIC X(12).
           02 SUP-Email PIC X(25).
           02 SUP-Terms PIC X(10). *> payment terms as agreed (eg NET30, COD, EOM) -- the days figure sets the due date on the AP vouchers INVMATCH raises
