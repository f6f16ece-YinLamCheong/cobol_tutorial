      *> Shared layout for Complaint.dat, the guest complaint log: one
      *> record per complaint, keyed back to the receipt the guest
      *> complained about. Written by testPOS when a manager rings a
      *> goodwill comp and by CMPLLOG for everything settled some other
      *> way; rolled up monthly by CMPLRPT.
       01 ComplaintData.
           02 CP-ComplaintNo PIC 9(5).
           02 CP-Date PIC 9(8).
           02 CP-Time PIC 9(6).
           02 CP-OrigTransNo PIC 9(6). *> SL-TransNo of the sale complained about, zero when the receipt is lost
           02 CP-Category PIC X(2). *> FQ food quality, TE temperature, WI wrong item, SL slow, SV service, CL cleanliness, FO foreign object, OT other
           02 CP-MenuID PIC X(4) OCCURS 3 TIMES. *> the dishes complained about
           02 CP-Action PIC X(2). *> CP goodwill comp rung at the register, RM remade, RF refunded, AP apology only
           02 CP-CompValue PIC 9(6)V99. *> menu value given away, zero when nothing was comped
           02 CP-CompTransNo PIC 9(6). *> the sale that carried the comp lines, zero otherwise
           02 CP-ManagerID PIC X(10).
           02 CP-Note PIC X(30).
