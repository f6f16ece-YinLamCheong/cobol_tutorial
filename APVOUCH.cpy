      *> Shared layout for Payables.dat -- one open payable (voucher) per
      *> supplier invoice that INVMATCH found clean against Receiving.dat
      *> and the PO. APPAYRUN pays them and marks them paid, APAGING ages
      *> what is still open.
       01 VoucherData.
           02 AP-VoucherNo PIC 9(6).
           02 AP-SupplierID PIC X(4).
           02 AP-InvoiceNo PIC X(10).
           02 AP-PONo PIC 9(5).
           02 AP-VouchDate PIC 9(8). *> CCYYMMDD the match run raised the payable
           02 AP-DueDate PIC 9(8). *> worked out from SUP-Terms on Supplier.dat
           02 AP-Amount PIC 9(7)V99. *> invoice total, qty times unit price over its lines
           02 AP-Status PIC X(1). *> O = open, P = paid
           02 AP-PaidDate PIC 9(8). *> zero while open
           02 AP-CheckNo PIC 9(6). *> the payment-run check that settled it, zero while open
