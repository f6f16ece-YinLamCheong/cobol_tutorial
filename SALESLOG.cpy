      *> record (H) per completed order, followed by one item record (I)
      *> per order line; refunds write their own header (R) and item (J)
      *> records, voids a single V record, and receipt reprints a single
      *> P event record with no money on it. A charity round-up taken at
      *> the tender line is a D record riding its header's transaction:
      *> SL-DiscountCode = the Charity.dat campaign, SL-MenuItemName = its
      *> name, SL-Amount = the donation, SL-Tender1Type/Amt = the CASH or
      *> CARD slot it was paid with -- owed to the charity, never a sale
      *> and never taxed.
       01 SalesLogRecord.
           05 SL-RecType PIC X(1). *> H = order header, I = item line, V = voided order, R = refund header, J = refund item line, P = receipt-reprint event, T = card tip (kept off the sale so the Z and tax totals stay clean), M = promotion taken at confirm (SL-DiscountCode = rule ID, SL-Qty = times, SL-Amount = the saving, already out of its header), B = container return (SL-MenuID = the item the containers came from, SL-Qty = how many, SL-Amount = the deposit paid back in cash), D = charity round-up
           05 SL-UserID PIC X(10).
           05 SL-Date PIC X(8). *> CCYYMMDD
           05 SL-Time PIC X(6). *> HHMMSS
           05 SL-MenuID PIC X(4). *> item lines: DEP = the untaxed container deposit on the line before it, held as a liability and never counted as a sale
           05 SL-MenuItemName PIC X(20).
           05 SL-Qty PIC 9(2).
           05 SL-Amount PIC 9(6)V99.
           05 SL-TaxExemptCert PIC X(12). *> tax-exempt certificate number, blank on taxable sales
           05 SL-TransNo PIC 9(6). *> sequential transaction number from TransCtl.dat, zero on records written before numbering (and on voids rung off before payment)
           05 SL-OrigPrice PIC 9(6)V99. *> item lines only: the menu unit price when a manager override repriced the line, else zero
           05 SL-OvrReason PIC X(2). *> item lines only: override reason code, blank when the line sold at the menu price -- CP marks a goodwill comp for a guest complaint (amount zero, the menu price in SL-OrigPrice), kept apart from overrides and promotions; PP marks a line paid off a prepaid plan (amount zero, the menu price in SL-OrigPrice)
           05 SL-TermID PIC X(4). *> register/terminal that wrote the record, from the per-machine Terminal.dat
           05 SL-CustID PIC 9(5). *> loyalty customer presented on the order, zero for a walk-in
           05 SL-TaxableAmt PIC 9(6)V99. *> headers only: the taxable subtotal (post-discount, pre-tax), zero on exempt sales
           05 SL-TaxAmt PIC 9(6)V99. *> headers only: the tax actually charged, carried so the remittance return needn't be reverse-engineered
           05 SL-DiscAmt PIC 9(6)V99. *> headers only: the discount amount given under SL-DiscountCode, zero when no code applied
           05 SL-Training PIC X(1). *> Y = practice transaction rung in training mode -- excluded from every real total
           05 SL-Channel PIC X(1). *> S = rung in store, K = ordered at the self-order kiosk, D = imported delivery-platform order; spaces on older records mean in store
           05 SL-RoundAmt PIC S9(1)V99 SIGN LEADING SEPARATE. *> headers only: cash-rounding applied to the tender line (signed); spaces on records from before rounding
           05 SL-StoreID PIC X(4). *> which site wrote the record, from Terminal.dat -- spaces on single-store-era records
           05 SL-SeatNo PIC 9(2). *> item lines on dine-in tabs: which seat ordered it, zero when seats weren't taken
           05 SL-SizeCode PIC X(1). *> item lines: the size variant sold (S/M/L..), space for unsized items
           05 SL-ChainValue PIC X(16). *> tamper-evident link to the record before, worked out by SLCHAIN as the record is written -- spaces on records from before chaining
           05 SL-Weight PIC 9(3)V999. *> item lines on weighed items: the kilos sold, the line's SL-Qty then being the one pack; zero or spaces on everything else
