      *> Shared layout for LocalGift.dat -- gift-card draws taken at a
      *> register while the back office (and GiftCard.dat with it) was
      *> unreachable. testPOS appends one line per GIFT tender in local
      *> mode; LOCALSYNC posts them to GiftCard.dat when the link returns.
       01 LocalGiftData.
           02 LG-CardNo PIC X(12).
           02 LG-TransNo PIC 9(6). *> the offline-block transaction number the draw was tendered on
           02 LG-Date PIC 9(8).
           02 LG-Time PIC 9(6).
           02 LG-Amount PIC 9(6)V99. *> taken without a balance check, no more than OfflineFloorLimit
           02 LG-TermID PIC X(4).
