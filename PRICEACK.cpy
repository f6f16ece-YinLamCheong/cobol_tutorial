      *> Shared layout for the PriceAck_<StoreID>.dat acknowledgement that
      *> PBAPPLY writes back from the store and PBEXCEPT reads at head
      *> office. One A line for the last package applied, then a P line for
      *> every item as its price stands in the store's Menu.dat right now.
       01 PriceAckRecord.
           02 AK-RecType PIC X(1). *> A = acknowledgement, P = a local price
           02 AK-StoreID PIC X(4).
           02 AK-PkgNo PIC 9(6). *> A: the last package applied, zero when none yet
           02 AK-AppliedDate PIC 9(8). *> A: CCYYMMDD it was applied
           02 AK-SnapDate PIC 9(8). *> A: CCYYMMDD the prices below were read
           02 AK-SnapTime PIC 9(6).
           02 AK-ItemsApplied PIC 9(5). *> A: menu records added or changed by the package
           02 AK-ItemsRejected PIC 9(5).
           02 AK-MenuID PIC X(4). *> P only
           02 AK-Price PIC 9(4)V99. *> P only
