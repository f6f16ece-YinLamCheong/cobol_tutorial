      *> Shared layout for Dispute.dat, the card chargeback case file kept
      *> by DISPUTE. One record per processor notice; a case marked lost is
      *> picked up once by GLEXTRACT and posted through GLMap.dat.
       01 DisputeData.
           02 DP-ProcRef PIC X(16). *> the processor's case reference off the notice
           02 DP-TransNo PIC 9(6). *> the SL-TransNo being disputed
           02 DP-SaleDate PIC 9(8). *> CCYYMMDD of the sale -- finds the dated SalesLog archive
           02 DP-Amount PIC 9(6)V99. *> the amount the processor has charged back
           02 DP-Reason PIC X(4). *> the processor's reason code (fraud, not received, duplicate ..)
           02 DP-OpenDate PIC 9(8). *> CCYYMMDD the notice was logged
           02 DP-DueDate PIC 9(8). *> CCYYMMDD the response must reach the processor by
           02 DP-Status PIC X(1).
               88 DP-IsOpen VALUE 'O'. *> notice logged, no response sent yet
               88 DP-IsResponded VALUE 'R'. *> evidence sent, awaiting the processor's decision
               88 DP-IsWon VALUE 'W'. *> decided in our favour -- the money comes back
               88 DP-IsLost VALUE 'L'. *> decided against us -- written off through the ledger
           02 DP-ClosedDate PIC 9(8). *> CCYYMMDD won or lost, zero while the case is live
           02 DP-GLPosted PIC X(1). *> Y once GLEXTRACT has posted a lost case -- never posted twice
           02 DP-Note PIC X(30).
