      *> Shared layout for CustAlias.dat -- one line per customer ID that
      *> was merged away into another in coboltut-13. The journals keep
      *> the old ID on their records, so CUSTSTMT follows these lines to
      *> credit that history to the surviving account. An undone merge
      *> takes its line back out.
       01 CustAliasData.
           02 CA-OldID PIC 9(5). *> the retired IDNum, no longer on Customer.dat
           02 CA-SurvivorID PIC 9(5). *> the IDNum it was merged into
           02 CA-MergedDate PIC 9(8). *> CCYYMMDD
           02 CA-MergedBy PIC X(10). *> the manager who signed the merge off
