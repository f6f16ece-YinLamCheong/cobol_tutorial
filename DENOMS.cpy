      *> The notes and coins a cash drawer is counted in, largest first --
      *> included in WORKING-STORAGE wherever a drawer is counted or a change
      *> order worked out. DenomFloatMix is the make-up of one standard
      *> float worth DrawerFloatRetain; DenomPackQty is how many the bank issues
      *> at a time (notes singly, coin by the roll).
       01 DenomCount PIC 99 VALUE 10.
       01 DenomValues.
           05 FILLER PIC X(20) VALUE "10000NOTE 0000001   ".
           05 FILLER PIC X(20) VALUE "05000NOTE 0000001   ".
           05 FILLER PIC X(20) VALUE "02000NOTE 0001001   ".
           05 FILLER PIC X(20) VALUE "01000NOTE 0002001   ".
           05 FILLER PIC X(20) VALUE "00500NOTE 0004001   ".
           05 FILLER PIC X(20) VALUE "00100NOTE 0025001   ".
           05 FILLER PIC X(20) VALUE "00025COIN 0040040   ".
           05 FILLER PIC X(20) VALUE "00010COIN 0030050   ".
           05 FILLER PIC X(20) VALUE "00005COIN 0030040   ".
           05 FILLER PIC X(20) VALUE "00001COIN 0050050   ".
       01 DenomTable REDEFINES DenomValues.
           05 DenomEntry OCCURS 10 TIMES.
               10 DenomValue PIC 9(3)V99.
               10 DenomKind PIC X(5). *> NOTE or COIN
               10 DenomFloatMix PIC 9(4). *> pieces in one standard float
               10 DenomPackQty PIC 9(3). *> pieces the bank issues at a time
               10 FILLER PIC X(3).
