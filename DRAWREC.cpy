      *> Shared layout for Drawer.dat -- one record per cash drawer event in
      *> testPOS. The opening float and the closing count are keyed note by
      *> note and coin by coin, in the order DENOMS lists the denominations,
      *> so a drawer that is over or short shows where the difference lies.
       01 DrawerData.
           02 DR-RecType PIC X(1). *> O = opening float, I = paid-in, U = paid-out (a staff advance is a paid-out naming the employee), C = closing count
           02 DR-UserID PIC X(10).
           02 DR-Date PIC 9(8).
           02 DR-Time PIC 9(6).
           02 DR-Amount PIC 9(6)V99.
           02 DR-Reason PIC X(20). *> paid-in/paid-out reason (milk run etc), blank otherwise
           02 DR-Expected PIC 9(6)V99. *> C records only - what the drawer should have held
           02 DR-OverShort PIC S9(5)V99 SIGN LEADING SEPARATE. *> C records only - counted minus expected
           02 DR-ByDenom PIC X(1). *> Y = O/C record counted by denomination, anything else = a total only
           02 DR-Denoms.
               03 DR-DenomQty PIC 9(4) OCCURS 10 TIMES. *> pieces of each denomination, DENOMS order
           02 DR-AdvEmpID PIC X(10). *> U records that are a staff cash advance: the employee who took it (recorded on Advance.dat too), spaces on an ordinary paid-out
