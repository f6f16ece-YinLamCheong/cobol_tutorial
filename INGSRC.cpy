      *> Shared layout for IngSource.dat -- which invoiced item each recipe
      *> ingredient is bought as, so a supplier's invoice price can be
      *> turned into a cost per recipe unit. Linked in INGSTOCK, read by
      *> the COSTUPD cost-update run.
       01 IngSourceData.
           02 IX-Ingredient PIC X(20). *> same spelling as RC-Ingredient on Recipe.dat
           02 IX-PurchItem PIC X(4). *> the item code the supplier invoices it under (IV-MenuID on SuppInv.dat)
           02 IX-UnitsPerPack PIC 9(5)V99. *> recipe units in one invoiced unit (a case of 24 = 24.00); zero is taken as one
