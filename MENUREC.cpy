           02 MenuSupplierID PIC X(4). *> who we buy it from, on Supplier.dat (SUPMNT); spaces = not set up yet
           02 MenuAllergens PIC X(8). *> flag letters, eg N = nuts, G = gluten, D = dairy, E = egg, S = shellfish; spaces = none declared
           02 MenuCalories PIC 9(4). *> calories per serving, zero when never captured
           02 MenuDeposit PIC 9(2)V99. *> container deposit charged per unit sold (bottles, cans) and paid back on return; zero = none
           02 MenuSoldBy PIC X(1). *> W = sold by weight, MenuItemPrice is then the price per kilo; space = by the unit
