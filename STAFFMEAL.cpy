      *> Shared layout for StaffMeal.dat -- one record per employee meal
      *> rung at the register on the STAF tender. Read back by the register
      *> to hold each person to their monthly allowance, by PAYEXT for the
      *> taxable-benefit value on the payroll extract, and by MEALRPT.
       01 StaffMealData.
           02 SM-CashierID PIC X(10). *> the employee who ate, as on Cashier.dat
           02 SM-Date PIC 9(8).
           02 SM-Time PIC 9(6).
           02 SM-TransNo PIC 9(6).
           02 SM-Amount PIC 9(6)V99. *> value of the meal charged against the allowance
           02 SM-RungBy PIC X(10). *> the user logged in at the register
           02 SM-TermID PIC X(4).
