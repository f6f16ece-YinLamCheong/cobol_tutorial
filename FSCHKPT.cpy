      *> Shared layout for FSCheck.dat -- the food-safety checkpoints staff
      *> work through every day in FSLOG: fridge and freezer temperatures,
      *> cooking-probe readings and the closing cleaning checks. Read by
      *> HEALTHCHK for the morning warning and by FSRPT for the monthly
      *> compliance report.
       01 FSCheckData.
           02 FC-CheckID PIC X(6).
           02 FC-Desc PIC X(30).
           02 FC-Type PIC X(1). *> T = temperature reading, C = cleaning check (done or not)
           02 FC-MinTemp PIC S9(3)V9 SIGN LEADING SEPARATE. *> T only: lowest safe reading, degrees C
           02 FC-MaxTemp PIC S9(3)V9 SIGN LEADING SEPARATE. *> T only: highest safe reading, degrees C
           02 FC-TimesPerDay PIC 9(1). *> readings a full day needs, eg 2 for opening and closing
           02 FC-Active PIC X(1). *> N = retired, no longer expected
