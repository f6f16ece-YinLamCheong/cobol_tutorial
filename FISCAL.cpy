      *> Shared layout for FiscalCal.dat -- one record per business date,
      *> mapping it to head office's 4-4-5 fiscal year, period and week
      *> (weeks run Monday to Sunday). Built a year at a time by FISCMNT,
      *> kept in date order, and looked up through FISCLOOK.
       01 FiscalCalData.
           02 FC-Date PIC 9(8). *> CCYYMMDD
           02 FC-FiscalYear PIC 9(4).
           02 FC-Period PIC 9(2). *> 01-12: periods 3, 6, 9 and 12 carry five weeks, the rest four
           02 FC-Week PIC 9(2). *> week of the fiscal year, 01-53
           02 FC-PeriodWeek PIC 9(1). *> week within the period, 1-5 (a 53-week year runs period 12 to six)
