      *> Shared layout for TermCal.dat -- the school term calendar, one record
      *> per term, kept by TERMGRD and read wherever a date has to be placed
      *> in a term (TRANSCRPT's and ATTRPT's attendance figures).
       01 TermCalData.
           02 TC-Term PIC X(6). *> as on TermGrade.dat, eg 2026T1
           02 TC-StartDate PIC 9(8). *> CCYYMMDD first day of term
           02 TC-EndDate PIC 9(8). *> CCYYMMDD last day of term
