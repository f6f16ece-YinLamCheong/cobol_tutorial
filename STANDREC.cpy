      *> Shared layout for Standing.dat -- each student's academic standing
      *> for a term, written by STANDING at the end of term. The standing
      *> for the term before is what turns a second warning into probation.
       01 StandingData.
           02 SD-SIDNum PIC 9(6).
           02 SD-Term PIC X(6). *> as on TermGrade.dat, eg 2026T1
           02 SD-Standing PIC X(1).
               88 SD-HonourRoll VALUE 'H'.
               88 SD-GoodStanding VALUE 'G'.
               88 SD-Warning VALUE 'W'.
               88 SD-Probation VALUE 'P'.
           02 SD-Average PIC 999V9. *> the term average the standing was set on
           02 SD-Fails PIC 99. *> subjects below the pass mark that term
           02 SD-RunDate PIC 9(8). *> CCYYMMDD the standing run was made
