      *> Shared layout for RunHist.dat -- the permanent night-run history.
      *> POSCLOSE writes a line per close step attempt; JOBSCHED writes a
      *> line per scheduled job it runs, with the job name and step zero.
      *> Read by RUNCALMNT and by POSCLOSE/JOBSCHED themselves.
       01 RunHistData.
           02 RH-Date PIC 9(8). *> the business date being closed, or the date the job was due
           02 RH-Step PIC 9(1). *> POSCLOSE step 1-6; zero on a scheduled job
           02 RH-StartDate PIC 9(8).
           02 RH-StartTime PIC 9(6).
           02 RH-EndDate PIC 9(8).
           02 RH-EndTime PIC 9(6).
           02 RH-Status PIC X(8). *> COMPLETE or FAILED; WAITING = a job held for its prerequisite
           02 RH-Job PIC X(10). *> the scheduled job; spaces (and every line from before JOBSCHED) = a POSCLOSE step
