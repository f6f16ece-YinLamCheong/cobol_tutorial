      *> Shared layout for JobSched.dat -- the batch jobs POSCLOSE does not
      *> run, each with how often it falls due and what it has to wait
      *> for. Maintained in RUNCALMNT, worked through nightly by JOBSCHED.
       01 JobSchedData.
           02 JS-Job PIC X(10). *> the program, run as ./<name> like the POSCLOSE steps
           02 JS-Freq PIC X(1). *> D = daily, W = weekly, M = a day of the month, E = month-end
           02 JS-Day PIC 9(2). *> W: 1 = Monday .. 7 = Sunday; M: day of month (past the month's end = its last day)
           02 JS-After PIC X(10). *> POSCLOSE = tonight's close must be complete, a job name = it must have completed tonight, spaces = none
           02 JS-Active PIC X(1). *> N = held, not run
           02 JS-Input PIC X(40). *> answers for a job that prompts, fed to it one per line ("/" between them); spaces = none
