      *> Shared layout for RptLib.dat -- the report library index. Every
      *> batch report is filed by RPTFILE as a dated copy beside the live
      *> .rpt file, and gets one line here; RPTVIEW lists and reprints
      *> from it and RPTPURGE drops copies past the retention period.
       01 RptLibData.
           02 RL-ReportName PIC X(30). *> the live report file, eg ZReport.rpt
           02 RL-Program PIC X(10). *> the program that produced it
           02 RL-BusDate PIC 9(8). *> CCYYMMDD business date the report was run for
           02 RL-RunTime PIC 9(6). *> HHMMSS it was filed
           02 RL-Pages PIC 9(5).
           02 RL-Lines PIC 9(7).
           02 RL-CopyName PIC X(60). *> the dated copy, <report>_lib_<date>_<time>
