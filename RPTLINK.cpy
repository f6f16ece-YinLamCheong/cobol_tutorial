    *> Parameters for RPTFILE, which files a finished batch report into the
    *> dated report library (RptLib.dat). After the report is closed, move
    *> in the report file name, the program name and the business date the
    *> report covers (zero = today), and call it.
     01 RF-ReportName PIC X(30).
     01 RF-Program PIC X(10).
     01 RF-BusDate PIC 9(8).
