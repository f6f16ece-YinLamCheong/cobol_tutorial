    *> Parameters for TXPOST, which files a sale or refund header into the
    *> transaction directory (TransIdx.dat). Call it with the header just
    *> written, the journal file it went to and its record number there
    *> (zero when it was appended to the live log and the number isn't
    *> known -- DAYARCH fills the position in when the day is archived).
     01 TI-LogFile PIC X(30).
     01 TI-LogRecNo PIC 9(7).
