        02 RC-LastStep PIC 9(1). *> 0 = nothing done, 6 = close complete

FD DrawerFile.
COPY DRAWREC.

FD RunCalFile.
01 RunCalData.
        02 CAL-Desc PIC X(20). *> CHRISTMAS DAY, REFIT..

FD RunHistFile.
COPY RUNHIST.

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
                READ RunHistFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF RH-Date = WS-Today AND RH-Step = 6 AND RH-Job = SPACE
                            AND RH-Status = "COMPLETE"
                            MOVE 'Y' TO WS-AlreadyClosed
                        END-IF
        ACCEPT WS-TimeRaw FROM TIME
        MOVE WS-TimeRaw(1:6) TO RH-EndTime
        MOVE WS-HistStatus TO RH-Status
        MOVE SPACE TO RH-Job
        WRITE RunHistData
        CLOSE RunHistFile.

