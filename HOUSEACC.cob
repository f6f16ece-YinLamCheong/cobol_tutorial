            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            LOCK MODE IS MANUAL *> the limit is set on a copy read WITH LOCK -- the registers move points as they sell
            FILE STATUS IS CustomerFileStatus.
        SELECT StmtReport ASSIGN TO "HouseStmt.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
        05 FILLER PIC X(1) VALUE SPACE.
        05 PrnAge90 PIC $$$,$$9.99.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing
COPY LOCKLINK. *> record locking on the shared files

PROCEDURE DIVISION.
StartPara.
        MOVE "HOUSEACC" TO CN-Program.
        ACCEPT WS-Today FROM DATE YYYYMMDD.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
        WRITE PrintLine FROM StmtBalanceLine AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
        CLOSE StmtReport
        MOVE "HouseStmt.rpt" TO RF-ReportName
        MOVE "HOUSEACC" TO RF-Program
        MOVE 0 TO RF-BusDate
        CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
        MOVE 'N' TO WSEOF
        DISPLAY "Statement written to HouseStmt.rpt".

            END-IF
            WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
            CLOSE StmtReport
            MOVE "HouseStmt.rpt" TO RF-ReportName
            MOVE "HOUSEACC" TO RF-Program
            MOVE 0 TO RF-BusDate
            CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
            DISPLAY "Aging report written to HouseStmt.rpt"
        END-IF
        MOVE 'N' TO WSEOF.
                    DISPLAY "Current limit : " CreditLimit
                    DISPLAY "New credit limit (whole dollars, 0 closes the account) : " WITH NO ADVANCING
                    ACCEPT WS-LimitIn
                    *> SET ON A FRESH COPY READ UNDER LOCK -- THE REGISTERS MAY HAVE
                    *> MOVED THE POINTS WHILE THE LIMIT WAS KEYED
                    MOVE "Customer.dat" TO CN-File
                    MOVE IDNum TO CN-Key
                    MOVE 0 TO CN-Tries
                    MOVE 'N' TO CN-GaveUp
                    MOVE "51" TO CustomerFileStatus
                    PERFORM UNTIL CustomerFileStatus NOT = "51" OR CN-GaveUp = 'Y'
                        READ CustomerFile WITH LOCK
                            INVALID KEY CONTINUE
                        END-READ
                        IF CustomerFileStatus = "51"
                            CALL "LOCKWAIT" USING CN-LockLink
                        END-IF
                    END-PERFORM
                    IF CN-GaveUp = 'Y'
                        DISPLAY "Customer is in use at a register -- limit not set, try again."
                    ELSE
                        MOVE WS-LimitIn TO CreditLimit
                        REWRITE CustomerData
                        DISPLAY "Limit set."
                    END-IF
            END-READ
            CLOSE CustomerFile
        END-IF.
