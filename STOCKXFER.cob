            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MenuID
            LOCK MODE IS MANUAL
            FILE STATUS IS MenuFileStatus.
        SELECT XferReport ASSIGN TO "XferDisc.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
        05 PrnProblem PIC X(26).
01 CleanLine PIC X(44) VALUE "No discrepancies -- everything sent arrived.".
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing
COPY LOCKLINK. *> record locking on the shared files

PROCEDURE DIVISION.
StartPara.
        MOVE "STOCKXFER" TO CN-Program
        ACCEPT WS-Today FROM DATE YYYYMMDD.
        DISPLAY "Your user ID : " WITH NO ADVANCING.
        ACCEPT WS-UserID.
                    IF WS-QtyIn = 0
                        DISPLAY "  Zero, line skipped."
                    ELSE
                        *> THE COUNT MAY HAVE MOVED AT A REGISTER WHILE THE PROMPT WAS UP --
                        *> DRAW THE LINE OFF A FRESH COPY, READ UNDER LOCK
                        MOVE "Menu.dat" TO CN-File
                        MOVE MenuID TO CN-Key
                        MOVE 0 TO CN-Tries
                        MOVE 'N' TO CN-GaveUp
                        MOVE "51" TO MenuFileStatus
                        PERFORM UNTIL MenuFileStatus NOT = "51" OR CN-GaveUp = 'Y'
                            READ MenuFile WITH LOCK
                                INVALID KEY CONTINUE
                            END-READ
                            IF MenuFileStatus = "51"
                                CALL "LOCKWAIT" USING CN-LockLink
                            END-IF
                        END-PERFORM
                        EVALUATE TRUE
                            WHEN CN-GaveUp = 'Y'
                                DISPLAY "  Item is held at a register, line skipped -- key it again."
                            WHEN MenuFileStatus(1:1) NOT = "0"
                                DISPLAY "  Item has gone from the menu, line skipped."
                            WHEN OTHER
                                IF WS-QtyIn > MenuStockQty
                                    DISPLAY "  Capped at the stock on hand."
                                    MOVE MenuStockQty TO WS-QtyIn
                                END-IF
                                SUBTRACT WS-QtyIn FROM MenuStockQty
                                REWRITE MenuData
                                UNLOCK MenuFile
                                OPEN EXTEND XferFile
                                IF XferStatus NOT = "00"
                                    OPEN OUTPUT XferFile *> very first transfer
                                END-IF
                                MOVE SPACE TO XferData
                                MOVE WS-XferNo TO XF-XferNo
                                MOVE 'T' TO XF-Status
                                MOVE WS-FromStore TO XF-FromStore
                                MOVE WS-ToStore TO XF-ToStore
                                MOVE WS-ItemIn TO XF-MenuID
                                MOVE WS-QtyIn TO XF-Qty
                                MOVE 0 TO XF-RecvQty
                                MOVE WS-Today TO XF-IssueDate
                                MOVE 0 TO XF-RecvDate
                                MOVE WS-UserID TO XF-IssueUser
                                WRITE XferData
                                CLOSE XferFile
                                ADD 1 TO WS-LinesDone
                        END-EVALUATE
                    END-IF
            END-READ
            CLOSE MenuFile
            OPEN I-O MenuFile
            IF MenuFileStatus = "00"
                MOVE XF-MenuID TO MenuID
                MOVE "Menu.dat" TO CN-File
                MOVE MenuID TO CN-Key
                MOVE 0 TO CN-Tries
                MOVE 'N' TO CN-GaveUp
                MOVE "51" TO MenuFileStatus
                PERFORM UNTIL MenuFileStatus NOT = "51" OR CN-GaveUp = 'Y'
                    READ MenuFile WITH LOCK
                        INVALID KEY CONTINUE
                    END-READ
                    IF MenuFileStatus = "51"
                        CALL "LOCKWAIT" USING CN-LockLink
                    END-IF
                END-PERFORM
                EVALUATE TRUE
                    WHEN CN-GaveUp = 'Y'
                        DISPLAY "  " XF-MenuID " is held at a register -- stock not posted, add it in MENUMNT."
                    WHEN MenuFileStatus(1:1) NOT = "0"
                        DISPLAY "  " XF-MenuID " is not on this store's menu -- stock not posted."
                    WHEN OTHER
                        ADD WS-RecvQtyIn TO MenuStockQty
                        REWRITE MenuData
                        UNLOCK MenuFile
                        DISPLAY "  Stock on hand now " MenuStockQty
                END-EVALUATE
                CLOSE MenuFile
            END-IF
        END-IF.
        END-IF
        WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
        CLOSE XferReport
        MOVE "XferDisc.rpt" TO RF-ReportName
        MOVE "STOCKXFER" TO RF-Program
        MOVE 0 TO RF-BusDate
        CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
        MOVE 'N' TO WSEOF
        DISPLAY DiscrepCount " discrepanc(ies), report written to XferDisc.rpt".

