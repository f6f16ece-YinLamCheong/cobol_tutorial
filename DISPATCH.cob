DATA DIVISION.
FILE SECTION.
FD DelivFile.
COPY DELIVREC.

FD SalesLog.
COPY SALESLOG.
01 WS-SettleTotal PIC 9(7)V99.
01 WS-SettleCount PIC 9(3).
01 WS-AmtDisp PIC $$$,$$9.99.
01 WS-Placed PIC X.

PROCEDURE DIVISION.
StartPara.
        END-PERFORM.
        STOP RUN.

*> THE ORDER WAS ALREADY RUNG AND JOURNALED. A DELIVERY RUNG WITH A ZONE IS
*> WAITING ON THE DISPATCH FILE AS PLACED AND JUST TAKES THE DRIVER; ANY
*> OTHER PHONE ORDER IS FOUND BY ITS HEADER AND PUT ON THE FILE HERE
AssignOrder.
        DISPLAY " "
        DISPLAY "Transaction number of the order : " WITH NO ADVANCING
        DISPLAY "Driver ID : " WITH NO ADVANCING
        ACCEPT WS-DriverIn

        PERFORM AssignPlacedOrder
        IF WS-Placed = 'Y'
            PERFORM ShowAddress
            DISPLAY "Order " WS-TransNoIn " assigned to " WS-DriverIn ", promised by "
                DV-PromiseTime(1:2) ":" DV-PromiseTime(3:2) " (zone " DV-ZoneID ")."
        ELSE
            PERFORM AssignUnplacedOrder
        END-IF.

AssignPlacedOrder.
        MOVE 'N' TO WS-Placed
        OPEN I-O DelivFile
        IF DelivStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ DelivFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF DV-TransNo = WS-TransNoIn AND DV-Status = 'P'
                            MOVE WS-DriverIn TO DV-Driver
                            MOVE 'A' TO DV-Status
                            REWRITE DelivData
                            MOVE 'Y' TO WS-Placed
                            MOVE 'Y' TO WSEOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DelivFile
        END-IF
        MOVE 'N' TO WSEOF.

AssignUnplacedOrder.
        MOVE 'N' TO WS-Found
        OPEN INPUT SalesLog
        IF SalesLogStatus = "00"
            MOVE 'A' TO DV-Status
            MOVE 0 TO DV-OutTime
            MOVE 0 TO DV-DelivTime
            MOVE SPACE TO DV-ZoneID
            MOVE 0 TO DV-Fee
            MOVE 0 TO DV-QuoteMins
            MOVE 0 TO DV-PromiseTime
            OPEN EXTEND DelivFile
            IF DelivStatus NOT = "00"
                OPEN OUTPUT DelivFile *> very first dispatched delivery

ShowBoard.
        DISPLAY " "
        DISPLAY "Trans   Driver      St  Out     Delivered  Amount      Zone  Promised"
        OPEN INPUT DelivFile
        IF DelivStatus = "00"
            MOVE 'N' TO WSEOF
                    NOT AT END
                        IF DV-Status NOT = 'S'
                            MOVE DV-Amount TO WS-AmtDisp
                            IF DV-PromiseTime IS NOT NUMERIC
                                MOVE 0 TO DV-PromiseTime *> from before delivery zones
                            END-IF
                            DISPLAY DV-TransNo "  " DV-Driver "  " DV-Status
                                "   " DV-OutTime "  " DV-DelivTime "  " WS-AmtDisp
                                "  " DV-ZoneID "  " DV-PromiseTime(1:2) ":" DV-PromiseTime(3:2)
                        END-IF
                END-READ
            END-PERFORM
