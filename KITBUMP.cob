        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. KITBUMP. *> bump screen for a prep station: lists the tickets still waiting with their age, and stamps one ready by transaction number
AUTHOR. Yanling.
DATE-WRITTEN.Sep 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT KitchenTimeFile ASSIGN TO "KitchenTime.dat" *> fire records written by the registers as each station ticket prints
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS KitTimeStatus.

DATA DIVISION.
FILE SECTION.
FD KitchenTimeFile.
COPY KITTIME.

WORKING-STORAGE SECTION.
01 WSEOF PIC X VALUE 'N'.
01 KitTimeStatus PIC XX.
01 WS-Station PIC X(8).
01 WS-BumpUser PIC X(10).
01 WS-BumpIn PIC X(6).
01 WS-BumpNo PIC 9(6).
01 WS-Bumped PIC X.
01 WS-Waiting PIC 9(3).
01 WS-Today PIC 9(8).
01 WS-TimeRaw PIC 9(8).
01 WS-NowMins PIC 9(5).
01 WS-WaitMins PIC S9(7).
01 WS-TimeSplit.
        05 WS-TimeHH PIC 9(2).
        05 WS-TimeMM PIC 9(2).
        05 FILLER PIC 9(2).
COPY RATES. *> TicketTargetMins flags the tickets running late

PROCEDURE DIVISION.
StartPara.
        DISPLAY "Station (GRILL/FRY/COLD/BAR..) : " WITH NO ADVANCING
        ACCEPT WS-Station
        DISPLAY "Your user ID : " WITH NO ADVANCING
        ACCEPT WS-BumpUser
        MOVE SPACE TO WS-BumpIn
        PERFORM UNTIL WS-BumpIn = 'X' OR WS-BumpIn = 'x'
            PERFORM ShowWaiting
            DISPLAY " "
            DISPLAY "Trans # to bump ready, ENTER = refresh, X = exit : " WITH NO ADVANCING
            ACCEPT WS-BumpIn
            IF WS-BumpIn NOT = SPACE AND WS-BumpIn NOT = 'X'
                AND WS-BumpIn NOT = 'x'
                PERFORM BumpTicket
            END-IF
        END-PERFORM.
        STOP RUN.

*> EVERY TICKET THIS STATION HAS NOT BUMPED YET, OLDEST FIRST AS THEY WERE FIRED
ShowWaiting.
        ACCEPT WS-Today FROM DATE YYYYMMDD
        ACCEPT WS-TimeRaw FROM TIME
        MOVE WS-TimeRaw(1:6) TO WS-TimeSplit
        COMPUTE WS-NowMins = WS-TimeHH * 60 + WS-TimeMM
        MOVE 0 TO WS-Waiting
        DISPLAY " "
        DISPLAY "WAITING AT " WS-Station
        DISPLAY "Trans#  Fired   Mins  Cashier"
        OPEN INPUT KitchenTimeFile
        IF KitTimeStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ KitchenTimeFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF KS-Status = 'F' AND KS-Station = WS-Station
                            PERFORM ShowOneTicket
                        END-IF
                END-READ
            END-PERFORM
            CLOSE KitchenTimeFile
        END-IF
        DISPLAY WS-Waiting " ticket(s) waiting.".

ShowOneTicket.
        ADD 1 TO WS-Waiting
        MOVE KS-FireTime TO WS-TimeSplit
        COMPUTE WS-WaitMins =
            (FUNCTION INTEGER-OF-DATE(WS-Today)
             - FUNCTION INTEGER-OF-DATE(KS-FireDate)) * 1440
            + WS-NowMins - (WS-TimeHH * 60 + WS-TimeMM)
        IF WS-WaitMins > TicketTargetMins
            DISPLAY KS-TransNo "  " KS-FireTime "  " WS-WaitMins "  " KS-UserID " ** LATE **"
        ELSE
            DISPLAY KS-TransNo "  " KS-FireTime "  " WS-WaitMins "  " KS-UserID
        END-IF.

*> STAMP THE READY TIME ON THIS STATION'S OPEN RECORD FOR THE TRANSACTION
BumpTicket.
        MOVE 'N' TO WS-Bumped
        IF FUNCTION TRIM(WS-BumpIn) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-BumpIn) TO WS-BumpNo
            OPEN I-O KitchenTimeFile
            IF KitTimeStatus = "00"
                MOVE 'N' TO WSEOF
                PERFORM UNTIL WSEOF = 'Y'
                    READ KitchenTimeFile
                        AT END MOVE 'Y' TO WSEOF
                        NOT AT END
                            IF KS-Status = 'F' AND KS-Station = WS-Station
                                AND KS-TransNo = WS-BumpNo
                                MOVE 'B' TO KS-Status
                                ACCEPT KS-ReadyDate FROM DATE YYYYMMDD
                                ACCEPT WS-TimeRaw FROM TIME
                                MOVE WS-TimeRaw(1:6) TO KS-ReadyTime
                                MOVE WS-BumpUser TO KS-BumpedBy
                                REWRITE KitchenTimeData
                                MOVE 'Y' TO WS-Bumped
                                MOVE 'Y' TO WSEOF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE KitchenTimeFile
            END-IF
        END-IF
        IF WS-Bumped = 'Y'
            DISPLAY "Ticket " WS-BumpNo " bumped ready."
        ELSE
            DISPLAY "NO WAITING TICKET " WS-BumpIn " AT " WS-Station "."
        END-IF.
