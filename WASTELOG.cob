            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MenuID
            LOCK MODE IS MANUAL
            FILE STATUS IS MenuFileStatus.
        SELECT WasteFile ASSIGN TO "WasteLog.dat" *> append-only waste journal, rolled into FOODCOST's waste page
            ORGANIZATION IS LINE SEQUENTIAL
01 WS-MenuIDIn PIC X(4).
01 WS-QtyIn PIC 9(3).
01 WS-ReasonIn PIC X(4).
COPY LOCKLINK. *> record locking on the shared files
01 MenuExists PIC X. *> Y / N, or B = held at a register past the retries

PROCEDURE DIVISION.
StartPara.
        MOVE "WASTELOG" TO CN-Program
        DISPLAY "WASTE / SPOILAGE ENTRY"
        DISPLAY "Your user ID : " WITH NO ADVANCING.
        ACCEPT WS-UserID.
                IF WS-QtyIn = 0
                    DISPLAY "Zero quantity, nothing logged."
                ELSE
                    *> A REGISTER MAY HAVE SOLD SOME WHILE THE PROMPTS WERE UP --
                    *> TAKE THE WASTE OFF A FRESH COUNT, READ UNDER LOCK
                    PERFORM LockMenuRecord
                END-IF
                IF WS-QtyIn NOT = 0 AND MenuExists = 'Y'
                    IF WS-QtyIn > MenuStockQty
                        *> SAME CAP MENUMNT'S WASTAGE OPTION APPLIES
                        DISPLAY "Wastage capped at the stock on hand."
                    END-IF
                    SUBTRACT WS-QtyIn FROM MenuStockQty
                    REWRITE MenuData
                    UNLOCK MenuFile
                    PERFORM WriteWasteJournal
                    DISPLAY "Logged. New stock on hand : " MenuStockQty
                END-IF
            CLOSE MenuFile
        END-IF.

*> READ THE ITEM WITH LOCK, WAITING (VIA LOCKWAIT) WHILE A REGISTER HOLDS IT
LockMenuRecord.
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
                MOVE 'B' TO MenuExists
                DISPLAY "Item is in use at a register -- nothing logged, try again."
            WHEN MenuFileStatus(1:1) = "0"
                MOVE 'Y' TO MenuExists
            WHEN OTHER
                MOVE 'N' TO MenuExists
                DISPLAY "Item has gone from the menu -- nothing logged."
        END-EVALUATE.

WriteWasteJournal.
        OPEN EXTEND WasteFile
            ACCEPT WL-Date FROM DATE YYYYMMDD
