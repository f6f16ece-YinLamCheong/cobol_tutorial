        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TXPOST. *> files one sale or refund header into the transaction directory (TransIdx.dat), keyed on transaction number with the customer as a second key, pointing at the journal file and record that hold it
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT TransIdxFile ASSIGN TO "TransIdx.dat" *> created on the first sale posted
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS TX-TransNo
            ALTERNATE RECORD KEY IS TX-CustID WITH DUPLICATES
            LOCK MODE IS MANUAL *> every register posts here as its orders complete
            FILE STATUS IS TransIdxStatus.

DATA DIVISION.
FILE SECTION.
FD TransIdxFile.
COPY TRANSIDX.

WORKING-STORAGE SECTION.
01 TransIdxStatus PIC XX.
01 TI-NewEntry PIC X(79).
COPY LOCKLINK. *> record locking on the shared files

LINKAGE SECTION.
COPY SALESLOG.
01 TI-LogFile PIC X(30).
01 TI-LogRecNo PIC 9(7).

*> ONLY NUMBERED, REAL SALE AND REFUND HEADERS ARE FILED. A NUMBER ALREADY ON
*> FILE IS MOVED ON TO ITS NEW HOME -- THE LIVE LOG ENTRY IS REPLACED BY THE
*> ARCHIVE POSITION WHEN DAYARCH ROLLS THE DAY, BUT AN ARCHIVED ENTRY IS NEVER
*> PUT BACK TO "LIVE, NO POSITION" BY A LATE REPOST
PROCEDURE DIVISION USING SalesLogRecord, TI-LogFile, TI-LogRecNo.
        MOVE "TXPOST" TO CN-Program
        IF (SL-RecType NOT = 'H' AND SL-RecType NOT = 'R')
            OR SL-TransNo NOT NUMERIC OR SL-TransNo = 0
            OR SL-Training = 'Y'
            GOBACK
        END-IF

        OPEN I-O TransIdxFile
        IF TransIdxStatus = "35"
            OPEN OUTPUT TransIdxFile
            CLOSE TransIdxFile
            OPEN I-O TransIdxFile
        END-IF
        IF TransIdxStatus NOT = "00"
            DISPLAY "Transaction directory (TransIdx.dat) not available, status " TransIdxStatus
            GOBACK
        END-IF

        MOVE SPACE TO TransIdxData
        MOVE SL-TransNo TO TX-TransNo
        IF SL-CustID IS NUMERIC
            MOVE SL-CustID TO TX-CustID
        ELSE
            MOVE 0 TO TX-CustID
        END-IF
        MOVE SL-RecType TO TX-RecType
        MOVE SL-Date TO TX-Date
        MOVE SL-Time TO TX-Time
        MOVE SL-TermID TO TX-TermID
        MOVE SL-StoreID TO TX-StoreID
        MOVE SL-Amount TO TX-Amount
        MOVE TI-LogFile TO TX-LogFile
        MOVE TI-LogRecNo TO TX-LogRecNo
        MOVE TransIdxData TO TI-NewEntry
        WRITE TransIdxData
            INVALID KEY PERFORM RepostEntry
        END-WRITE
        CLOSE TransIdxFile
        GOBACK.

RepostEntry.
        MOVE "TransIdx.dat" TO CN-File
        MOVE SL-TransNo TO CN-Key
        MOVE 0 TO CN-Tries
        MOVE 'N' TO CN-GaveUp
        MOVE "51" TO TransIdxStatus
        PERFORM UNTIL TransIdxStatus NOT = "51" OR CN-GaveUp = 'Y'
            READ TransIdxFile WITH LOCK
                INVALID KEY CONTINUE
            END-READ
            IF TransIdxStatus = "51"
                CALL "LOCKWAIT" USING CN-LockLink
            END-IF
        END-PERFORM
        EVALUATE TRUE
            WHEN CN-GaveUp = 'Y'
                DISPLAY "Transaction " SL-TransNo " not re-filed -- directory entry held elsewhere."
            WHEN TransIdxStatus(1:1) NOT = "0"
                DISPLAY "Transaction " SL-TransNo " not re-filed, status " TransIdxStatus
            WHEN TI-LogRecNo = 0 AND TX-LogRecNo > 0
                UNLOCK TransIdxFile *> already archived -- keep the archive position
            WHEN OTHER
                MOVE TI-NewEntry TO TransIdxData
                REWRITE TransIdxData
                    INVALID KEY DISPLAY "Transaction " SL-TransNo " not re-filed, status " TransIdxStatus
                END-REWRITE
                UNLOCK TransIdxFile
        END-EVALUATE.
