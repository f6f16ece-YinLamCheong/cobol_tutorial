        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RCPTSEND. *> works the digital-receipt queue: lists what's pending and lets the gateway run mark a batch off as sent -- the offers footer only rides on receipts to customers who opted in to email marketing
AUTHOR. Yanling.
DATE-WRITTEN.Sep 3rd 2026
ENVIRONMENT DIVISION.
        SELECT RcptQueueFile ASSIGN TO "RcptQueue.dat" *> queued by testPOS at the end of PRINT_RECEIPT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RcptQStatus.
        SELECT CustomerFile ASSIGN TO "Customer.dat" *> marketing consent is looked up at send time, so a later opt-out is honoured
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS IDNum
            FILE STATUS IS CustomerFileStatus.

DATA DIVISION.
FILE SECTION.
FD RcptQueueFile.
01 RcptQueueData.
        02 RQ-Status PIC X(1). *> P = pending send, S = sent, X = withdrawn when the customer was erased (CUSTPRIV)
        02 RQ-TransNo PIC 9(6).
        02 RQ-Contact PIC X(25).
        02 RQ-Date PIC 9(8).
        02 RQ-Time PIC 9(6).
        02 RQ-CustID PIC 9(5). *> loyalty customer the receipt belongs to, zero when the address was keyed for a walk-in
        02 RQ-Offers PIC X(1). *> set as the batch goes: Y = went out with the offers footer, N = receipt only

FD CustomerFile.
COPY CUSTOMER.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 RcptQStatus PIC XX.
01 PendingCount PIC 9(4).
01 SentCount PIC 9(4).
01 OffersCount PIC 9(4).
01 CustomerFileStatus PIC XX.
01 CustOpen PIC X VALUE 'N'.
01 WS-Offers PIC X.
01 WS-ContentDisp PIC X(16).

PROCEDURE DIVISION.
StartPara.
            DISPLAY "No receipt queue on file."
        ELSE
            DISPLAY " "
            PERFORM OpenCustomers
            DISPLAY "Trans   Queued             Content           Contact"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ RcptQueueFile
                    NOT AT END
                        IF RQ-Status = 'P'
                            ADD 1 TO PendingCount
                            PERFORM CheckOffers
                            IF WS-Offers = 'Y'
                                MOVE "RECEIPT + OFFERS" TO WS-ContentDisp
                            ELSE
                                MOVE "RECEIPT ONLY" TO WS-ContentDisp
                            END-IF
                            DISPLAY RQ-TransNo "  " RQ-Date "-" RQ-Time "  " WS-ContentDisp "  " RQ-Contact
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RcptQueueFile
            PERFORM CloseCustomers
            DISPLAY PendingCount " pending receipt(s). The image for each is in"
            DISPLAY "Receipt.txt under its transaction number, as REPRINT_RECEIPT finds it."
        END-IF
        MOVE 'N' TO WSEOF.

*> THE GATEWAY RUN: ONCE THE BATCH HAS GONE OUT, THE PENDING ENTRIES FLIP TO SENT.
*> EACH ENTRY RECORDS WHETHER THE OFFERS FOOTER WENT WITH IT -- THE RECEIPT
*> ITSELF IS TRANSACTIONAL AND GOES REGARDLESS OF MARKETING CONSENT
MarkAllSent.
        MOVE 0 TO SentCount
        MOVE 0 TO OffersCount
        OPEN I-O RcptQueueFile
        IF RcptQStatus NOT = "00"
            DISPLAY "No receipt queue on file."
        ELSE
            PERFORM OpenCustomers
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ RcptQueueFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF RQ-Status = 'P'
                            PERFORM CheckOffers
                            MOVE 'S' TO RQ-Status
                            MOVE WS-Offers TO RQ-Offers
                            REWRITE RcptQueueData
                            ADD 1 TO SentCount
                            IF WS-Offers = 'Y'
                                ADD 1 TO OffersCount
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RcptQueueFile
            PERFORM CloseCustomers
            DISPLAY SentCount " receipt(s) marked sent, " OffersCount " with the offers footer."
        END-IF
        MOVE 'N' TO WSEOF.

*> OFFERS ONLY FOR A LOYALTY CUSTOMER WHO SAID YES TO EMAIL -- A WALK-IN'S
*> ADDRESS, A CUSTOMER OFF FILE OR ONE NEVER ASKED ALL GET THE RECEIPT ALONE
CheckOffers.
        MOVE 'N' TO WS-Offers
        IF CustOpen = 'Y' AND RQ-CustID IS NUMERIC AND RQ-CustID NOT = 0
            MOVE RQ-CustID TO IDNum
            READ CustomerFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF ConsentEmail = 'Y'
                        MOVE 'Y' TO WS-Offers
                    END-IF
            END-READ
        END-IF.

OpenCustomers.
        MOVE 'N' TO CustOpen
        OPEN INPUT CustomerFile
        IF CustomerFileStatus = "00"
            MOVE 'Y' TO CustOpen
        END-IF.

CloseCustomers.
        IF CustOpen = 'Y'
            CLOSE CustomerFile
            MOVE 'N' TO CustOpen
        END-IF.
