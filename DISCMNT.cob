INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT DiscountFile ASSIGN TO "Discount.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DC-Code
            LOCK MODE IS MANUAL *> the registers hold a code's record for the moment they count a redemption
            FILE STATUS IS DiscountFileStatus.
        SELECT CashierFile ASSIGN TO "Cashier.dat" *> same credential file testPOS logs in against
            ORGANIZATION IS LINE SEQUENTIAL
01 UserRole PIC X(1).
        88 UserIsManager VALUE 'M'.

01 DiscExists PIC X. *> Y / N, or B = held at a register past the retries
01 PurgedCount PIC 9(5) VALUE 0.
01 KeptCount PIC 9(5) VALUE 0.
01 WS-Today PIC 9(8).
01 WS-KeepIt PIC X.
01 WS-MoreReply PIC X.
01 Temp_Count PIC 9(3).
01 WS-TargetCode PIC X(8).
01 WS-ValueDisp PIC 9(3).99.
COPY MCHGREC. *> every add/change/purge goes to the master-change journal
COPY MCHGLINK.
COPY LOCKLINK. *> record locking on the shared files

PROCEDURE DIVISION.
StartPara.
        PERFORM LoadCashiers.
        PERFORM LoginCheck.
        MOVE "DISCMNT" TO MC-Program
        MOVE "DISCMNT" TO CN-Program
        MOVE "Discount.dat" TO MC-File
        MOVE UserID TO MC-UserID
        MOVE UserRole TO MC-UserRole
        PERFORM EnsureDiscountFileExists.
        OPEN I-O DiscountFile.
        IF DiscountFileStatus NOT = "00"
            DISPLAY "Discount.dat did not open (status " DiscountFileStatus ")."
            DISPLAY "If it is still the old flat file, convert it with FILECONV first."
            STOP RUN
        END-IF
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "DISCOUNT CODE MAINTENANCE"
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        CLOSE DiscountFile
        STOP RUN.

LoadCashiers.
            STOP RUN
        END-IF.

*> CREATE AN EMPTY Discount.dat THE FIRST TIME THIS PROGRAM RUNS, SAME AS MENUMNT DOES FOR THE MENU
EnsureDiscountFileExists.
        OPEN I-O DiscountFile
        IF DiscountFileStatus = "35"
            OPEN OUTPUT DiscountFile
            CLOSE DiscountFile
        ELSE
            CLOSE DiscountFile
        END-IF.

*> READ THE CODE IN DC-Code WITH LOCK, WAITING (VIA LOCKWAIT) WHILE A REGISTER
*> IS COUNTING A REDEMPTION ON IT. DiscExists COMES BACK Y, N, OR B FOR BUSY
LockDiscRecord.
        MOVE "Discount.dat" TO CN-File
        MOVE DC-Code TO CN-Key
        MOVE 0 TO CN-Tries
        MOVE 'N' TO CN-GaveUp
        MOVE "51" TO DiscountFileStatus
        PERFORM UNTIL DiscountFileStatus NOT = "51" OR CN-GaveUp = 'Y'
            READ DiscountFile WITH LOCK
                INVALID KEY CONTINUE
            END-READ
            IF DiscountFileStatus = "51"
                CALL "LOCKWAIT" USING CN-LockLink
            END-IF
        END-PERFORM
        EVALUATE TRUE
            WHEN CN-GaveUp = 'Y'
                MOVE 'B' TO DiscExists
                DISPLAY "CODE IS IN USE AT A REGISTER -- NOTHING CHANGED, TRY AGAIN."
            WHEN DiscountFileStatus(1:1) = "0"
                MOVE 'Y' TO DiscExists
            WHEN OTHER
                MOVE 'N' TO DiscExists
        END-EVALUATE.

AddCode.
        MOVE 'Y' TO DiscExists
        DISPLAY " "
        DISPLAY "New code : " WITH NO ADVANCING
        ACCEPT WS-TargetCode
        MOVE WS-TargetCode TO DC-Code
        READ DiscountFile
            INVALID KEY MOVE 'N' TO DiscExists
        END-READ
        IF DiscExists = 'Y'
            DISPLAY "THAT CODE IS ALREADY ON FILE."
        ELSE
            MOVE WS-TargetCode TO DC-Code
            DISPLAY "Type (P = percent off, F = fixed amount) : " WITH NO ADVANCING
            ACCEPT DC-Type
            DISPLAY "Value (eg 01000 = 10.00 or 10 pct) : " WITH NO ADVANCING
            ACCEPT DC-Value
            DISPLAY "Valid from (CCYYMMDD, 0 = no limit) : " WITH NO ADVANCING
            ACCEPT DC-ValidFrom
            DISPLAY "Valid to   (CCYYMMDD, 0 = never expires) : " WITH NO ADVANCING
            ACCEPT DC-ValidTo
            DISPLAY "Max redemptions (0 = unlimited) : " WITH NO ADVANCING
            ACCEPT DC-MaxUses
            DISPLAY "Single use? (Y/N) : " WITH NO ADVANCING
            ACCEPT DC-SingleUse
            MOVE 0 TO DC-UseCount
            MOVE 'Y' TO DC-Active
            WRITE DiscountData
                INVALID KEY DISPLAY "THAT CODE IS ALREADY ON FILE."
                NOT INVALID KEY
                    MOVE 'A' TO MC-Action
                    PERFORM ListDiscFields
                    CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
                    DISPLAY "CODE ADDED."
            END-WRITE
        END-IF.

ToggleCode.
        DISPLAY " "
        DISPLAY "Code to disable/enable : " WITH NO ADVANCING
        ACCEPT WS-TargetCode
        MOVE WS-TargetCode TO DC-Code
        PERFORM LockDiscRecord
        IF DiscExists = 'N'
            DISPLAY "NO SUCH CODE."
        END-IF
        IF DiscExists = 'Y'
            PERFORM ListDiscFields
            MOVE MC-NowValues TO MC-WasValues
            IF DC-Active = 'N'
                MOVE 'Y' TO DC-Active
            ELSE
                MOVE 'N' TO DC-Active
            END-IF
            REWRITE DiscountData
                INVALID KEY DISPLAY "CODE NOT UPDATED."
                NOT INVALID KEY
                    IF DC-Active = 'Y'
                        DISPLAY "CODE ENABLED."
                    ELSE
                        DISPLAY "CODE DISABLED."
                    END-IF
                    MOVE 'C' TO MC-Action
                    PERFORM ListDiscFields
                    CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
            END-REWRITE
            UNLOCK DiscountFile
        END-IF.

*> DROP CODES THAT CAN NEVER REDEEM AGAIN -- EXPIRED WINDOWS AND USED-UP
*> SINGLE-USE/CAPPED CODES -- SO A YEAR OF BIRTHDAY CODES DOESN'T PILE UP.
*> A CODE A REGISTER IS HOLDING IS LEFT FOR THE NEXT PURGE
PurgeDeadCodes.
        ACCEPT WS-Today FROM DATE YYYYMMDD
        MOVE 0 TO PurgedCount
        MOVE 0 TO KeptCount
        MOVE LOW-VALUES TO DC-Code
        START DiscountFile KEY IS NOT LESS THAN DC-Code
            INVALID KEY MOVE 'Y' TO WSEOF
            NOT INVALID KEY MOVE 'N' TO WSEOF
        END-START
        PERFORM UNTIL WSEOF = 'Y'
            READ DiscountFile NEXT RECORD
                AT END MOVE 'Y' TO WSEOF
                NOT AT END PERFORM PurgeOneCode
            END-READ
        END-PERFORM
        DISPLAY PurgedCount " DEAD CODE(S) PURGED, " KeptCount " KEPT.".

PurgeOneCode.
        MOVE 'Y' TO WS-KeepIt
        IF DC-ValidTo IS NUMERIC
            IF DC-ValidTo > 0 AND DC-ValidTo < WS-Today
                MOVE 'N' TO WS-KeepIt
            END-IF
        END-IF
        IF DC-UseCount IS NUMERIC
            IF DC-SingleUse = 'Y' AND DC-UseCount > 0
                MOVE 'N' TO WS-KeepIt
            END-IF
            IF DC-MaxUses IS NUMERIC
                IF DC-MaxUses > 0 AND DC-UseCount NOT < DC-MaxUses
                    MOVE 'N' TO WS-KeepIt
                END-IF
            END-IF
        END-IF
        IF WS-KeepIt = 'Y'
            ADD 1 TO KeptCount
        ELSE
            *> A DEAD CODE STAYS DEAD, SO THE LOCKED RE-READ NEEDS NO SECOND LOOK
            PERFORM LockDiscRecord
            IF DiscExists = 'B'
                ADD 1 TO KeptCount
            END-IF
            IF DiscExists = 'Y'
                PERFORM ListDiscFields
                MOVE MC-NowValues TO MC-WasValues
                DELETE DiscountFile
                    INVALID KEY ADD 1 TO KeptCount
                    NOT INVALID KEY
                        ADD 1 TO PurgedCount
                        MOVE 'D' TO MC-Action
                        CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
                END-DELETE
            END-IF
        END-IF.

*> THE JOURNALLED FIELDS OF THE CODE IN THE BUFFER -- THE REDEMPTION COUNT
*> IS THE REGISTER'S, NOT A MAINTAINED FIELD
ListDiscFields.
        MOVE DC-Code TO MC-Key
        MOVE SPACE TO MC-NowValues
        MOVE 7 TO MC-FieldCount
        MOVE "DC-Type" TO MC-FieldName(1)
        MOVE DC-Type TO MC-NowValue(1)
        MOVE "DC-Value" TO MC-FieldName(2)
        MOVE DC-Value TO WS-ValueDisp
        MOVE WS-ValueDisp TO MC-NowValue(2)
        MOVE "DC-ValidFrom" TO MC-FieldName(3)
        MOVE DC-ValidFrom TO MC-NowValue(3)
        MOVE "DC-ValidTo" TO MC-FieldName(4)
        MOVE DC-ValidTo TO MC-NowValue(4)
        MOVE "DC-MaxUses" TO MC-FieldName(5)
        MOVE DC-MaxUses TO MC-NowValue(5)
        MOVE "DC-SingleUse" TO MC-FieldName(6)
        MOVE DC-SingleUse TO MC-NowValue(6)
        MOVE "DC-Active" TO MC-FieldName(7)
        MOVE DC-Active TO MC-NowValue(7).

ListCodes.
        DISPLAY " "
        DISPLAY "Code      T  Value    From      To        Max   Used  1x A"
        MOVE 0 TO Temp_Count
        MOVE LOW-VALUES TO DC-Code
        START DiscountFile KEY IS NOT LESS THAN DC-Code
            INVALID KEY MOVE 'Y' TO WSEOF
            NOT INVALID KEY MOVE 'N' TO WSEOF
        END-START
        PERFORM UNTIL WSEOF = 'Y'
            READ DiscountFile NEXT RECORD
                AT END MOVE 'Y' TO WSEOF
                NOT AT END
                    MOVE DC-Value TO WS-ValueDisp
                    DISPLAY DC-Code "  " DC-Type
                        "  " WS-ValueDisp "  " DC-ValidFrom
                        "  " DC-ValidTo "  " DC-MaxUses
                        "  " DC-UseCount "  " DC-SingleUse
                        "  " DC-Active
                    ADD 1 TO Temp_Count
                    *> A SCREENFUL AT A TIME NOW THE FILE HAS NO CEILING
                    IF Temp_Count NOT < 20
                        MOVE 0 TO Temp_Count
                        DISPLAY "-- Enter to go on, Q to stop : " WITH NO ADVANCING
                        ACCEPT WS-MoreReply
                        IF WS-MoreReply = 'Q' OR WS-MoreReply = 'q'
                            MOVE 'Y' TO WSEOF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.
