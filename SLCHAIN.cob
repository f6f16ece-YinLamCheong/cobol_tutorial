        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SLCHAIN. *> tamper-evident link for SalesLog.dat: each record carries a check value scrambled from the record before it and its own contents, so an edited, removed or inserted record breaks every link after it
AUTHOR. Yanling.
DATE-WRITTEN.Oct 5th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT ChainCtlFile ASSIGN TO "SLChain.dat" *> the live log's last link and record count, advanced on every record written
            ORGANIZATION IS LINE SEQUENTIAL
            LOCK MODE IS EXCLUSIVE *> one writer at a time from reading the last link to writing the record it seals
            FILE STATUS IS ChainCtlStatus.

DATA DIVISION.
FILE SECTION.
FD ChainCtlFile.
01 ChainCtlData.
        02 CK-LastLink PIC X(16). *> spaces = nothing written since the live log was last reset
        02 CK-RecCount PIC 9(7).

WORKING-STORAGE SECTION.
01 ChainCtlStatus PIC XX.
01 CH-Held PIC X VALUE 'N'. *> Y = SLChain.dat is open and held for the caller's WRITE
01 CH-Found PIC X VALUE 'N'. *> Y = the control record was there to rewrite
01 CH-Acc1 PIC 9(9) COMP.
01 CH-Acc2 PIC 9(9) COMP.
01 CH-Code PIC 9(4) COMP.
01 CH-Digit PIC 9(4) COMP.
01 CH-Sub PIC 9(3).
01 CH-Key PIC X(16) VALUE "K7Q2RESTOPOSJRNL". *> mixed into every link so the scramble can't be re-run from the layout alone
01 CH-Alphabet PIC X(36) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
COPY LOCKLINK. *> record locking on the shared files

LINKAGE SECTION.
01 CH-Mode PIC X(1). *> S = seal the next live-log record, W = it is written, let the next one go, L = work out one link, R = reset after the day is archived
01 CH-Record PIC X(187). *> a full SALESLOG.cpy record
01 CH-PrevLink PIC X(16). *> L: the link of the record before (spaces for the first) -- S: handed back
01 CH-Link PIC X(16). *> the link worked out for CH-Record

*> SL-CustID (POSITIONS 124-128) IS LEFT OUT OF THE LINK: CUSTPRIV RE-POINTS AN ERASED
*> CUSTOMER'S HISTORY TO ErasedCustID, AND A LAWFUL ERASURE MUST NOT BREAK THE CHAIN.
*> THE LINK ITSELF (POSITIONS 166-181) IS NEVER PART OF ITS OWN SCRAMBLE.
*> SL-Weight (POSITIONS 182-187) CAME AFTER THE LINK; IT IS MIXED IN ONLY WHEN
*> PRESENT, SO RECORDS SEALED BEFORE IT EXISTED STILL WORK OUT THE SAME LINK.
PROCEDURE DIVISION USING CH-Mode, CH-Record, CH-PrevLink, CH-Link.
        EVALUATE CH-Mode
            WHEN 'S'
                PERFORM SealNextRecord
            WHEN 'W'
                PERFORM ReleaseChain
            WHEN 'R'
                PERFORM ResetChain
            WHEN OTHER
                PERFORM WorkOutLink
        END-EVALUATE
        GOBACK.

*> THE LAST LINK COMES OFF SLChain.dat, THE NEW ONE GOES ONTO THE RECORD AND BACK
*> ONTO SLChain.dat -- THE CALLER WRITES THE RECORD STRAIGHT AFTERWARDS, THEN
*> CALLS AGAIN WITH W. SLChain.dat IS HELD EXCLUSIVELY ALL THAT TIME, SO TWO
*> REGISTERS (OR A REGISTER AND A BATCH FEED) NEVER SEAL AGAINST THE SAME LINK
SealNextRecord.
        PERFORM ReleaseChain
        MOVE SPACE TO CK-LastLink
        MOVE 0 TO CK-RecCount
        MOVE "SLCHAIN" TO CN-Program
        MOVE "SLChain.dat" TO CN-File
        MOVE SPACE TO CN-Key
        MOVE 0 TO CN-Tries
        MOVE 'N' TO CN-GaveUp
        MOVE "61" TO ChainCtlStatus
        PERFORM UNTIL ChainCtlStatus NOT = "61" OR CN-GaveUp = 'Y'
            OPEN I-O ChainCtlFile
            IF ChainCtlStatus = "61"
                CALL "LOCKWAIT" USING CN-LockLink
            END-IF
        END-PERFORM
        IF CN-GaveUp = 'Y'
            *> NO LAST LINK TO SEAL AGAINST -- THE RECORD STILL JOURNALS, AND
            *> CHAINVFY WILL SHOW THE BREAK AT IT FOR A MANAGER TO ACCOUNT FOR
            DISPLAY "SLChain.dat held by another register -- record sealed unchained."
            MOVE 8 TO RETURN-CODE
            MOVE CK-LastLink TO CH-PrevLink
            PERFORM WorkOutLink
            MOVE CH-Link TO CH-Record(166:16)
        ELSE
            MOVE 'N' TO CH-Found
            IF ChainCtlStatus = "00"
                MOVE 'Y' TO CH-Held
                READ ChainCtlFile
                    AT END
                        MOVE SPACE TO CK-LastLink
                        MOVE 0 TO CK-RecCount
                    NOT AT END
                        MOVE 'Y' TO CH-Found
                END-READ
            END-IF
            MOVE CK-LastLink TO CH-PrevLink
            PERFORM WorkOutLink
            MOVE CH-Link TO CH-Record(166:16)
            MOVE CH-Link TO CK-LastLink
            ADD 1 TO CK-RecCount
            IF CH-Found = 'Y'
                REWRITE ChainCtlData
            ELSE
                *> NO CONTROL RECORD YET -- THE FIRST LINK SINCE THE LOG WAS RESET
                IF CH-Held = 'Y'
                    CLOSE ChainCtlFile
                END-IF
                OPEN OUTPUT ChainCtlFile
                WRITE ChainCtlData
                MOVE 'Y' TO CH-Held
            END-IF
        END-IF.

*> THE CALLER HAS WRITTEN THE SEALED RECORD -- THE NEXT SEAL MAY GO AHEAD
ReleaseChain.
        IF CH-Held = 'Y'
            CLOSE ChainCtlFile
            MOVE 'N' TO CH-Held
        END-IF.

ResetChain.
        PERFORM ReleaseChain
        MOVE "SLCHAIN" TO CN-Program
        MOVE "SLChain.dat" TO CN-File
        MOVE SPACE TO CN-Key
        MOVE 0 TO CN-Tries
        MOVE 'N' TO CN-GaveUp
        MOVE "61" TO ChainCtlStatus
        PERFORM UNTIL ChainCtlStatus NOT = "61" OR CN-GaveUp = 'Y'
            OPEN OUTPUT ChainCtlFile
            IF ChainCtlStatus = "61"
                CALL "LOCKWAIT" USING CN-LockLink
            END-IF
        END-PERFORM
        IF CN-GaveUp = 'Y'
            DISPLAY "SLChain.dat held by another register -- chain not reset."
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE SPACE TO CK-LastLink
            MOVE 0 TO CK-RecCount
            WRITE ChainCtlData
            CLOSE ChainCtlFile
        END-IF.

*> THE SAME RUNNING SCRAMBLE PSWDHASH USES, RUN TWICE OVER WITH DIFFERENT PRIMES:
*> THE PREVIOUS LINK, THEN THE RECORD, THEN THE KEY, AND 16 CHARACTERS DRAWN OFF
WorkOutLink.
        MOVE 5381 TO CH-Acc1
        MOVE 52711 TO CH-Acc2
        MOVE 1 TO CH-Sub
        PERFORM UNTIL CH-Sub > 16
            COMPUTE CH-Code = FUNCTION ORD(CH-PrevLink(CH-Sub:1))
            PERFORM MixOneCode
            ADD 1 TO CH-Sub
        END-PERFORM
        MOVE 1 TO CH-Sub
        PERFORM UNTIL CH-Sub > 165
            IF CH-Sub < 124 OR CH-Sub > 128
                COMPUTE CH-Code = FUNCTION ORD(CH-Record(CH-Sub:1))
                PERFORM MixOneCode
            END-IF
            ADD 1 TO CH-Sub
        END-PERFORM
        IF CH-Record(182:6) NOT = SPACE
            MOVE 182 TO CH-Sub
            PERFORM UNTIL CH-Sub > 187
                COMPUTE CH-Code = FUNCTION ORD(CH-Record(CH-Sub:1))
                PERFORM MixOneCode
                ADD 1 TO CH-Sub
            END-PERFORM
        END-IF
        MOVE 1 TO CH-Sub
        PERFORM UNTIL CH-Sub > 16
            COMPUTE CH-Code = FUNCTION ORD(CH-Key(CH-Sub:1))
            PERFORM MixOneCode
            ADD 1 TO CH-Sub
        END-PERFORM
        MOVE SPACE TO CH-Link
        MOVE 1 TO CH-Sub
        PERFORM UNTIL CH-Sub > 16
            MOVE CH-Sub TO CH-Code
            PERFORM MixOneCode
            COMPUTE CH-Digit = FUNCTION MOD(CH-Acc1 + CH-Acc2, 36) + 1
            MOVE CH-Alphabet(CH-Digit:1) TO CH-Link(CH-Sub:1)
            ADD 1 TO CH-Sub
        END-PERFORM.

MixOneCode.
        COMPUTE CH-Acc1 = FUNCTION MOD(CH-Acc1 * 33 + CH-Code + CH-Sub, 999999937)
        COMPUTE CH-Acc2 = FUNCTION MOD(CH-Acc2 * 31 + CH-Code + CH-Acc1, 999999893).
