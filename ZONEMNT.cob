        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ZONEMNT. *> maintains the delivery-zone table (DelivZone.dat) the register prices and promises deliveries from
AUTHOR. Yanling.
DATE-WRITTEN.Oct 8th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT DelivZoneFile ASSIGN TO "DelivZone.dat" *> created on the first save if it isn't there yet
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ZoneFileStatus.

DATA DIVISION.
FILE SECTION.
FD DelivZoneFile.
COPY DLVZONE.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 ZoneFileStatus PIC XX.
01 WSEOF PIC X VALUE 'N'.

01 ZoneTable.
        05 ZoneEntry OCCURS 50 TIMES.
            10 TblZoneID PIC X(4).
            10 TblZoneName PIC X(20).
            10 TblRangeType PIC X(1).
            10 TblPostFrom PIC X(8).
            10 TblPostTo PIC X(8).
            10 TblStreet PIC X(20).
            10 TblNumFrom PIC 9(5).
            10 TblNumTo PIC 9(5).
            10 TblFee PIC 9(3)V99.
            10 TblMinOrder PIC 9(5)V99.
            10 TblQuoteMins PIC 9(3).
01 ZoneCount PIC 99 VALUE 0.
01 MatchedZoneIdx PIC 99 VALUE 0.
01 Temp_Count PIC 99.
01 WS-NewZoneID PIC X(4).
01 WS-RangeNo PIC 99.
01 WS-RangeType PIC X.
01 WS-Changed PIC 99.
01 WS-FeeDisp PIC $$$9.99.
01 WS-MinDisp PIC $$,$$9.99.

PROCEDURE DIVISION.
StartPara.
        PERFORM LoadZones.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "DELIVERY ZONE MAINTENANCE"
            DISPLAY "1            : Add A Range To A Zone"
            DISPLAY "2            : Change A Zone's Fee/Minimum/Time"
            DISPLAY "3            : Remove A Range"
            DISPLAY "4            : List Zones"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM AddRange
                WHEN 2 PERFORM ChangeTerms
                WHEN 3 PERFORM RemoveRange
                WHEN 4 PERFORM ListZones
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        STOP RUN.

*> LOAD THE WHOLE ZONE TABLE -- IT'S SMALL AND GETS REWRITTEN IN FULL ON A CHANGE
LoadZones.
        MOVE 0 TO ZoneCount
        OPEN INPUT DelivZoneFile
        IF ZoneFileStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ DelivZoneFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF ZoneCount < 50
                            ADD 1 TO ZoneCount
                            MOVE DZ-ZoneID TO TblZoneID(ZoneCount)
                            MOVE DZ-ZoneName TO TblZoneName(ZoneCount)
                            MOVE DZ-RangeType TO TblRangeType(ZoneCount)
                            MOVE DZ-PostFrom TO TblPostFrom(ZoneCount)
                            MOVE DZ-PostTo TO TblPostTo(ZoneCount)
                            MOVE DZ-Street TO TblStreet(ZoneCount)
                            MOVE DZ-NumFrom TO TblNumFrom(ZoneCount)
                            MOVE DZ-NumTo TO TblNumTo(ZoneCount)
                            MOVE DZ-Fee TO TblFee(ZoneCount)
                            MOVE DZ-MinOrder TO TblMinOrder(ZoneCount)
                            MOVE DZ-QuoteMins TO TblQuoteMins(ZoneCount)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DelivZoneFile
        END-IF.

*> A NEW RANGE FOR A ZONE ALREADY ON FILE TAKES THAT ZONE'S TERMS; THE FIRST
*> RANGE OF A NEW ZONE ASKS FOR THEM
AddRange.
        IF ZoneCount NOT < 50
            DISPLAY "THE ZONE TABLE IS FULL (50 RANGES)."
        ELSE
            DISPLAY " "
            DISPLAY "Zone ID : " With NO ADVANCING
            ACCEPT WS-NewZoneID
            PERFORM FindZone
            DISPLAY "(P)ostcode range or (S)treet : " With NO ADVANCING
            ACCEPT WS-RangeType
            IF WS-RangeType = 'p'
                MOVE 'P' TO WS-RangeType
            END-IF
            IF WS-RangeType = 's'
                MOVE 'S' TO WS-RangeType
            END-IF
            IF WS-RangeType NOT = 'P' AND WS-RangeType NOT = 'S'
                DISPLAY "Not a range type -- nothing added."
            ELSE
                ADD 1 TO ZoneCount
                MOVE WS-NewZoneID TO TblZoneID(ZoneCount)
                MOVE WS-RangeType TO TblRangeType(ZoneCount)
                MOVE SPACE TO TblPostFrom(ZoneCount)
                MOVE SPACE TO TblPostTo(ZoneCount)
                MOVE SPACE TO TblStreet(ZoneCount)
                MOVE 0 TO TblNumFrom(ZoneCount)
                MOVE 0 TO TblNumTo(ZoneCount)
                IF WS-RangeType = 'P'
                    DISPLAY "From postcode : " With NO ADVANCING
                    ACCEPT TblPostFrom(ZoneCount)
                    DISPLAY "To postcode   : " With NO ADVANCING
                    ACCEPT TblPostTo(ZoneCount)
                ELSE
                    DISPLAY "Street name (as written in addresses) : " With NO ADVANCING
                    ACCEPT TblStreet(ZoneCount)
                    DISPLAY "From house number (0 for the whole street) : " With NO ADVANCING
                    ACCEPT TblNumFrom(ZoneCount)
                    DISPLAY "To house number   (0 for the whole street) : " With NO ADVANCING
                    ACCEPT TblNumTo(ZoneCount)
                END-IF
                IF MatchedZoneIdx > 0
                    MOVE TblZoneName(MatchedZoneIdx) TO TblZoneName(ZoneCount)
                    MOVE TblFee(MatchedZoneIdx) TO TblFee(ZoneCount)
                    MOVE TblMinOrder(MatchedZoneIdx) TO TblMinOrder(ZoneCount)
                    MOVE TblQuoteMins(MatchedZoneIdx) TO TblQuoteMins(ZoneCount)
                    DISPLAY "Added to zone " WS-NewZoneID " " TblZoneName(ZoneCount) " on its existing terms."
                ELSE
                    DISPLAY "Zone name : " With NO ADVANCING
                    ACCEPT TblZoneName(ZoneCount)
                    MOVE ZoneCount TO MatchedZoneIdx
                    PERFORM AskTerms
                END-IF
                PERFORM SaveZones
            END-IF
        END-IF.

*> NEW TERMS GO ON EVERY RANGE OF THE ZONE
ChangeTerms.
        DISPLAY " "
        DISPLAY "Zone ID : " With NO ADVANCING
        ACCEPT WS-NewZoneID
        PERFORM FindZone
        IF MatchedZoneIdx = 0
            DISPLAY "Zone " WS-NewZoneID " is not on file."
        ELSE
            PERFORM AskTerms
            MOVE 0 TO WS-Changed
            MOVE 1 TO Temp_Count
            PERFORM UNTIL Temp_Count > ZoneCount
                IF TblZoneID(Temp_Count) = WS-NewZoneID
                    MOVE TblFee(MatchedZoneIdx) TO TblFee(Temp_Count)
                    MOVE TblMinOrder(MatchedZoneIdx) TO TblMinOrder(Temp_Count)
                    MOVE TblQuoteMins(MatchedZoneIdx) TO TblQuoteMins(Temp_Count)
                    ADD 1 TO WS-Changed
                END-IF
                ADD 1 TO Temp_Count
            END-PERFORM
            PERFORM SaveZones
            DISPLAY WS-Changed " range(s) of zone " WS-NewZoneID " updated."
        END-IF.

AskTerms.
        DISPLAY "Delivery fee (eg 3.50)       : " With NO ADVANCING
        ACCEPT TblFee(MatchedZoneIdx)
        DISPLAY "Minimum order (eg 15.00)     : " With NO ADVANCING
        ACCEPT TblMinOrder(MatchedZoneIdx)
        DISPLAY "Quoted delivery time (mins)  : " With NO ADVANCING
        ACCEPT TblQuoteMins(MatchedZoneIdx).

RemoveRange.
        PERFORM ListZones
        DISPLAY "Range number to remove (0 for none) : " With NO ADVANCING
        ACCEPT WS-RangeNo
        IF WS-RangeNo > 0 AND WS-RangeNo NOT > ZoneCount
            MOVE WS-RangeNo TO Temp_Count
            PERFORM UNTIL Temp_Count NOT < ZoneCount
                MOVE ZoneEntry(Temp_Count + 1) TO ZoneEntry(Temp_Count)
                ADD 1 TO Temp_Count
            END-PERFORM
            SUBTRACT 1 FROM ZoneCount
            PERFORM SaveZones
            DISPLAY "Range " WS-RangeNo " removed."
        END-IF.

ListZones.
        DISPLAY " "
        DISPLAY "No  Zone  Name                  Range                          Fee    Minimum  Mins"
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > ZoneCount
            MOVE TblFee(Temp_Count) TO WS-FeeDisp
            MOVE TblMinOrder(Temp_Count) TO WS-MinDisp
            IF TblRangeType(Temp_Count) = 'P'
                DISPLAY Temp_Count "  " TblZoneID(Temp_Count) "  " TblZoneName(Temp_Count)
                    "  PC " TblPostFrom(Temp_Count) " - " TblPostTo(Temp_Count) "         "
                    WS-FeeDisp "  " WS-MinDisp "  " TblQuoteMins(Temp_Count)
            ELSE
                DISPLAY Temp_Count "  " TblZoneID(Temp_Count) "  " TblZoneName(Temp_Count)
                    "  " TblStreet(Temp_Count) " " TblNumFrom(Temp_Count) "-" TblNumTo(Temp_Count) "  "
                    WS-FeeDisp "  " WS-MinDisp "  " TblQuoteMins(Temp_Count)
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM.

*> MatchedZoneIdx = THE FIRST RANGE OF ZONE WS-NewZoneID, ZERO WHEN NONE
FindZone.
        MOVE 0 TO MatchedZoneIdx
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > ZoneCount OR MatchedZoneIdx > 0
            IF TblZoneID(Temp_Count) = WS-NewZoneID
                MOVE Temp_Count TO MatchedZoneIdx
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM.

*> REWRITE DelivZone.dat FROM THE IN-MEMORY TABLE
SaveZones.
        OPEN OUTPUT DelivZoneFile
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > ZoneCount
            MOVE TblZoneID(Temp_Count) TO DZ-ZoneID
            MOVE TblZoneName(Temp_Count) TO DZ-ZoneName
            MOVE TblRangeType(Temp_Count) TO DZ-RangeType
            MOVE TblPostFrom(Temp_Count) TO DZ-PostFrom
            MOVE TblPostTo(Temp_Count) TO DZ-PostTo
            MOVE TblStreet(Temp_Count) TO DZ-Street
            MOVE TblNumFrom(Temp_Count) TO DZ-NumFrom
            MOVE TblNumTo(Temp_Count) TO DZ-NumTo
            MOVE TblFee(Temp_Count) TO DZ-Fee
            MOVE TblMinOrder(Temp_Count) TO DZ-MinOrder
            MOVE TblQuoteMins(Temp_Count) TO DZ-QuoteMins
            WRITE DelivZoneData
            ADD 1 TO Temp_Count
        END-PERFORM
        CLOSE DelivZoneFile.
