        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CMPLLOG. *> guest complaint log for the ones settled away from the register (remake, refund, apology) and a look-up by receipt number
AUTHOR. Yanling.
DATE-WRITTEN.Sep 16th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT ComplaintFile ASSIGN TO "Complaint.dat" *> shared with testPOS, which logs the goodwill comps it rings
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CmplStatus.

DATA DIVISION.
FILE SECTION.
FD ComplaintFile.
COPY CMPLREC.

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 CmplStatus PIC XX.
01 WSEOF PIC X VALUE 'N'.
01 WS-UserID PIC X(10).
01 WS-TimeRaw PIC 9(8).
01 WS-NextCmplNo PIC 9(5).
01 WS-PickTrans PIC 9(6).
01 WS-Hits PIC 9(3).
01 WS-ItemIn PIC X(14).
01 WS-ValueEdit PIC $9,999.99.
01 WS-ValueDisp PIC $$$,$$9.99.

*> the complaint being keyed, held apart from the record area while the next number is found
01 NewComplaint.
        05 NC-OrigTransNo PIC 9(6).
        05 NC-Category PIC X(2).
        05 NC-MenuID PIC X(4) OCCURS 3 TIMES.
        05 NC-Action PIC X(2).
        05 NC-Value PIC 9(6)V99.
        05 NC-Note PIC X(30).

PROCEDURE DIVISION.
StartPara.
        DISPLAY "Your user ID : " WITH NO ADVANCING
        ACCEPT WS-UserID
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
            DISPLAY "GUEST COMPLAINT LOG"
            DISPLAY "1            : Log A Complaint"
            DISPLAY "2            : Complaints On A Receipt"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM LogComplaint
                WHEN 2 PERFORM ListForReceipt
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        STOP RUN.

*> A COMP IS RUNG AT THE REGISTER SO IT REACHES THE JOURNAL -- HERE THE
*> ACTION IS ONE OF THE OTHERS, WITH THE VALUE OF A REMAKE OR REFUND IF ANY
LogComplaint.
        DISPLAY " "
        DISPLAY "Receipt # complained about (0 = no receipt) : " WITH NO ADVANCING
        ACCEPT NC-OrigTransNo
        MOVE SPACE TO NC-Category
        PERFORM UNTIL NC-Category = "FQ" OR NC-Category = "TE"
            OR NC-Category = "WI" OR NC-Category = "SL"
            OR NC-Category = "SV" OR NC-Category = "CL"
            OR NC-Category = "FO" OR NC-Category = "OT"
            DISPLAY "Category (FQ food quality, TE temperature, WI wrong item, SL slow, SV service, CL cleanliness, FO foreign object, OT other) : " WITH NO ADVANCING
            ACCEPT NC-Category
            MOVE FUNCTION UPPER-CASE(NC-Category) TO NC-Category
        END-PERFORM
        DISPLAY "Dish(es) complained about, up to 3 ids separated by ',' : " WITH NO ADVANCING
        ACCEPT WS-ItemIn
        MOVE SPACE TO NC-MenuID(1) NC-MenuID(2) NC-MenuID(3)
        UNSTRING WS-ItemIn DELIMITED BY ','
            INTO NC-MenuID(1) NC-MenuID(2) NC-MenuID(3)
        END-UNSTRING
        MOVE SPACE TO NC-Action
        PERFORM UNTIL NC-Action = "RM" OR NC-Action = "RF" OR NC-Action = "AP"
            DISPLAY "Action taken (RM remade, RF refunded, AP apology only) : " WITH NO ADVANCING
            ACCEPT NC-Action
            MOVE FUNCTION UPPER-CASE(NC-Action) TO NC-Action
        END-PERFORM
        MOVE 0 TO NC-Value
        IF NC-Action NOT = "AP"
            DISPLAY "Value of the remake/refund : " WITH NO ADVANCING
            ACCEPT WS-ValueEdit
            MOVE WS-ValueEdit TO NC-Value
        END-IF
        DISPLAY "Note (optional) : " WITH NO ADVANCING
        ACCEPT NC-Note

        MOVE 0 TO WS-NextCmplNo
        OPEN INPUT ComplaintFile
        IF CmplStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ ComplaintFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF CP-ComplaintNo > WS-NextCmplNo
                            MOVE CP-ComplaintNo TO WS-NextCmplNo
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ComplaintFile
        END-IF
        ADD 1 TO WS-NextCmplNo

        OPEN EXTEND ComplaintFile
        IF CmplStatus NOT = "00"
            OPEN OUTPUT ComplaintFile *> very first complaint logged
        END-IF
        MOVE SPACE TO ComplaintData
        MOVE WS-NextCmplNo TO CP-ComplaintNo
        ACCEPT CP-Date FROM DATE YYYYMMDD
        ACCEPT WS-TimeRaw FROM TIME
        MOVE WS-TimeRaw(1:6) TO CP-Time
        MOVE NC-OrigTransNo TO CP-OrigTransNo
        MOVE NC-Category TO CP-Category
        MOVE NC-MenuID(1) TO CP-MenuID(1)
        MOVE NC-MenuID(2) TO CP-MenuID(2)
        MOVE NC-MenuID(3) TO CP-MenuID(3)
        MOVE NC-Action TO CP-Action
        MOVE NC-Value TO CP-CompValue
        MOVE 0 TO CP-CompTransNo
        MOVE WS-UserID TO CP-ManagerID
        MOVE NC-Note TO CP-Note
        WRITE ComplaintData
        CLOSE ComplaintFile
        DISPLAY "Complaint " WS-NextCmplNo " logged.".

ListForReceipt.
        DISPLAY " "
        DISPLAY "Receipt # : " WITH NO ADVANCING
        ACCEPT WS-PickTrans
        MOVE 0 TO WS-Hits
        DISPLAY "Cmpl#  Date      Cat Dishes          Act      Value  Comp#   Mgr         Note"
        OPEN INPUT ComplaintFile
        IF CmplStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ ComplaintFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF CP-OrigTransNo = WS-PickTrans
                            ADD 1 TO WS-Hits
                            MOVE CP-CompValue TO WS-ValueDisp
                            DISPLAY CP-ComplaintNo "  " CP-Date "  " CP-Category "  "
                                CP-MenuID(1) " " CP-MenuID(2) " " CP-MenuID(3) "  "
                                CP-Action "  " WS-ValueDisp "  " CP-CompTransNo "  "
                                CP-ManagerID "  " CP-Note
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ComplaintFile
        END-IF
        DISPLAY WS-Hits " complaint(s) on receipt " WS-PickTrans.
