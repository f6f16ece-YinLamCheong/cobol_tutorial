        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MNTLOGIN. *> sign-on for the master maintenance programs, so every change they journal carries who made it
AUTHOR. Yanling.
DATE-WRITTEN.Oct 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT CashierFile ASSIGN TO "Cashier.dat" *> same credential file testPOS logs in against
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CashierFileStatus.

DATA DIVISION.
FILE SECTION.
FD CashierFile.
COPY CASHIER.

WORKING-STORAGE SECTION.
01 CashierFileStatus PIC XX.
01 WSEOF PIC X VALUE 'N'.
01 UserPswd PIC X(30).
01 WS-HashedPswd PIC X(30).
01 WS-Found PIC X.
01 WS-FoundPswd PIC X(30).
01 WS-FoundRole PIC X(1).
01 WS-FoundPswdDate PIC 9(8).

LINKAGE SECTION.
01 ML-Title PIC X(40).
01 ML-UserID PIC X(10).
01 ML-UserRole PIC X(1).
01 ML-LoginOK PIC X.

*> ANY ACTIVE USER MAY SIGN ON -- THE ROLE IS HANDED BACK SO THE JOURNAL CAN
*> SHOW A CHANGE MADE BY SOMEONE WHO IS NOT A MANAGER. THE PASSWORD CHECK IS
*> THE ONE DISCMNT USES
PROCEDURE DIVISION USING ML-Title, ML-UserID, ML-UserRole, ML-LoginOK.
        MOVE 'N' TO ML-LoginOK
        MOVE SPACE TO ML-UserRole
        DISPLAY "            " ML-Title
        DISPLAY "====================================================="
        DISPLAY " ENTER USER ID : " WITH NO ADVANCING
        ACCEPT ML-UserID
        DISPLAY " PASSWORD      : " WITH NO ADVANCING
        ACCEPT UserPswd
        CALL "PSWDHASH" USING UserPswd, WS-HashedPswd
        MOVE 'N' TO WS-Found
        OPEN INPUT CashierFile
        IF CashierFileStatus = "00"
            MOVE 'N' TO WSEOF
            PERFORM UNTIL WSEOF = 'Y'
                READ CashierFile
                    AT END MOVE 'Y' TO WSEOF
                    NOT AT END
                        IF CashierID = ML-UserID AND CashierActive NOT = 'N'
                            MOVE 'Y' TO WS-Found
                            MOVE CashierPswd TO WS-FoundPswd
                            MOVE CashierRole TO WS-FoundRole
                            IF CashierPswdDate IS NUMERIC
                                MOVE CashierPswdDate TO WS-FoundPswdDate
                            ELSE
                                MOVE 0 TO WS-FoundPswdDate
                            END-IF
                            MOVE 'Y' TO WSEOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CashierFile
        END-IF
        IF WS-Found = 'Y'
            *> THE CLEAR-TEXT COMPARE ONLY APPLIES TO A GENUINE PRE-SCRAMBLE RECORD
            IF WS-HashedPswd = WS-FoundPswd
                OR (WS-FoundPswdDate = 0 AND UserPswd = WS-FoundPswd)
                MOVE 'Y' TO ML-LoginOK
                MOVE WS-FoundRole TO ML-UserRole
            END-IF
        END-IF
        IF ML-LoginOK NOT = 'Y'
            DISPLAY "INVALID USER ID OR PASSWORD."
        END-IF
        GOBACK.
