            10 TblCashierActive PIC X(1).
            10 TblCashierPswdDate PIC 9(8).
            10 TblCashierForceChg PIC X(1).
            10 TblCashierMealAllow PIC 9(4)V99.
            10 TblCashierCerts.
                15 TblCashierCert OCCURS 3 TIMES.
                    20 TblCertType PIC X(1).
                    20 TblCertRef PIC X(12).
                    20 TblCertExpiry PIC 9(8).
01 CashierCount PIC 99 VALUE 0.
01 MatchedCashierIdx PIC 99 VALUE 0.
01 UserID PIC X(10).
            10 TblLimPaidOut PIC 9(4)V99.
01 LimitCount PIC 99 VALUE 0.
01 LimitIdx PIC 99.
01 WS-AllowDisp PIC $$,$$9.99.
01 CertSub PIC 9.
01 WS-CertType PIC X(1).
01 WS-CertRef PIC X(12).
01 WS-CertExpiry PIC 9(8).
COPY RATES. *> StaffMealAllowance seeds a new user's monthly staff-meal allowance

PROCEDURE DIVISION.
StartPara.
            DISPLAY "5            : Clear Lockout"
            DISPLAY "6            : List Users"
            DISPLAY "7            : Set Approval Limits"
            DISPLAY "8            : Set Staff-Meal Allowance"
            DISPLAY "9            : Certificates"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
                WHEN 5 PERFORM ClearLockout
                WHEN 6 PERFORM ListUsers
                WHEN 7 PERFORM SetApprLimits
                WHEN 8 PERFORM SetMealAllowance
                WHEN 9 PERFORM SetCertificates
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
                        MOVE CashierActive TO TblCashierActive(CashierCount)
                        MOVE CashierPswdDate TO TblCashierPswdDate(CashierCount)
                        MOVE CashierForceChg TO TblCashierForceChg(CashierCount)
                        IF CashierMealAllow IS NUMERIC
                            MOVE CashierMealAllow TO TblCashierMealAllow(CashierCount)
                        ELSE
                            MOVE StaffMealAllowance TO TblCashierMealAllow(CashierCount)
                        END-IF
                        MOVE CashierCerts TO TblCashierCerts(CashierCount)
                END-READ
            END-PERFORM
            CLOSE CashierFile
            MOVE TblCashierActive(Temp_Count) TO CashierActive
            MOVE TblCashierPswdDate(Temp_Count) TO CashierPswdDate
            MOVE TblCashierForceChg(Temp_Count) TO CashierForceChg
            MOVE TblCashierMealAllow(Temp_Count) TO CashierMealAllow
            MOVE TblCashierCerts(Temp_Count) TO CashierCerts
            WRITE CashierData
            ADD 1 TO Temp_Count
        END-PERFORM
            ACCEPT WS-Today FROM DATE YYYYMMDD
            MOVE WS-Today TO TblCashierPswdDate(CashierCount)
            MOVE 'Y' TO TblCashierForceChg(CashierCount) *> first login picks their own
            MOVE StaffMealAllowance TO TblCashierMealAllow(CashierCount)
            MOVE SPACE TO TblCashierCerts(CashierCount) *> certificates are keyed under option 9
            PERFORM SaveCashiers
            MOVE "USER-ADD" TO WS-SecEvent
            PERFORM LogSecEvent

ListUsers.
        DISPLAY " "
        DISPLAY "User ID     Role  Active  Meal Allowance"
        MOVE 1 TO Temp_Count
        PERFORM UNTIL Temp_Count > CashierCount
            MOVE TblCashierMealAllow(Temp_Count) TO WS-AllowDisp
            DISPLAY TblCashierID(Temp_Count) "   " TblCashierRole(Temp_Count)
                "     " TblCashierActive(Temp_Count) "     " WS-AllowDisp
            ADD 1 TO Temp_Count
        END-PERFORM.

            PERFORM LogSecEvent
            DISPLAY "LIMITS SAVED."
        END-IF.

*> THE MONTHLY VALUE OF MEALS AN EMPLOYEE MAY EAT ON THE STAF TENDER -- THE
*> REGISTER REFUSES THE MEAL ONCE THE MONTH'S MEALS REACH IT
SetMealAllowance.
        DISPLAY " "
        DISPLAY "User ID : " WITH NO ADVANCING
        ACCEPT WS-TargetID
        PERFORM FindTarget
        IF MatchedCashierIdx = 0
            DISPLAY "NO SUCH USER."
        ELSE
            DISPLAY "Monthly allowance (6 digits, 012000 = 120.00, 0 = no staff meals) : " WITH NO ADVANCING
            ACCEPT TblCashierMealAllow(MatchedCashierIdx)
            PERFORM SaveCashiers
            MOVE "MEAL-ALLOW" TO WS-SecEvent
            MOVE TblCashierMealAllow(MatchedCashierIdx) TO WS-AllowDisp
            MOVE WS-AllowDisp TO WS-SecDetail
            PERFORM LogSecEvent
            DISPLAY "ALLOWANCE SET."
        END-IF.

*> FOOD-HANDLER AND ALCOHOL-SERVICE CERTIFICATES, THREE SLOTS PER USER. THE
*> REGISTER WARNS AT CLOCK-IN AS ONE NEARS EXPIRY AND WILL NOT LET A USER
*> WITHOUT A CURRENT ALCOHOL CERTIFICATE RING ALCOHOL; CERTRPT LISTS THE LAPSES
SetCertificates.
        DISPLAY " "
        DISPLAY "User ID : " WITH NO ADVANCING
        ACCEPT WS-TargetID
        PERFORM FindTarget
        IF MatchedCashierIdx = 0
            DISPLAY "NO SUCH USER."
        ELSE
            DISPLAY "Slot  Type  Certificate No  Expires"
            MOVE 1 TO CertSub
            PERFORM UNTIL CertSub > 3
                DISPLAY "  " CertSub "    " TblCertType(MatchedCashierIdx, CertSub)
                    "     " TblCertRef(MatchedCashierIdx, CertSub)
                    "    " TblCertExpiry(MatchedCashierIdx, CertSub)
                ADD 1 TO CertSub
            END-PERFORM
            DISPLAY "Slot to set (1-3, other = none) : " WITH NO ADVANCING
            ACCEPT CertSub
            IF CertSub < 1 OR CertSub > 3
                DISPLAY "NOTHING CHANGED."
            ELSE
                DISPLAY "Type (F = food handler, A = alcohol service, space = clear the slot) : " WITH NO ADVANCING
                ACCEPT WS-CertType
                IF WS-CertType = SPACE
                    MOVE SPACE TO TblCashierCert(MatchedCashierIdx, CertSub)
                    MOVE "SLOT CLEARED" TO WS-SecDetail
                    PERFORM SaveCashiers
                    MOVE "CERT-SET" TO WS-SecEvent
                    PERFORM LogSecEvent
                    DISPLAY "CERTIFICATE REMOVED."
                ELSE
                IF WS-CertType NOT = 'F' AND WS-CertType NOT = 'A'
                    DISPLAY "TYPE MUST BE F OR A -- NOTHING CHANGED."
                ELSE
                    DISPLAY "Certificate number : " WITH NO ADVANCING
                    ACCEPT WS-CertRef
                    DISPLAY "Expiry date (CCYYMMDD) : " WITH NO ADVANCING
                    ACCEPT WS-CertExpiry
                    IF WS-CertExpiry < 19000101
                        DISPLAY "NOT A VALID DATE -- NOTHING CHANGED."
                    ELSE
                        MOVE WS-CertType TO TblCertType(MatchedCashierIdx, CertSub)
                        MOVE WS-CertRef TO TblCertRef(MatchedCashierIdx, CertSub)
                        MOVE WS-CertExpiry TO TblCertExpiry(MatchedCashierIdx, CertSub)
                        PERFORM SaveCashiers
                        MOVE "CERT-SET" TO WS-SecEvent
                        STRING WS-CertType " " WS-CertRef " " WS-CertExpiry
                            DELIMITED BY SIZE INTO WS-SecDetail
                        PERFORM LogSecEvent
                        DISPLAY "CERTIFICATE SAVED."
                    END-IF
                END-IF
                END-IF
            END-IF
        END-IF.
