            ACCESS MODE IS DYNAMIC  *> DYNAMIC so AddCust can START+READ NEXT the LastName key to check for duplicate names
            RECORD KEY IS IDNum  *> primary key (based on ID to do all Fn)
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            LOCK MODE IS MANUAL *> a change is saved over a fresh copy read WITH LOCK -- the registers move points as they sell
            FILE STATUS IS CustomerFileStatus.
        SELECT CustomerAudit ASSIGN TO "CustomerAudit.dat" *> before-image of every UpdateCust/DeleteCust, and every merge
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CustAuditStatus.
        SELECT ARLedgerFile ASSIGN TO "ARLedger.dat" *> a merge moves the retired ID's house-account lines across
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ARStatus.
        SELECT CustAliasFile ASSIGN TO "CustAlias.dat" *> retired ID -> survivor, read by CUSTSTMT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CustAliasStatus.
        SELECT CashierFile ASSIGN TO "Cashier.dat" *> a merge, and undoing one, takes a manager
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CashierFileStatus.
        SELECT HouseholdFile ASSIGN TO "Household.dat" *> household links -- testPOS pools the members' points
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HouseholdStatus.
        SELECT ErrorLogFile ASSIGN TO "ErrorLog.dat" *> common error trail, shared with testPOS.cob
            ORGANIZATION IS LINE SEQUENTIAL.

        02 AU-OldLastName PIC X(15).
        02 AU-Date PIC 9(8). *> CCYYMMDD
        02 AU-Time PIC 9(8). *> HHMMSSCC
        02 AU-Action PIC X(1). *> U = update, D = delete, M = merged away into AU-MergedInto, A = house-account line moved by that merge, X = merge undone
        02 AU-MergedInto PIC 9(5). *> M/A/X: the surviving IDNum
        02 AU-ByUser PIC X(10). *> M/X: the manager who signed it off
        02 AU-PointsMoved PIC 9(7). *> M: the retired ID's points added to the survivor
        02 AU-SurvActivity PIC 9(8). *> M: the survivor's LastActivityDate before the merge
        02 AU-ARLineNo PIC 9(6). *> A: which ARLedger.dat line was moved, counting from 1
        02 AU-Image PIC X(157). *> M: the retired customer record as it stood

FD ARLedgerFile.
01 ARLedgerData.
        02 AR-CustID PIC 9(5).
        02 AR-Date PIC 9(8).
        02 AR-TransNo PIC 9(6).
        02 AR-Type PIC X(1). *> C = charge, P = payment on account
        02 AR-Amount PIC 9(6)V99.

FD CustAliasFile.
COPY CUSTALS.

FD CashierFile.
COPY CASHIER.

FD HouseholdFile.
COPY HOUSEHLD.

FD ErrorLogFile.
COPY ERRORLOG.
WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 CustExists PIC X. *> Y / N, or B = held at a register past the retries
01 DupNameFound PIC X.
01 DupScanEOF PIC X.
01 WS-NewIDNum PIC 9(5).
01 WS-LogTimeRaw PIC 9(8).
01 WS-ErrMessage PIC X(40).
01 CustomerFileStatus PIC XX.
01 CustAuditStatus PIC XX.
01 ARStatus PIC XX.
01 CustAliasStatus PIC XX.
01 CashierFileStatus PIC XX.
01 HouseholdStatus PIC XX.

*> merging one customer ID into another, and undoing it
01 WS-MgrID PIC X(10).
01 WS-MgrPswd PIC X(30).
01 WS-HashedPswd PIC X(30).
01 WS-MgrOK PIC X.
01 WS-MgrEOF PIC X.
01 WS-SurvivorID PIC 9(5).
01 WS-RetiredID PIC 9(5).
01 WS-RetiredImage PIC X(157).
01 WS-EditedCust PIC X(157). *> the keyed changes, held while the record is read again under lock
01 WS-PointsNow PIC 9(7).
01 WS-ActivityNow PIC 9(8).
01 WS-LimitNow PIC 9(5).
01 WS-RetiredPoints PIC 9(7).
01 WS-RetiredActivity PIC 9(8).
01 WS-SurvActivity PIC 9(8).
01 WS-Confirm PIC X.
01 WS-MergeDate PIC 9(8).
01 WS-MergeTime PIC 9(8).
01 WS-LineNo PIC 9(6).
01 WS-LinesMoved PIC 9(6).
01 WS-MergeFound PIC X.
01 WS-AuditEOF PIC X.
01 WS-FileEOF PIC X.
01 AliasTable.
        05 AliasEntry OCCURS 500 TIMES.
            10 TblAliasOld PIC 9(5).
            10 TblAliasSurvivor PIC 9(5).
            10 TblAliasDate PIC 9(8).
            10 TblAliasBy PIC X(10).
01 AliasCount PIC 9(3) VALUE 0.
01 AliasIdx PIC 9(3).
01 AliasSub PIC 9(3).
01 MovedTable.
        05 MovedEntry OCCURS 500 TIMES.
            10 TblMovedLine PIC 9(6).
01 MovedCount PIC 9(3) VALUE 0.
01 MovedSub PIC 9(3).
01 WS-LineIsMoved PIC X.
01 WS-OldIDTaken PIC X. *> Y = the retired ID has been given to someone new since

*> household links, held in full while one is joined or left
01 HouseTable.
        05 HouseEntry OCCURS 500 TIMES.
            10 TblHouseCust PIC 9(5).
            10 TblHouseID PIC 9(5).
            10 TblHouseJoined PIC 9(8).
01 HouseCount PIC 9(3) VALUE 0.
01 HouseIdx PIC 9(3).
01 HouseSub PIC 9(3).
01 WS-JoinID PIC 9(5).
01 WS-HouseRefID PIC 9(5).
01 WS-HouseID PIC 9(5).
01 WS-HouseMembers PIC 9(3).
01 WS-NewHousehold PIC X.

*> customer search (partial last name via the alternate key, or phone number)
01 SearchMode PIC X.
01 SearchEOF PIC X.
01 SearchHits PIC 9(3).

COPY LOCKLINK. *> record locking on the shared files

PROCEDURE DIVISION.
StartPara.
        MOVE "COBOLTUT13" TO CN-Program.
        PERFORM EnsureCustomerFileExists.
        OPEN I-O CustomerFile.
        PERFORM UNTIL StayOpen='N'
            DISPLAY "3            : Update Customer"
            DISPLAY "4            : Get Customer"
            DISPLAY "5            : Search Customer (name/phone)"
            DISPLAY "6            : Merge Duplicate Customers (manager)"
            DISPLAY "7            : Undo A Merge (manager)"
            DISPLAY "8            : Join A Household"
            DISPLAY "9            : Leave A Household"
            DISPLAY "Other Number : Quit"
            DISPLAY ":" WITH NO ADVANCING
            ACCEPT Choice
                WHEN 3 PERFORM UpdateCust
                WHEN 4 PERFORM GetCust
                WHEN 5 PERFORM SearchCust
                WHEN 6 PERFORM MergeCust
                WHEN 7 PERFORM UndoMerge
                WHEN 8 PERFORM JoinHousehold
                WHEN 9 PERFORM LeaveHousehold
                WHEN OTHER move 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        ACCEPT DelivAddr.
        DISPLAY "Enter Delivery Note (gate code etc) : " With NO ADVANCING.
        ACCEPT DelivNote.
        PERFORM AskConsent.
        DISPLAY " "
        WRITE CustomerData
            INVALID KEY
        DISPLAY " "
        DISPLAY "Enter Customer ID to Delete : " With NO ADVANCING.
        ACCEPT IDNum.
        PERFORM LockCustRecord   *> need the before-image for the audit log before it's gone
        IF CustExists = 'N'
            DISPLAY "Key Doesn't Exist"
            MOVE "DeleteCust" TO WS-ErrParagraph
            MOVE IDNum TO WS-ErrKeyValue
            MOVE "Key Doesn't Exist" TO WS-ErrMessage
            PERFORM LogError
        END-IF
        IF CustExists = 'Y'
            MOVE FirstName TO WS-OldFirstName
            MOVE LastName TO WS-OldLastName
            MOVE 'D' TO WS-AuditAction
            ACCEPT DelivAddr
            DISPLAY "Enter the New Delivery Note : " With NO ADVANCING
            ACCEPT DelivNote
            PERFORM AskConsent
            *> THE REGISTERS MAY HAVE MOVED THE POINTS WHILE THIS WAS KEYED, SO THE
            *> EDIT GOES OVER A FRESH, LOCKED COPY AND THE BALANCE, ACTIVITY DATE
            *> AND HOUSE-ACCOUNT LIMIT ON FILE STAND
            MOVE CustomerData TO WS-EditedCust
            PERFORM LockCustRecord
            IF CustExists = 'Y'
                MOVE LoyaltyPoints TO WS-PointsNow
                MOVE LastActivityDate TO WS-ActivityNow
                MOVE CreditLimit TO WS-LimitNow
                MOVE WS-EditedCust TO CustomerData
                MOVE WS-PointsNow TO LoyaltyPoints
                MOVE WS-ActivityNow TO LastActivityDate
                MOVE WS-LimitNow TO CreditLimit
            END-IF
        END-IF.
        IF CustExists NOT = 'B'
            REWRITE CustomerData
                INVALID KEY DISPLAY "Customer Not Updated"
            END-REWRITE
            UNLOCK CustomerFile
        END-IF.

*> READ THE CUSTOMER RECORD AT IDNum WITH A LOCK, TRYING AGAIN THROUGH
*> LOCKWAIT WHILE A REGISTER HOLDS IT TO MOVE POINTS. CustExists COMES BACK
*> Y, N, OR B WHEN IT WAS STILL HELD AFTER THE LAST TRY
LockCustRecord.
        MOVE "Customer.dat" TO CN-File
        MOVE IDNum TO CN-Key
        MOVE 0 TO CN-Tries
        MOVE 'N' TO CN-GaveUp
        MOVE "51" TO CustomerFileStatus
        PERFORM UNTIL CustomerFileStatus NOT = "51" OR CN-GaveUp = 'Y'
            READ CustomerFile WITH LOCK
                INVALID KEY CONTINUE
            END-READ
            IF CustomerFileStatus = "51"
                CALL "LOCKWAIT" USING CN-LockLink
            END-IF
        END-PERFORM
        EVALUATE TRUE
            WHEN CN-GaveUp = 'Y'
                MOVE 'B' TO CustExists
                DISPLAY "Customer Is In Use At A Register -- Nothing Saved, Try Again"
            WHEN CustomerFileStatus(1:1) = "0"
                MOVE 'Y' TO CustExists
            WHEN OTHER
                MOVE 'N' TO CustExists
        END-EVALUATE.

*> MARKETING CONSENT, ONE QUESTION PER CHANNEL -- ANYTHING BUT A YES IS A NO,
*> AND THE ANSWERS ARE DATED SO WE CAN SHOW WHEN THEY WERE GIVEN
AskConsent.
        DISPLAY "Happy to receive offers by email? (Y/N) : " With NO ADVANCING
        ACCEPT ConsentEmail
        IF ConsentEmail = 'y'
            MOVE 'Y' TO ConsentEmail
        END-IF
        IF ConsentEmail NOT = 'Y'
            MOVE 'N' TO ConsentEmail
        END-IF
        DISPLAY "Happy to receive offers by text message? (Y/N) : " With NO ADVANCING
        ACCEPT ConsentSMS
        IF ConsentSMS = 'y'
            MOVE 'Y' TO ConsentSMS
        END-IF
        IF ConsentSMS NOT = 'Y'
            MOVE 'N' TO ConsentSMS
        END-IF
        DISPLAY "Happy to receive offers by post? (Y/N) : " With NO ADVANCING
        ACCEPT ConsentPost
        IF ConsentPost = 'y'
            MOVE 'Y' TO ConsentPost
        END-IF
        IF ConsentPost NOT = 'Y'
            MOVE 'N' TO ConsentPost
        END-IF
        ACCEPT ConsentDate FROM DATE YYYYMMDD.

*> APPEND THE BEFORE-IMAGE TO CustomerAudit.dat AHEAD OF A REWRITE OR DELETE
WriteAuditRecord.
        ACCEPT AU-Date FROM DATE YYYYMMDD
        ACCEPT AU-Time FROM TIME
        MOVE WS-AuditAction TO AU-Action
        MOVE 0 TO AU-MergedInto
        MOVE SPACE TO AU-ByUser
        MOVE 0 TO AU-PointsMoved
        MOVE 0 TO AU-SurvActivity
        MOVE 0 TO AU-ARLineNo
        MOVE SPACE TO AU-Image
        OPEN EXTEND CustomerAudit
        WRITE AuditRecord
        CLOSE CustomerAudit.
            DISPLAY "Deliv Note   : " DelivNote
            DISPLAY "Loyalty Points : " LoyaltyPoints
            DISPLAY "Birthday (MM/DD) : " BirthMonth "/" BirthDay
            DISPLAY "Marketing OK : Email " ConsentEmail "  SMS " ConsentSMS
                "  Post " ConsentPost "  (given " ConsentDate ")"
        END-IF.


*> A MANAGER'S ID AND PASSWORD FOR THE ONE ACTION, THE SAME CHECK testPOS MAKES
*> FOR ITS OVERRIDES -- THE CLEAR-TEXT COMPARE ONLY APPLIES TO A GENUINE
*> PRE-SCRAMBLE RECORD (NO PASSWORD DATE)
ManagerSignOff.
        MOVE 'N' TO WS-MgrOK
        DISPLAY "Manager ID : " With NO ADVANCING
        ACCEPT WS-MgrID
        DISPLAY "Password   : " With NO ADVANCING
        ACCEPT WS-MgrPswd
        CALL "PSWDHASH" USING WS-MgrPswd, WS-HashedPswd
        OPEN INPUT CashierFile
        IF CashierFileStatus = "00"
            MOVE 'N' TO WS-MgrEOF
            PERFORM UNTIL WS-MgrEOF = 'Y'
                READ CashierFile
                    AT END MOVE 'Y' TO WS-MgrEOF
                    NOT AT END
                        IF CashierID = WS-MgrID AND CashierRole = 'M'
                            AND CashierActive NOT = 'N'
                            IF WS-HashedPswd = CashierPswd
                                OR ((CashierPswdDate IS NOT NUMERIC OR CashierPswdDate = 0)
                                    AND WS-MgrPswd = CashierPswd)
                                MOVE 'Y' TO WS-MgrOK
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CashierFile
        END-IF
        IF WS-MgrOK NOT = 'Y'
            DISPLAY "Not a manager's ID and password -- nothing changed."
        END-IF.

*> FOLD A DUPLICATE ID INTO THE ONE THAT STAYS: POINTS ADDED, THE LATER
*> ACTIVITY DATE KEPT, HOUSE-ACCOUNT LINES RE-KEYED, THE OLD RECORD DELETED.
*> EVERY STEP GOES TO CustomerAudit.dat SO UndoMerge CAN PUT IT BACK
MergeCust.
        DISPLAY " "
        DISPLAY "Surviving customer ID (the one to keep) : " With NO ADVANCING
        ACCEPT WS-SurvivorID
        DISPLAY "Customer ID to retire into it           : " With NO ADVANCING
        ACCEPT WS-RetiredID
        IF WS-SurvivorID = WS-RetiredID
            DISPLAY "The two IDs are the same -- nothing to merge."
        ELSE
            MOVE 'Y' TO CustExists
            MOVE WS-RetiredID TO IDNum
            READ CustomerFile
                INVALID KEY MOVE 'N' TO CustExists
            END-READ
            IF CustExists = 'N'
                DISPLAY "Customer " WS-RetiredID " Doesn't Exist"
            ELSE
                MOVE CustomerData TO WS-RetiredImage
                MOVE LoyaltyPoints TO WS-RetiredPoints
                MOVE LastActivityDate TO WS-RetiredActivity
                DISPLAY "Retire  : " IDNum "  " FirstName " " LastName "  " PhoneNum "  PTS " LoyaltyPoints
                MOVE WS-SurvivorID TO IDNum
                READ CustomerFile
                    INVALID KEY MOVE 'N' TO CustExists
                END-READ
                IF CustExists = 'N'
                    DISPLAY "Customer " WS-SurvivorID " Doesn't Exist"
                ELSE
                    DISPLAY "Keep    : " IDNum "  " FirstName " " LastName "  " PhoneNum "  PTS " LoyaltyPoints
                    DISPLAY "Merge them? (Y/N) : " With NO ADVANCING
                    ACCEPT WS-Confirm
                    IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
                        PERFORM ManagerSignOff
                        IF WS-MgrOK = 'Y'
                            PERFORM RelockMergePair
                            IF CustExists = 'Y'
                                PERFORM ApplyMerge
                            END-IF
                        END-IF
                    ELSE
                        DISPLAY "Nothing merged."
                    END-IF
                END-IF
            END-IF
        END-IF.

*> BOTH RECORDS ARE READ AGAIN UNDER LOCK BEFORE THE MERGE IS APPLIED -- THEIR
*> POINTS MAY HAVE MOVED AT A REGISTER WHILE IT WAS BEING CONFIRMED. THE
*> SURVIVOR IS LEFT IN THE RECORD AREA, AS ApplyMerge EXPECTS
RelockMergePair.
        MOVE WS-RetiredID TO IDNum
        PERFORM LockCustRecord
        IF CustExists = 'Y'
            MOVE CustomerData TO WS-RetiredImage
            MOVE LoyaltyPoints TO WS-RetiredPoints
            MOVE LastActivityDate TO WS-RetiredActivity
            MOVE WS-SurvivorID TO IDNum
            PERFORM LockCustRecord
        END-IF
        IF CustExists = 'N'
            DISPLAY "Customer Removed Meanwhile -- Nothing Merged"
        END-IF.

ApplyMerge.
        ACCEPT WS-MergeDate FROM DATE YYYYMMDD
        ACCEPT WS-MergeTime FROM TIME
        *> THE SURVIVOR IS STILL IN THE RECORD AREA FROM MergeCust
        MOVE LastActivityDate TO WS-SurvActivity
        IF LoyaltyPoints + WS-RetiredPoints > 9999999
            MOVE 9999999 TO LoyaltyPoints
        ELSE
            ADD WS-RetiredPoints TO LoyaltyPoints
        END-IF
        IF WS-RetiredActivity > LastActivityDate
            MOVE WS-RetiredActivity TO LastActivityDate
        END-IF
        REWRITE CustomerData
            INVALID KEY DISPLAY "Customer Not Updated"
        END-REWRITE
        IF CreditLimit = 0
            DISPLAY "Note: " WS-SurvivorID " has no house-account limit -- set one in HOUSEACC if the account stays open."
        END-IF
        MOVE WS-RetiredID TO IDNum
        DELETE CustomerFile
            INVALID KEY DISPLAY "Key Doesn't Exist"
        END-DELETE

        OPEN EXTEND CustomerAudit
        MOVE WS-RetiredImage TO CustomerData
        MOVE WS-RetiredID TO AU-IDNum
        MOVE FirstName TO AU-OldFirstName
        MOVE LastName TO AU-OldLastName
        MOVE WS-MergeDate TO AU-Date
        MOVE WS-MergeTime TO AU-Time
        MOVE 'M' TO AU-Action
        MOVE WS-SurvivorID TO AU-MergedInto
        MOVE WS-MgrID TO AU-ByUser
        MOVE WS-RetiredPoints TO AU-PointsMoved
        MOVE WS-SurvActivity TO AU-SurvActivity
        MOVE 0 TO AU-ARLineNo
        MOVE WS-RetiredImage TO AU-Image
        WRITE AuditRecord

        *> HOUSE-ACCOUNT LINES RE-KEYED IN PLACE, EACH ONE NOTED BY ITS LINE NUMBER
        MOVE 0 TO WS-LineNo
        MOVE 0 TO WS-LinesMoved
        OPEN I-O ARLedgerFile
        IF ARStatus = "00"
            MOVE 'N' TO WS-FileEOF
            PERFORM UNTIL WS-FileEOF = 'Y'
                READ ARLedgerFile
                    AT END MOVE 'Y' TO WS-FileEOF
                    NOT AT END
                        ADD 1 TO WS-LineNo
                        IF AR-CustID = WS-RetiredID
                            MOVE WS-SurvivorID TO AR-CustID
                            REWRITE ARLedgerData
                            ADD 1 TO WS-LinesMoved
                            MOVE 'A' TO AU-Action
                            MOVE 0 TO AU-PointsMoved
                            MOVE 0 TO AU-SurvActivity
                            MOVE WS-LineNo TO AU-ARLineNo
                            MOVE SPACE TO AU-Image
                            WRITE AuditRecord
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ARLedgerFile
        END-IF
        CLOSE CustomerAudit

        OPEN EXTEND CustAliasFile
        IF CustAliasStatus NOT = "00"
            OPEN OUTPUT CustAliasFile
        END-IF
        MOVE WS-RetiredID TO CA-OldID
        MOVE WS-SurvivorID TO CA-SurvivorID
        MOVE WS-MergeDate TO CA-MergedDate
        MOVE WS-MgrID TO CA-MergedBy
        WRITE CustAliasData
        CLOSE CustAliasFile
        DISPLAY WS-RetiredID " merged into " WS-SurvivorID ": " WS-RetiredPoints " points and "
            WS-LinesMoved " house-account line(s) moved.".

*> PUT A MERGED-AWAY ID BACK FROM ITS AUDIT TRAIL: THE RECORD REWRITTEN FROM
*> ITS BEFORE-IMAGE, ITS POINTS TAKEN BACK OFF THE SURVIVOR, ITS HOUSE-ACCOUNT
*> LINES RE-KEYED BACK AND ITS CustAlias.dat LINE REMOVED
UndoMerge.
        DISPLAY " "
        DISPLAY "Retired customer ID to restore : " With NO ADVANCING
        ACCEPT WS-RetiredID
        PERFORM LoadAliases
        MOVE 0 TO AliasIdx
        MOVE 1 TO AliasSub
        PERFORM UNTIL AliasSub > AliasCount
            IF TblAliasOld(AliasSub) = WS-RetiredID
                MOVE AliasSub TO AliasIdx
            END-IF
            ADD 1 TO AliasSub
        END-PERFORM
        IF AliasIdx = 0
            DISPLAY "Customer " WS-RetiredID " was not merged into anyone."
        ELSE
            MOVE TblAliasSurvivor(AliasIdx) TO WS-SurvivorID
            PERFORM FindMergeAudit
            MOVE 'N' TO CustExists
            MOVE WS-RetiredID TO IDNum
            READ CustomerFile
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE 'Y' TO CustExists
            END-READ
            MOVE CustExists TO WS-OldIDTaken
            MOVE 'Y' TO CustExists
            MOVE WS-SurvivorID TO IDNum
            READ CustomerFile
                INVALID KEY MOVE 'N' TO CustExists
            END-READ
            EVALUATE TRUE
                WHEN WS-MergeFound NOT = 'Y'
                    DISPLAY "No merge record on CustomerAudit.dat for " WS-RetiredID " -- it cannot be put back."
                WHEN WS-OldIDTaken = 'Y'
                    DISPLAY "ID " WS-RetiredID " has been given to another customer since -- it cannot be put back."
                WHEN CustExists = 'N'
                    DISPLAY WS-SurvivorID " is gone too -- undo the merge that retired it first."
                WHEN OTHER
                    DISPLAY "Undo the merge of " WS-RetiredID " into " WS-SurvivorID " (" WS-RetiredPoints " points)? (Y/N) : "
                        With NO ADVANCING
                    ACCEPT WS-Confirm
                    IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
                        PERFORM ManagerSignOff
                        IF WS-MgrOK = 'Y'
                            MOVE WS-SurvivorID TO IDNum
                            PERFORM LockCustRecord *> held through ApplyUndo's points change
                            IF CustExists = 'Y'
                                PERFORM ApplyUndo
                            END-IF
                        END-IF
                    ELSE
                        DISPLAY "Nothing changed."
                    END-IF
            END-EVALUATE
        END-IF.

*> THE LATEST M LINE FOR THIS ID AND SURVIVOR, AND THE A LINES WRITTEN WITH IT
FindMergeAudit.
        MOVE 'N' TO WS-MergeFound
        MOVE 0 TO MovedCount
        OPEN INPUT CustomerAudit
        IF CustAuditStatus = "00"
            MOVE 'N' TO WS-AuditEOF
            PERFORM UNTIL WS-AuditEOF = 'Y'
                READ CustomerAudit
                    AT END MOVE 'Y' TO WS-AuditEOF
                    NOT AT END
                        IF AU-IDNum = WS-RetiredID AND AU-MergedInto = WS-SurvivorID
                            IF AU-Action = 'M'
                                MOVE 'Y' TO WS-MergeFound
                                MOVE AU-Date TO WS-MergeDate
                                MOVE AU-Time TO WS-MergeTime
                                MOVE AU-Image TO WS-RetiredImage
                                MOVE AU-PointsMoved TO WS-RetiredPoints
                                MOVE AU-SurvActivity TO WS-SurvActivity
                                MOVE 0 TO MovedCount
                            END-IF
                            IF AU-Action = 'A' AND AU-Date = WS-MergeDate
                                AND AU-Time = WS-MergeTime AND MovedCount < 500
                                ADD 1 TO MovedCount
                                MOVE AU-ARLineNo TO TblMovedLine(MovedCount)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CustomerAudit
        END-IF.

ApplyUndo.
        MOVE WS-RetiredImage TO CustomerData
        MOVE LastActivityDate TO WS-RetiredActivity
        MOVE WS-SurvivorID TO IDNum
        READ CustomerFile
            INVALID KEY CONTINUE
        END-READ
        *> POINTS ALREADY SPENT SINCE THE MERGE CAN'T BE TAKEN BACK, SO THE
        *> SURVIVOR'S BALANCE STOPS AT ZERO
        IF LoyaltyPoints < WS-RetiredPoints
            DISPLAY "Only " LoyaltyPoints " points left on " WS-SurvivorID " -- taking those."
            MOVE 0 TO LoyaltyPoints
        ELSE
            SUBTRACT WS-RetiredPoints FROM LoyaltyPoints
        END-IF
        *> THE MERGE ONLY MOVED THE DATE IF THE RETIRED ID'S WAS LATER, AND ONLY
        *> PUT IT BACK IF THE SURVIVOR HASN'T BEEN SEEN SINCE
        IF LastActivityDate = WS-RetiredActivity AND WS-SurvActivity < WS-RetiredActivity
            MOVE WS-SurvActivity TO LastActivityDate
        END-IF
        REWRITE CustomerData
            INVALID KEY DISPLAY "Customer Not Updated"
        END-REWRITE
        MOVE WS-RetiredImage TO CustomerData
        WRITE CustomerData
            INVALID KEY DISPLAY "ID " WS-RetiredID " Taken!"
        END-WRITE

        MOVE 0 TO WS-LineNo
        MOVE 0 TO WS-LinesMoved
        OPEN I-O ARLedgerFile
        IF ARStatus = "00"
            MOVE 'N' TO WS-FileEOF
            PERFORM UNTIL WS-FileEOF = 'Y'
                READ ARLedgerFile
                    AT END MOVE 'Y' TO WS-FileEOF
                    NOT AT END
                        ADD 1 TO WS-LineNo
                        IF AR-CustID = WS-SurvivorID
                            PERFORM CheckMovedLine
                            IF WS-LineIsMoved = 'Y'
                                MOVE WS-RetiredID TO AR-CustID
                                REWRITE ARLedgerData
                                ADD 1 TO WS-LinesMoved
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ARLedgerFile
        END-IF

        *> THE ALIAS LINE COMES OUT, SO CUSTSTMT STOPS CREDITING THE OLD HISTORY ACROSS
        OPEN OUTPUT CustAliasFile
        MOVE 1 TO AliasSub
        PERFORM UNTIL AliasSub > AliasCount
            IF AliasSub NOT = AliasIdx
                MOVE TblAliasOld(AliasSub) TO CA-OldID
                MOVE TblAliasSurvivor(AliasSub) TO CA-SurvivorID
                MOVE TblAliasDate(AliasSub) TO CA-MergedDate
                MOVE TblAliasBy(AliasSub) TO CA-MergedBy
                WRITE CustAliasData
            END-IF
            ADD 1 TO AliasSub
        END-PERFORM
        CLOSE CustAliasFile

        MOVE WS-RetiredImage TO CustomerData
        MOVE WS-RetiredID TO AU-IDNum
        MOVE FirstName TO AU-OldFirstName
        MOVE LastName TO AU-OldLastName
        ACCEPT AU-Date FROM DATE YYYYMMDD
        ACCEPT AU-Time FROM TIME
        MOVE 'X' TO AU-Action
        MOVE WS-SurvivorID TO AU-MergedInto
        MOVE WS-MgrID TO AU-ByUser
        MOVE WS-RetiredPoints TO AU-PointsMoved
        MOVE 0 TO AU-SurvActivity
        MOVE 0 TO AU-ARLineNo
        MOVE SPACE TO AU-Image
        OPEN EXTEND CustomerAudit
        WRITE AuditRecord
        CLOSE CustomerAudit
        DISPLAY WS-RetiredID " restored: " WS-LinesMoved " house-account line(s) moved back from " WS-SurvivorID ".".

CheckMovedLine.
        MOVE 'N' TO WS-LineIsMoved
        MOVE 1 TO MovedSub
        PERFORM UNTIL MovedSub > MovedCount
            IF TblMovedLine(MovedSub) = WS-LineNo
                MOVE 'Y' TO WS-LineIsMoved
            END-IF
            ADD 1 TO MovedSub
        END-PERFORM.

LoadAliases.
        MOVE 0 TO AliasCount
        OPEN INPUT CustAliasFile
        IF CustAliasStatus = "00"
            MOVE 'N' TO WS-FileEOF
            PERFORM UNTIL WS-FileEOF = 'Y'
                READ CustAliasFile
                    AT END MOVE 'Y' TO WS-FileEOF
                    NOT AT END
                        IF AliasCount < 500
                            ADD 1 TO AliasCount
                            MOVE CA-OldID TO TblAliasOld(AliasCount)
                            MOVE CA-SurvivorID TO TblAliasSurvivor(AliasCount)
                            MOVE CA-MergedDate TO TblAliasDate(AliasCount)
                            MOVE CA-MergedBy TO TblAliasBy(AliasCount)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CustAliasFile
        END-IF.

*> PUT A CUSTOMER IN A HOUSEHOLD: NAME ANY CURRENT MEMBER TO JOIN THEIRS, OR
*> ANOTHER CUSTOMER NOT YET IN ONE TO START A NEW HOUSEHOLD TOGETHER. POINTS
*> STAY ON EACH MEMBER'S OWN RECORD -- testPOS POOLS THEM AT THE REGISTER
JoinHousehold.
        DISPLAY " "
        DISPLAY "Customer ID joining a household : " With NO ADVANCING
        ACCEPT WS-JoinID
        MOVE 'Y' TO CustExists
        MOVE WS-JoinID TO IDNum
        READ CustomerFile
            INVALID KEY MOVE 'N' TO CustExists
        END-READ
        IF CustExists = 'N'
            DISPLAY "Customer " WS-JoinID " Doesn't Exist"
        ELSE
            PERFORM LoadHouseholds
            MOVE WS-JoinID TO WS-HouseRefID
            PERFORM FindHouseMember
            IF HouseIdx > 0
                DISPLAY "Customer " WS-JoinID " is already in household " TblHouseID(HouseIdx) " -- leave it first."
            ELSE
                DISPLAY "Any member of the household to join, or a customer to start one with : " With NO ADVANCING
                ACCEPT WS-HouseRefID
                MOVE WS-HouseRefID TO IDNum
                READ CustomerFile
                    INVALID KEY MOVE 'N' TO CustExists
                END-READ
                IF CustExists = 'N' OR WS-HouseRefID = WS-JoinID
                    DISPLAY "Customer " WS-HouseRefID " can't be used -- nothing joined."
                ELSE
                    PERFORM FindHouseMember
                    IF HouseIdx > 0
                        MOVE 'N' TO WS-NewHousehold
                        MOVE TblHouseID(HouseIdx) TO WS-HouseID
                    ELSE
                        MOVE 'Y' TO WS-NewHousehold
                        PERFORM NextHouseID
                    END-IF
                    PERFORM CountHouseMembers
                    IF WS-HouseMembers NOT < 10
                        DISPLAY "Household " WS-HouseID " already has 10 members -- nothing joined."
                    ELSE
                        IF HouseCount > 498
                            DISPLAY "Household.dat is full -- nothing joined."
                        ELSE
                            PERFORM AddHouseLinks
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF.

AddHouseLinks.
        OPEN EXTEND HouseholdFile
        IF HouseholdStatus NOT = "00"
            OPEN OUTPUT HouseholdFile
        END-IF
        MOVE WS-HouseID TO HH-HouseID
        ACCEPT HH-JoinedDate FROM DATE YYYYMMDD
        IF WS-NewHousehold = 'Y'
            MOVE WS-HouseRefID TO HH-CustID
            WRITE HouseholdData
            ADD 1 TO WS-HouseMembers
        END-IF
        MOVE WS-JoinID TO HH-CustID
        WRITE HouseholdData
        ADD 1 TO WS-HouseMembers
        CLOSE HouseholdFile
        DISPLAY WS-JoinID " joined household " WS-HouseID ", now " WS-HouseMembers " member(s).".

*> TAKE A CUSTOMER OUT OF THEIR HOUSEHOLD. THEY LEAVE WITH THE POINTS STILL ON
*> THEIR OWN RECORD; A HOUSEHOLD DOWN TO ONE MEMBER IS CLOSED ALTOGETHER
LeaveHousehold.
        DISPLAY " "
        DISPLAY "Customer ID leaving their household : " With NO ADVANCING
        ACCEPT WS-JoinID
        PERFORM LoadHouseholds
        MOVE WS-JoinID TO WS-HouseRefID
        PERFORM FindHouseMember
        IF HouseIdx = 0
            DISPLAY "Customer " WS-JoinID " is not in a household."
        ELSE
            MOVE TblHouseID(HouseIdx) TO WS-HouseID
            MOVE 0 TO TblHouseCust(HouseIdx) *> marks the line to drop
            PERFORM CountHouseMembers
            OPEN OUTPUT HouseholdFile
            MOVE 1 TO HouseSub
            PERFORM UNTIL HouseSub > HouseCount
                IF TblHouseCust(HouseSub) NOT = 0
                    AND NOT (TblHouseID(HouseSub) = WS-HouseID AND WS-HouseMembers < 2)
                    MOVE TblHouseCust(HouseSub) TO HH-CustID
                    MOVE TblHouseID(HouseSub) TO HH-HouseID
                    MOVE TblHouseJoined(HouseSub) TO HH-JoinedDate
                    WRITE HouseholdData
                END-IF
                ADD 1 TO HouseSub
            END-PERFORM
            CLOSE HouseholdFile
            MOVE WS-JoinID TO IDNum
            READ CustomerFile
                INVALID KEY MOVE 0 TO LoyaltyPoints
            END-READ
            DISPLAY WS-JoinID " has left household " WS-HouseID " and keeps " LoyaltyPoints " point(s)."
            IF WS-HouseMembers < 2
                DISPLAY "Household " WS-HouseID " had no one else left and is closed."
            END-IF
        END-IF.

*> HouseIdx = WS-HouseRefID'S LINE IN THE TABLE, ZERO WHEN IT HAS NONE
FindHouseMember.
        MOVE 0 TO HouseIdx
        MOVE 1 TO HouseSub
        PERFORM UNTIL HouseSub > HouseCount
            IF TblHouseCust(HouseSub) = WS-HouseRefID
                MOVE HouseSub TO HouseIdx
            END-IF
            ADD 1 TO HouseSub
        END-PERFORM.

*> A NEW HOUSEHOLD TAKES THE NEXT NUMBER UP FROM THE HIGHEST ON FILE
NextHouseID.
        MOVE 0 TO WS-HouseID
        MOVE 1 TO HouseSub
        PERFORM UNTIL HouseSub > HouseCount
            IF TblHouseID(HouseSub) > WS-HouseID
                MOVE TblHouseID(HouseSub) TO WS-HouseID
            END-IF
            ADD 1 TO HouseSub
        END-PERFORM
        ADD 1 TO WS-HouseID.

CountHouseMembers.
        MOVE 0 TO WS-HouseMembers
        MOVE 1 TO HouseSub
        PERFORM UNTIL HouseSub > HouseCount
            IF TblHouseID(HouseSub) = WS-HouseID AND TblHouseCust(HouseSub) NOT = 0
                ADD 1 TO WS-HouseMembers
            END-IF
            ADD 1 TO HouseSub
        END-PERFORM.

LoadHouseholds.
        MOVE 0 TO HouseCount
        OPEN INPUT HouseholdFile
        IF HouseholdStatus = "00"
            MOVE 'N' TO WS-FileEOF
            PERFORM UNTIL WS-FileEOF = 'Y'
                READ HouseholdFile
                    AT END MOVE 'Y' TO WS-FileEOF
                    NOT AT END
                        IF HouseCount < 500
                            ADD 1 TO HouseCount
                            MOVE HH-CustID TO TblHouseCust(HouseCount)
                            MOVE HH-HouseID TO TblHouseID(HouseCount)
                            MOVE HH-JoinedDate TO TblHouseJoined(HouseCount)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HouseholdFile
        END-IF.
