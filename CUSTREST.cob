                MOVE 0 TO CreditLimit *> not carried on the backups either
                MOVE SPACE TO DelivAddr
                MOVE SPACE TO DelivNote
                MOVE SPACE TO ConsentEmail
                MOVE SPACE TO ConsentSMS
                MOVE SPACE TO ConsentPost
                MOVE 0 TO ConsentDate
                WRITE CustomerData
                    INVALID KEY DISPLAY "Duplicate ID " BkIDNum " in the backup, skipped."
                    NOT INVALID KEY
