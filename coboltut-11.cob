        MOVE ZERO TO CreditLimit
        MOVE SPACE TO DelivAddr
        MOVE SPACE TO DelivNote
        MOVE SPACE TO ConsentEmail
        MOVE SPACE TO ConsentSMS
        MOVE SPACE TO ConsentPost
        MOVE 0 TO ConsentDate
        WRITE CustomerData
        END-WRITE.
CLOSE CustomerFile.
