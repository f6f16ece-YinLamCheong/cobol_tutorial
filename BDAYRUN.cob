        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BDAYRUN. *> monthly birthday promo run: one personal single-use code per birthday customer who agreed to marketing, straight into the discount file the register honours
AUTHOR. Yanling.
DATE-WRITTEN.Aug 22nd 2026
ENVIRONMENT DIVISION.
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            FILE STATUS IS CustomerFileStatus.
        SELECT DiscountFile ASSIGN TO "Discount.dat" *> the same file FIND_DISCOUNT checks at checkout
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS DC-Code
            FILE STATUS IS DiscountFileStatus.
        SELECT MailList ASSIGN TO "BirthdayList.rpt" *> doubles as the mailing list
            ORGANIZATION IS LINE SEQUENTIAL.
01 WS-RunMonth PIC 9(6). *> CCYYMM the promo is for
01 WS-MonthOnly PIC 9(2).
01 WS-NewCode PIC X(8).
01 GeneratedCount PIC 9(4) VALUE 0.
01 SuppressedCount PIC 9(4) VALUE 0. *> birthday customers left out for want of marketing consent

01 PageHeading.
        05 FILLER PIC X(34) VALUE "BIRTHDAY PROMO RUN FOR MONTH      ".
        05 PrnPhone PIC X(12).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnCode PIC X(8).
        05 FILLER PIC X(2) VALUE SPACE.
        05 PrnChannels. *> the channels they agreed to -- E(mail), S(MS), P(ost)
            10 PrnChanEmail PIC X(1).
            10 FILLER PIC X(1) VALUE SPACE.
            10 PrnChanSMS PIC X(1).
            10 FILLER PIC X(1) VALUE SPACE.
            10 PrnChanPost PIC X(1).
01 TotalsLine.
        05 FILLER PIC X(24) VALUE "Codes generated       : ".
        05 PrnGenCount PIC ZZZ9.
01 SuppressedLine.
        05 FILLER PIC X(24) VALUE "Suppressed, no consent: ".
        05 PrnSupCount PIC ZZZ9.
01 ReportFooting PIC X(13) VALUE "END OF REPORT".
COPY RPTLINK. *> report library filing

PROCEDURE DIVISION.
DISPLAY "Generate birthday codes for month (CCYYMM) : " WITH NO ADVANCING
ACCEPT WS-RunMonth
MOVE WS-RunMonth(5:2) TO WS-MonthOnly

OPEN INPUT CustomerFile
IF CustomerFileStatus NOT = "00"
        DISPLAY "Customer.dat not found -- nothing to generate."
        STOP RUN
END-IF
OPEN I-O DiscountFile
IF DiscountFileStatus = "35" *> first codes ever -- create the file empty, then open it for update
        OPEN OUTPUT DiscountFile
        CLOSE DiscountFile
        OPEN I-O DiscountFile
END-IF
IF DiscountFileStatus NOT = "00"
        DISPLAY "Discount.dat did not open (status " DiscountFileStatus ") -- nothing generated."
        DISPLAY "If it is still the old flat file, convert it with FILECONV first."
        CLOSE CustomerFile
        STOP RUN
END-IF
OPEN OUTPUT MailList
MOVE WS-RunMonth TO PrnRunMonth
            AT END MOVE 'Y' TO WSEOF
            NOT AT END
                IF BirthMonth IS NUMERIC AND BirthMonth = WS-MonthOnly
                    IF ConsentEmail = 'Y' OR ConsentSMS = 'Y' OR ConsentPost = 'Y'
                        PERFORM GenerateOneCode
                    ELSE
                        ADD 1 TO SuppressedCount
                    END-IF
                END-IF
        END-READ
END-PERFORM

MOVE GeneratedCount TO PrnGenCount
WRITE PrintLine FROM TotalsLine AFTER ADVANCING 2 LINES
MOVE SuppressedCount TO PrnSupCount
WRITE PrintLine FROM SuppressedLine AFTER ADVANCING 1 LINE
WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES
CLOSE MailList
MOVE "BirthdayList.rpt" TO RF-ReportName
MOVE "BDAYRUN" TO RF-Program
MOVE 0 TO RF-BusDate
CALL "RPTFILE" USING RF-ReportName, RF-Program, RF-BusDate
DISPLAY GeneratedCount " birthday code(s) generated, mailing list in BirthdayList.rpt"
DISPLAY SuppressedCount " birthday customer(s) suppressed -- no marketing consent on file"
STOP RUN.

*> ONE PERSONAL CODE: BD + THE CUSTOMER ID, SINGLE USE, VALID FOR THE PROMO MONTH
        IDNum DELIMITED BY SIZE
        INTO WS-NewCode

*> A CODE ALREADY ON FILE (A RERUN OF THE MONTH) IS LEFT AS IT STANDS
MOVE WS-NewCode TO DC-Code
READ DiscountFile
        INVALID KEY
        MOVE WS-NewCode TO DC-Code
        MOVE 'P' TO DC-Type
        MOVE 10.00 TO DC-Value *> ten percent birthday treat
        MOVE 'Y' TO DC-SingleUse
        MOVE 'Y' TO DC-Active
        WRITE DiscountData
            INVALID KEY CONTINUE
            NOT INVALID KEY ADD 1 TO GeneratedCount
        END-WRITE
END-READ

MOVE FirstName TO PrnFirstName
MOVE LastName TO PrnLastName
*> ONLY THE CONTACT DETAILS FOR A CHANNEL THEY AGREED TO GO ON THE LIST
MOVE SPACE TO PrnEmail
MOVE SPACE TO PrnPhone
MOVE SPACE TO PrnChanEmail
MOVE SPACE TO PrnChanSMS
MOVE SPACE TO PrnChanPost
IF ConsentEmail = 'Y'
        MOVE EmailAddr TO PrnEmail
        MOVE 'E' TO PrnChanEmail
END-IF
IF ConsentSMS = 'Y'
        MOVE PhoneNum TO PrnPhone
        MOVE 'S' TO PrnChanSMS
END-IF
IF ConsentPost = 'Y'
        MOVE 'P' TO PrnChanPost
END-IF
MOVE WS-NewCode TO PrnCode
WRITE PrintLine FROM MailDetailLine AFTER ADVANCING 1 LINE.
