01 WS-NewClass PIC X(1).
01 WS-NewJuris PIC X(4).
01 WS-RateDisp PIC 9.999.
COPY MCHGREC. *> every add/change goes to the master-change journal
COPY MCHGLINK.

PROCEDURE DIVISION.
StartPara.
        MOVE "TAX RATE MAINTENANCE - LOGIN" TO ML-Title
        CALL "MNTLOGIN" USING ML-Title, MC-UserID, MC-UserRole, ML-LoginOK
        IF ML-LoginOK NOT = 'Y'
            STOP RUN
        END-IF
        MOVE "TAXMNT" TO MC-Program
        MOVE "TaxRate.dat" TO MC-File
        PERFORM LoadTaxRates.
        PERFORM UNTIL StayOpen='N'
            DISPLAY " "
                        MOVE TX-Class TO TblTaxClass(TaxCount)
                        MOVE TX-Desc TO TblTaxDesc(TaxCount)
                        MOVE TX-Rate TO TblTaxRate(TaxCount)
                        MOVE TX-Juris TO TblTaxJuris(TaxCount)
                END-READ
            END-PERFORM
            CLOSE TaxRateFile
            END-IF
            ADD 1 TO Temp_Count
        END-PERFORM
        MOVE 'C' TO MC-Action
        IF MatchedTaxIdx = 0 AND TaxCount < 30
            ADD 1 TO TaxCount
            MOVE TaxCount TO MatchedTaxIdx
            MOVE WS-NewClass TO TblTaxClass(MatchedTaxIdx)
            MOVE WS-NewJuris TO TblTaxJuris(MatchedTaxIdx)
            MOVE 'A' TO MC-Action
        END-IF
        IF MatchedTaxIdx = 0
            DISPLAY "THE RATE TABLE IS FULL (30 LINES)."
        ELSE
            PERFORM ListTaxFields
            MOVE MC-NowValues TO MC-WasValues
            DISPLAY "Enter Description : " With NO ADVANCING
            ACCEPT TblTaxDesc(MatchedTaxIdx)
            DISPLAY "Enter Rate as 3 digits (075 = 7.5 pct) : " With NO ADVANCING
            ACCEPT TblTaxRate(MatchedTaxIdx)
            PERFORM SaveTaxRates
            PERFORM ListTaxFields
            CALL "MCHGLOG" USING MasterChangeData, MC-FieldList, MC-WasValues, MC-NowValues
        END-IF.

*> THE JOURNALLED FIELDS OF THE LINE AT MatchedTaxIdx
ListTaxFields.
        MOVE SPACE TO MC-Key
        STRING TblTaxClass(MatchedTaxIdx) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            TblTaxJuris(MatchedTaxIdx) DELIMITED BY SIZE
            INTO MC-Key
        MOVE SPACE TO MC-NowValues
        MOVE 2 TO MC-FieldCount
        MOVE "TX-Desc" TO MC-FieldName(1)
        MOVE TblTaxDesc(MatchedTaxIdx) TO MC-NowValue(1)
        MOVE "TX-Rate" TO MC-FieldName(2)
        MOVE TblTaxRate(MatchedTaxIdx) TO WS-RateDisp
        MOVE WS-RateDisp TO MC-NowValue(2).

ListTaxClasses.
        DISPLAY " "
        DISPLAY "Class  Juris  Description           Rate"
