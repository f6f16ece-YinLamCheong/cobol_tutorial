    *> Working fields for journalling a master-file change through MCHGLOG,
    *> included alongside MCHGREC.cpy. The program lists the record's fields
    *> into MC-FieldName/MC-NowValue; a group MOVE of MC-NowValues to
    *> MC-WasValues takes the before-image, and MCHGLOG writes one line for
    *> every field that differs (every field present, on an add or delete).
     01 MC-FieldList.
        05 MC-FieldCount PIC 99.
        05 MC-FieldName PIC X(16) OCCURS 20 TIMES.
     01 MC-WasValues.
        05 MC-WasValue PIC X(30) OCCURS 20 TIMES.
     01 MC-NowValues.
        05 MC-NowValue PIC X(30) OCCURS 20 TIMES.
    *> sign-on for the maintenance programs (MNTLOGIN)
     01 ML-Title PIC X(40).
     01 ML-LoginOK PIC X.
