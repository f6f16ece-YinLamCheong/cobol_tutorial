FILE SECTION.
FD TermGradeFile.
01 TermGradeData.
        02 TG-SIDNum PIC 9(6).
        02 TG-Term PIC X(6).
        02 TG-Subject PIC X(10).
        02 TG-Score PIC 999.

SD WorkFile. *> SD = sorted file description
01 WTermGradeData.
        02 WTG-SIDNum PIC 9(6).
        02 WTG-Term PIC X(6).
        02 WTG-Subject PIC X(10).
        02 WTG-Score PIC 999.

FD SortedTermFile.
01 STermGradeData.
        02 STG-SIDNum PIC 9(6).
        02 STG-Term PIC X(6).
        02 STG-Subject PIC X(10).
        02 STG-Score PIC 999.
