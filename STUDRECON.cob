DATA DIVISION.
FILE SECTION.
FD OrgFile.
COPY STUDREC.

FD SortedFile.
01 SStudData.
        02 SIDNum PIC 9(6).
        02 SStudName PIC X(30).
        02 SScore PIC 999.
        02 SStudStatus PIC X(1).
        02 SEnrolDate PIC 9(8).
        02 SLeftDate PIC 9(8).
        02 SClass PIC X(6).

FD File2.
01 StudData2.
        02 IDNum2 PIC 9(6).
        02 StudName2 PIC X(30).
        02 Score2 PIC 999.
        02 StudStatus2 PIC X(1).
        02 EnrolDate2 PIC 9(8).
        02 LeftDate2 PIC 9(8).
        02 Class2 PIC X(6).

FD NewFile.
01 NStudData.
        02 NIDNum PIC 9(6).
        02 NStudName PIC X(30).
        02 NScore PIC 999.
        02 NStudStatus PIC X(1).
        02 NEnrolDate PIC 9(8).
        02 NLeftDate PIC 9(8).
        02 NClass PIC X(6).

FD TermGradeFile.
01 TermGradeData.
        02 TG-SIDNum PIC 9(6).
        02 TG-Term PIC X(6).
        02 TG-Subject PIC X(10).
        02 TG-Score PIC 999.

FD SortedTermFile.
01 STermGradeData.
        02 STG-SIDNum PIC 9(6).
        02 STG-Term PIC X(6).
        02 STG-Subject PIC X(10).
        02 STG-Score PIC 999.
