DATA DIVISION. 
FILE SECTION.
FD OrgFile.  *> FD = file description
COPY STUDREC.

SD WorkFile. *> SD = sorted file description
01 WStudData.
        02 WIDNum PIC 9(6).
        02 WStudName PIC X(30).
        02 WScore PIC 999.
        02 WStudStatus PIC X(1).
        02 WEnrolDate PIC 9(8).
        02 WLeftDate PIC 9(8).
        02 WClass PIC X(6).

FD SortedFile.
01 SStudData.
        02 SIDNum PIC 9(6).
        02 SStudName PIC X(30).
        02 SScore PIC 999.
        02 SStudStatus PIC X(1).
        02 SEnrolDate PIC 9(8).
        02 SLeftDate PIC 9(8).
        02 SClass PIC X(6).

WORKING-STORAGE SECTION.
01 WS-SortChoice PIC X.
