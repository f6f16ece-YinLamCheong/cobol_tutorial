      *> Shared layout for student.dat -- the student master, maintained by
      *> STUDMNT and read by every student program (STUDRANK, STUDSTAT,
      *> TERMGRD, TRANSCRPT, STUDRECON, the coboltut-16/17 sort and merge).
      *> student3.dat and the sorted/merged copies carry the same shape.
       01 StudData.
           02 IDNum PIC 9(6). *> assigned by STUDMNT, next after the highest on file
           02 StudName PIC X(30). *> as it should print, eg SMITH, JANE A
           02 Score PIC 999.
           02 StudStatus PIC X(1). *> A = enrolled, W = withdrawn -- a withdrawn student stays on file for the transcript
           02 StudEnrolDate PIC 9(8). *> CCYYMMDD added, zero for students carried over from the old file
           02 StudLeftDate PIC 9(8). *> CCYYMMDD withdrawn, zero while enrolled
           02 StudClass PIC X(6). *> class the register is taken for, eg 10A -- blank until STUDMNT sets it
