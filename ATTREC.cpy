      *> Shared layout for Attend.dat -- the daily attendance register, one
      *> record per student per school day, written a class at a time by
      *> ATTEND and read by ATTRPT, TRANSCRPT and STUDSTAT.
       01 AttendData.
           02 AT-Date PIC 9(8). *> CCYYMMDD the register was taken for
           02 AT-SIDNum PIC 9(6).
           02 AT-Class PIC X(6). *> the class the register was taken for, as on student.dat
           02 AT-Mark PIC X(1).
               88 AT-Present VALUE 'P'.
               88 AT-Absent VALUE 'A'. *> absent, unexcused
               88 AT-Late VALUE 'L'. *> late, but counts as attended
               88 AT-Excused VALUE 'E'. *> absent with a note or leave
