      *> Shared layout for FSLog.dat, the append-only food-safety log
      *> written by FSLOG: one R record per reading or cleaning check,
      *> and one S record when a manager signs the day off.
       01 FSLogData.
           02 FL-RecType PIC X(1). *> R = reading, S = manager sign-off for FL-Date
           02 FL-Date PIC 9(8). *> CCYYMMDD the check belongs to
           02 FL-Time PIC 9(6).
           02 FL-UserID PIC X(10). *> who took the reading, or the manager who signed off
           02 FL-CheckID PIC X(6). *> R only
           02 FL-Reading PIC S9(3)V9 SIGN LEADING SEPARATE. *> R on a T checkpoint: degrees C, zero on cleaning checks
           02 FL-Result PIC X(1). *> R: P = in range / done, F = out of range / not done; S: P = complete, F = signed off with checks missed
           02 FL-Action PIC X(40). *> R on an F: the corrective action taken; S: the manager's note
