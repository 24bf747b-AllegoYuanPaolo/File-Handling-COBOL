      *> roster's graded rows here before building the next term,
      *> so prerequisite checks (and the DEGAUDIT requirements walk)
      *> can see what a student took and the grade earned.
      *> sh-mark 'W' is a withdrawal written by ADDDROP - it carries
      *> no grade and counts as neither taken nor failed.
      *> sh-mark 'T' is transfer credit accepted by XFEREVAL - it
      *> carries no grade of ours and meets the subject outright.
           01 subject-history-record.
               02 sh-student pic 9(6).
               02 sh-subject pic x(6).
               02 sh-grade   pic 9(3)v99.
               02 sh-date    pic 9(8).
               02 sh-mark    pic x.
