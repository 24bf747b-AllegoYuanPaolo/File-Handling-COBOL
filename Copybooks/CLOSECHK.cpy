      *> Period-end close checklist, one row per task per period,
      *> opened from CLOSE-TEMPLATE.dat by CLOSECHK.  ck-type: A
      *> automatic - CLOSERPT ticks it off when the program named in
      *> ck-task has run clean since the checklist was opened and
      *> after its dependencies; M manual - signed off in CLOSECHK
      *> by a named user; F the final sign-off, which locks the
      *> period against further posting (PERIOD-LOCK.dat).
      *> ck-status: space open, D done.
           01 close-check-record.
               02 ck-period     pic 9(6).
               02 ck-seq        pic 9(3).
               02 ck-task       pic x(8).
               02 ck-desc       pic x(30).
               02 ck-type       pic x.
               02 ck-dep1       pic x(8).
               02 ck-dep2       pic x(8).
               02 ck-status     pic x.
               02 ck-done-by    pic x(8).
               02 ck-done-stamp pic 9(14).
               02 ck-open-stamp pic 9(14).
