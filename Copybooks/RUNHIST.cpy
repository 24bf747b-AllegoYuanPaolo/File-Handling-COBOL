      *> Batch run-time history.  AUDITLOG appends a 'P' row for
      *> every program that logs its run; SCHEDRUN appends an 'S' row
      *> for every SCHEDULE-MASTER step it drives.  Elapsed time is
      *> in whole seconds and allows for a run that crosses midnight.
           01 run-hist-record.
               02 rh-type      pic x.
                   88 rh-program-row  value 'P'.
                   88 rh-step-row     value 'S'.
               02 rh-name      pic x(8).
               02 rh-start     pic x(14).
               02 rh-end       pic x(14).
               02 rh-elapsed   pic 9(6).
               02 rh-rc        pic 9(2).
