      *> Parameter block for the PERCHK period-lock check.  Callers
      *> about to post to the general ledger journal fill pc-date
      *> with the posting date; pc-locked comes back Y when that
      *> date's period has had its final close sign-off, with
      *> pc-locked-by the user who signed it.  Nothing may post into
      *> a locked period.
           01 period-check-parms.
               02 pc-date      pic 9(8).
               02 pc-locked    pic x.
               02 pc-locked-by pic x(8).
