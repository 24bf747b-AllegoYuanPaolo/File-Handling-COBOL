      *> Scholarship and grant awards (AID-AWARD.dat), kept by
      *> AIDMNT.  aw-term is the term the award currently covers;
      *> AIDPOST credits it to that term's TUITION-AR record and
      *> stamps aw-last-posted so a rerun never posts twice.
      *> AIDRENEW rolls renewable awards forward to the next term
      *> while the student still meets aw-min-avg / aw-min-standing
      *> (from STUDENT-STANDING.dat) and drops them when not.
      *> aw-type  S scholarship, G grant.
      *> aw-basis A fixed amount (aw-amount), P percentage of the
      *>          assessed tuition (aw-pct).
      *> aw-status A active, D dropped on renewal, E expired
      *>          (not renewable), X cancelled; aw-reason says why.
           01 aid-award-record.
               02 aw-award-id      pic 9(6).
               02 aw-student       pic 9(6).
               02 aw-sponsor       pic x(6).
               02 aw-sponsor-name  pic x(20).
               02 aw-type          pic x.
               02 aw-basis         pic x.
               02 aw-amount        pic 9(7)v99.
               02 aw-pct           pic 9(3)v99.
               02 aw-term          pic 9(6).
               02 aw-renewable     pic x.
               02 aw-min-avg       pic 9(3)v99.
               02 aw-min-standing  pic x(10).
               02 aw-status        pic x.
               02 aw-reason        pic x(20).
               02 aw-last-posted   pic 9(6).
               02 aw-entered       pic 9(8).
               02 aw-user          pic x(8).
