      *> Transfer credit evaluations (TRANSFER-CREDIT.dat), one
      *> record per outside course looked at by XFEREVAL.
      *> xc-status A accepted - also written to SUBJ-HIST with
      *> sh-mark 'T' so prerequisite and degree checks see it -
      *> or R refused.  xc-grade is the grade as the other school
      *> reported it; it is never counted in our averages.
           01 transfer-credit-record.
               02 xc-student pic 9(6).
               02 xc-school  pic x(8).
               02 xc-course  pic x(10).
               02 xc-subject pic x(6).
               02 xc-grade   pic x(4).
               02 xc-status  pic x.
               02 xc-date    pic 9(8).
               02 xc-user    pic x(8).
