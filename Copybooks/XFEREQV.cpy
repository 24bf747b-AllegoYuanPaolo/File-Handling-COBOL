      *> Transfer equivalency table (TRANSFER-EQUIV.dat) - which of
      *> our subject codes a course taken at another school counts
      *> as.  Kept through XFEREVAL.  xe-school is the school's short
      *> code; xe-status A active, I no longer accepted (kept so old
      *> evaluations can still be read against it).
           01 transfer-equiv-record.
               02 xe-school  pic x(8).
               02 xe-course  pic x(10).
               02 xe-title   pic x(24).
               02 xe-subject pic x(6).
               02 xe-status  pic x.
