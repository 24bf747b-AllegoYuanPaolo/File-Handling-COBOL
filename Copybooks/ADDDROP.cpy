      *> Add/drop journal (ADD-DROP.dat), one record per class added
      *> or given up, appended by ADDDROP.
      *> ad-action: A waitlisted for a seat, D dropped inside the
      *> drop period, W withdrawn after it (W on the grade history).
      *> ad-credit is what went to tu-credit on TUITION-AR.
           01 add-drop-record.
               02 ad-student pic 9(6).
               02 ad-term    pic 9(6).
               02 ad-section pic x(5).
               02 ad-subject pic x(6).
               02 ad-action  pic x.
               02 ad-date    pic 9(8).
               02 ad-week    pic 99.
               02 ad-pct     pic 9(3).
               02 ad-credit  pic 9(7)v99.
               02 ad-user    pic x(8).
