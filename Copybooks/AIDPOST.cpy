      *> Aid posting journal (AID-POSTING.dat), one line per award
      *> credited to a student's tuition by AIDPOST.  AIDFUND reads
      *> it to show each sponsor what its awards covered.
           01 aid-posting-record.
               02 ap-award-id     pic 9(6).
               02 ap-student      pic 9(6).
               02 ap-term         pic 9(6).
               02 ap-sponsor      pic x(6).
               02 ap-sponsor-name pic x(20).
               02 ap-type         pic x.
               02 ap-assessed     pic 9(7)v99.
               02 ap-amount       pic 9(7)v99.
               02 ap-date         pic 9(8).
