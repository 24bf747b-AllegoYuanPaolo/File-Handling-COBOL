      *> Current-term enrolments (TERM-ENROL.dat) - one record per
      *> student per subject placed on a roster this term, written
      *> by ROSTRGEN (and WAITPROM on promotion).  Lets ROSTRGEN see
      *> a student's other classes when checking for timetable
      *> clashes, and TIMETBL print each student's week.
           01 term-enrol-record.
               02 te-student pic 9(6).
               02 te-section pic x(5).
               02 te-subject pic x(6).
               02 te-date    pic 9(8).
