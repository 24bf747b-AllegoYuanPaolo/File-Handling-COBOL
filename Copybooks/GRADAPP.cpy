      *> Graduation application (GRAD-APP.dat), one per student,
      *> filed through GRADAPP and worked by the GRADCLR clearance
      *> run for the term the student expects to finish.
      *> ga-status: P pending, N not cleared at the last run (held
      *> for the next), C cleared and graduated, W withdrawn.
      *> ga-honors is the designation GRADCLR gave a cleared
      *> student, blank if none.
           01 grad-app-record.
               02 ga-student  pic 9(6).
               02 ga-term     pic 9(6).
               02 ga-applied  pic 9(8).
               02 ga-status   pic x.
               02 ga-run-date pic 9(8).
               02 ga-honors   pic x(16).
               02 ga-user     pic x(8).
