      *> Section reference (SECTION-REF.dat) - one record per
      *> section per subject: who teaches it, how many it seats,
      *> and when and where it meets.  sr-days is position-coded
      *> Monday to Sunday, a letter in each day the section meets
      *> (e.g. "M W F  ", " T H   ").  sr-start/sr-end are 24-hour
      *> HHMM; sr-room is on ROOM-MASTER.dat.  Blank days = the
      *> section has no timetabled meeting.
           01 section-ref-record.
               02 sr-section      pic x(5).
               02 sr-subject      pic x(6).
               02 sr-subject-name pic x(20).
               02 sr-instructor   pic x(20).
               02 sr-capacity     pic 9(3).
               02 sr-instr-id     pic x(6).
               02 sr-days         pic x(7).
               02 sr-start        pic 9(4).
               02 sr-end          pic 9(4).
               02 sr-room         pic x(6).
